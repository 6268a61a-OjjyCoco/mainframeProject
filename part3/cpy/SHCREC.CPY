000100******************************************************************00010000
000110* SHCREC - SHIPMENT CONFIRMATION RECORD (KSDS SHIPCNF, KEY =     *00011000
000120* ORDER NUMBER + PRODUCT CODE). ONE HEADER PER ORDER (PRODUCT    *00012000
000130* CODE SPACES) WRITTEN BY PJPART3L WHEN THE ORDER IS PRINTED ON  *00013000
000140* THE PICK LIST (STATUS P), COMPLETED BY PJSHIPM WHEN THE        *00014000
000150* WAREHOUSE CONFIRMS THE SHIPMENT (STATUS C, CARRIER, TRACKING,  *00015000
000160* SHIP DATE, PACKAGES AND WEIGHT) WITH ONE LINE RECORD PER ITEM  *00016000
000170* CARRYING THE QUANTITY SHIPPED. READ BY PJPT3SHP TO BUILD THE   *00017000
000180* SHIPCONF INPUT OF THE EXTRACT AND TO LIST THE ORDERS PICKED    *00018000
000190* BUT NOT CONFIRMED, BY PJPART3 FOR THE CARRIER AND TRACKING AND *00019000
000200* BY PJOS.                                                       *00020000
000210******************************************************************00021000
000220 01 SHIPCNF-RECORD.                                               00022000
000230      05 SHK-KEY.                                                 00023000
000240         10 SHK-O-NO PIC 9(6).                                    00024000
000250         10 SHK-P-NO PIC X(3).                                    00025000
000260      05 SHK-DATA    PIC X(141).                                  00026000
000270      05 SHK-HEADER REDEFINES SHK-DATA.                           00027000
000280         10 SHK-STATUS    PIC X(1).                               00028000
000290            88 SHK-PICKED    VALUE 'P'.                           00029000
000300            88 SHK-CONFIRMED VALUE 'C'.                           00030000
000310         10 SHK-PICK-DATE PIC X(10).                              00031000
000320         10 SHK-C-NO      PIC 9(3).                               00032000
000330         10 SHK-COMPANY   PIC X(30).                              00033000
000340         10 SHK-O-DATE    PIC X(10).                              00034000
000350         10 SHK-CARRIER   PIC X(10).                              00035000
000360         10 SHK-TRACKING  PIC X(30).                              00036000
000370         10 SHK-SHIP-DATE PIC X(10).                              00037000
000380         10 SHK-PACKAGES  PIC 9(3).                               00038000
000390         10 SHK-WEIGHT    PIC 9(5)V99.                            00039000
000400         10 SHK-USERID    PIC X(8).                               00040000
000410         10 SHK-CONF-DATE PIC X(10).                              00041000
000420         10 FILLER        PIC X(9).                               00042000
000430      05 SHK-LINE REDEFINES SHK-DATA.                             00043000
000440         10 SHK-QTY-SHIP  PIC 99.                                 00044000
000450         10 SHK-QTY-ORD   PIC 99.                                 00045000
000460         10 FILLER        PIC X(137).                             00046000
