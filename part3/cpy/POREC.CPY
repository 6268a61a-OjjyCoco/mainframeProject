000100******************************************************************00010000
000110* POREC - PURCHASE ORDER RECORD (KSDS POMSTR, KEY = PO NUMBER *   00011000
000120* + LINE). LINE 000 IS THE PO HEADER, LINES 001 AND UP ARE THE*   00012000
000130* PARTS ORDERED. PO 000000 LINE 000 IS THE CONTROL RECORD     *   00013000
000140* HOLDING THE LAST PO NUMBER ISSUED. RAISED BY PJPT3PUR FROM  *   00014000
000150* THE REORDER SUGGESTIONS, RECEIVED AGAINST BY PJPART3I WHOSE *   00015000
000160* OPEN LINES (ORDERED - RECEIVED) DRIVE STK-ONORDER.          *   00016000
000170******************************************************************00017000
000180 01 PO-RECORD.                                                    00018000
000190      05 PO-KEY.                                                  00019000
000200         10 PO-NO     PIC 9(6).                                   00020000
000210         10 PO-LINE   PIC 9(3).                                   00021000
000220      05 PO-REC-TYPE  PIC X(1).                                   00022000
000230         88 PO-HEADER    VALUE 'H'.                               00023000
000240         88 PO-DETAIL    VALUE 'D'.                               00024000
000250         88 PO-CONTROL   VALUE 'K'.                               00025000
000260      05 PO-VEND-NO   PIC X(5).                                   00026000
000270      05 PO-STATUS    PIC X(1).                                   00027000
000280         88 PO-OPEN      VALUE 'O'.                               00028000
000290         88 PO-CLOSED    VALUE 'C'.                               00029000
000300         88 PO-CANCELLED VALUE 'X'.                               00030000
000310      05 PO-ORDER-DATE PIC X(10).                                 00031000
000320      05 PO-LINE-DATA.                                            00032000
000330         10 PO-P-NO      PIC X(3).                                00033000
000340         10 PO-QTY-ORD   PIC 9(5).                                00034000
000350         10 PO-QTY-RCVD  PIC 9(5).                                00035000
000360         10 PO-UNIT-COST PIC 9(5)V99.                             00036000
000370         10 PO-PROM-DATE PIC X(10).                               00037000
000380         10 PO-LAST-RCPT PIC X(10).                               00038000
000390      05 PO-HDR-DATA REDEFINES PO-LINE-DATA.                      00039000
000400         10 PO-LINE-CNT  PIC 9(3).                                00040000
000410         10 PO-TOTAL     PIC 9(7)V99.                             00041000
000420         10 FILLER       PIC X(28).                               00042000
000430      05 PO-CTL-DATA REDEFINES PO-LINE-DATA.                      00043000
000440         10 PO-LAST-NO   PIC 9(6).                                00044000
000450         10 FILLER       PIC X(34).                               00045000
000460      05 FILLER PIC X(14).                                        00046000
