000100******************************************************************00010000
000110* SORDREC - STANDING ORDER FILE (KSDS STANDORD, KEY = CUSTOMER + *00011000
000120* STANDING ORDER NUMBER). ONE RECORD PER STANDING ORDER WITH ITS *00012000
000130* SHIP-TO AND UP TO 8 LINES, MAINTAINED ONLINE BY PJSORDM        *00013000
000140* (TRANSID PJSO). STATUS A ACTIVE, S SUSPENDED, E ENDED.         *00014000
000150* FREQUENCY W WEEKLY OR F FORTNIGHTLY ON DAY 1-7 (1 = MONDAY,    *00015000
000160* FORTNIGHTS COUNTED FROM THE START DATE), M MONTHLY ON DAY      *00016000
000170* 01-31 (A DAY PAST THE END OF A SHORT MONTH FALLS ON ITS LAST   *00017000
000180* DAY). PJPT3STO GENERATES EACH OCCURRENCE DUE BETWEEN THE LAST  *00018000
000190* DATE PROCESSED AND ITS RUN DATE AS AN ORDER IN API5.ORDERS/    *00019000
000200* ITEMS AND RECORDS THE DATE AND THE LAST ORDER NUMBER HERE.     *00020000
000210******************************************************************00021000
000220 01 STANDORD-RECORD.                                              00022000
000230      05 SOR-KEY.                                                 00023000
000240         10 SOR-C-NO       PIC 9(3).                              00024000
000250         10 SOR-NO         PIC 9(3).                              00025000
000260      05 SOR-STATUS        PIC X(1).                              00026000
000270         88 SOR-ACTIVE         VALUE 'A'.                         00027000
000280         88 SOR-SUSPENDED      VALUE 'S'.                         00028000
000290         88 SOR-ENDED          VALUE 'E'.                         00029000
000300      05 SOR-S-NO          PIC 9(3).                              00030000
000310      05 SOR-FREQ          PIC X(1).                              00031000
000320         88 SOR-WEEKLY         VALUE 'W'.                         00032000
000330         88 SOR-FORTNIGHTLY    VALUE 'F'.                         00033000
000340         88 SOR-MONTHLY        VALUE 'M'.                         00034000
000350         88 SOR-FREQ-VALID     VALUE 'W' 'F' 'M'.                 00035000
000360      05 SOR-DAY           PIC 9(2).                              00036000
000370      05 SOR-START-DATE    PIC X(10).                             00037000
000380      05 SOR-END-DATE      PIC X(10).                             00038000
000390      05 SOR-LAST-DATE     PIC X(10).                             00039000
000400      05 SOR-LAST-O-NO     PIC 9(6).                              00040000
000410      05 SOR-GEN-CNT       PIC 9(5).                              00041000
000420      05 SOR-SHIP.                                                00042000
000430         10 SOR-SHIP-NAME  PIC X(30).                             00043000
000440         10 SOR-SHIP-ADDR  PIC X(50).                             00044000
000450         10 SOR-SHIP-CITY  PIC X(20).                             00045000
000460         10 SOR-SHIP-ST    PIC X(2).                              00046000
000470         10 SOR-SHIP-ZIP   PIC X(5).                              00047000
000480      05 SOR-LINE-CNT      PIC 9(1).                              00048000
000490      05 SOR-LINE OCCURS 8 TIMES.                                 00049000
000500         10 SOR-P-NO       PIC X(3).                              00050000
000510         10 SOR-QTY        PIC 9(2).                              00051000
000520      05 SOR-CHG-DATE      PIC X(10).                             00052000
000530      05 SOR-USERID        PIC X(8).                              00053000
000540      05 FILLER            PIC X(30).                             00054000
