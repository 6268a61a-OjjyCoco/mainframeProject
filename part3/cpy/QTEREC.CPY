000100******************************************************************00010000
000110* QTEREC - SALES QUOTATION FILE (KSDS QUOTE, KEY = RECORD TYPE + *00011000
000120* NUMBER + SEQUENCE). TYPE Q : ONE HEADER (SEQUENCE 000) AND ONE *00012000
000130* RECORD PER QUOTED LINE (001-999), WRITTEN ONLINE BY PJQUOTE    *00013000
000140* (TRANSID PJQT). STATUS O OPEN, W WON (CONVERTED BY PJQT INTO   *00014000
000150* THE ORDER QTH-O-NO), L LOST. TYPE O : ONE RECORD PER ORDER     *00015000
000160* CONVERTED FROM A QUOTE (KEY = O_NO + 000) GIVING THE QUOTE     *00016000
000170* NUMBER, SO AN ORDER CAN BE TRACED BACK TO ITS QUOTE (PJOS).    *00017000
000180* PRINTED BY PJPT3QPR, REPORTED WEEKLY BY PJPT3QRP.              *00018000
000190******************************************************************00019000
000200 01 QUOTE-RECORD.                                                 00020000
000210      05 QTE-KEY.                                                 00021000
000220         10 QTE-TYPE       PIC X(1).                              00022000
000230            88 QTE-QUOTE-REC   VALUE 'Q'.                         00023000
000240            88 QTE-ORDER-LINK  VALUE 'O'.                         00024000
000250         10 QTE-NO         PIC 9(6).                              00025000
000260         10 QTE-SEQ        PIC 9(3).                              00026000
000270      05 QTE-DATA          PIC X(240).                            00027000
000280      05 QTE-HEADER REDEFINES QTE-DATA.                           00028000
000290         10 QTH-C-NO       PIC 9(3).                              00029000
000300         10 QTH-S-NO       PIC 9(3).                              00030000
000310         10 QTH-DATE       PIC X(10).                             00031000
000320         10 QTH-EXP-DATE   PIC X(10).                             00032000
000330         10 QTH-STATUS     PIC X(1).                              00033000
000340            88 QTH-OPEN        VALUE 'O'.                         00034000
000350            88 QTH-WON         VALUE 'W'.                         00035000
000360            88 QTH-LOST        VALUE 'L'.                         00036000
000370         10 QTH-O-NO       PIC 9(6).                              00037000
000380         10 QTH-CLOSE-DATE PIC X(10).                             00038000
000390         10 QTH-CLOSE-USER PIC X(8).                              00039000
000400         10 QTH-LOST-RSN   PIC X(30).                             00040000
000410         10 QTH-SHIP.                                             00041000
000420            15 QTH-SHIP-NAME PIC X(30).                           00042000
000430            15 QTH-SHIP-ADDR PIC X(50).                           00043000
000440            15 QTH-SHIP-CITY PIC X(20).                           00044000
000450            15 QTH-SHIP-ST   PIC X(2).                            00045000
000460            15 QTH-SHIP-ZIP  PIC X(5).                            00046000
000470         10 QTH-LINE-CNT   PIC 9(3).                              00047000
000480         10 QTH-TOTAL      PIC 9(7)V99.                           00048000
000490         10 QTH-DISC       PIC 9(7)V99.                           00049000
000500         10 QTH-ENTRY-DATE PIC X(10).                             00050000
000510         10 QTH-USERID     PIC X(8).                              00051000
000520         10 FILLER         PIC X(13).                             00052000
000530      05 QTE-LINE REDEFINES QTE-DATA.                             00053000
000540         10 QTL-P-NO       PIC X(3).                              00054000
000550         10 QTL-DESC       PIC X(30).                             00055000
000560         10 QTL-QTY        PIC 9(2).                              00056000
000570         10 QTL-PRICE      PIC 9(5)V99.                           00057000
000580         10 QTL-LIST-PRICE PIC 9(5)V99.                           00058000
000590         10 QTL-CON-TYPE   PIC X(1).                              00059000
000600         10 QTL-CON-PCT    PIC 99V99.                             00060000
000610         10 QTL-DISC       PIC 9(7)V99.                           00061000
000620         10 FILLER         PIC X(177).                            00062000
000630      05 QTE-LINK REDEFINES QTE-DATA.                             00063000
000640         10 QTO-QUOTE-NO   PIC 9(6).                              00064000
000650         10 QTO-DATE       PIC X(10).                             00065000
000660         10 QTO-USERID     PIC X(8).                              00066000
000670         10 FILLER         PIC X(216).                            00067000
