000100******************************************************************00010000
000110* VENDREC - VENDOR MASTER RECORD (KSDS VENDMSTR, KEY = VENDOR *   00011000
000120* NUMBER + P_NO). THE RECORD WITH A BLANK P_NO IS THE VENDOR  *   00012000
000130* HEADER (NAME, ADDRESS, LEAD TIME) ; ONE RECORD PER PART THE *   00013000
000140* VENDOR SUPPLIES CARRIES ITS ITEM NUMBER AND UNIT COST.      *   00014000
000150* MAINTAINED BY PURCHASING, READ BY PJPT3PUR TO RAISE AND     *   00015000
000160* PRINT THE PURCHASE ORDERS.                                  *   00016000
000170******************************************************************00017000
000180 01 VENDOR-RECORD.                                                00018000
000190      05 VEN-KEY.                                                 00019000
000200         10 VEN-NO     PIC X(5).                                  00020000
000210         10 VEN-P-NO   PIC X(3).                                  00021000
000220      05 VEN-HDR-DATA.                                            00022000
000230         10 VEN-NAME      PIC X(30).                              00023000
000240         10 VEN-ADDR      PIC X(50).                              00024000
000250         10 VEN-CITY      PIC X(20).                              00025000
000260         10 VEN-STATE     PIC X(2).                               00026000
000270         10 VEN-ZIP       PIC X(5).                               00027000
000280         10 VEN-LEAD-DAYS PIC 9(3).                               00028000
000290         10 VEN-CONTACT   PIC X(20).                              00029000
000300      05 VEN-ITEM-DATA REDEFINES VEN-HDR-DATA.                    00030000
000310         10 VEN-ITEM      PIC X(15).                              00031000
000320         10 VEN-UNIT-COST PIC 9(5)V99.                            00032000
000330         10 FILLER        PIC X(108).                             00033000
000340      05 FILLER PIC X(12).                                        00034000
