000100******************************************************************00010000
000110* WOFREC - BAD-DEBT WRITE-OFF LEDGER (KSDS WRTOFF, KEY = ORDER   *00011000
000120* NUMBER + DOCUMENT TYPE, AS IN OPNITEMK). WRITTEN BY PJPT3WOF   *00012000
000130* FOR EVERY DOCUMENT WRITTEN OFF, UPDATED BY PJPART3C WHEN CASH  *00013000
000140* IS LATER RECOVERED FROM THE CUSTOMER, READ BY PJPART3G FOR THE *00014000
000150* BAD-DEBT AND CLAWBACK ENTRIES OF THE WRITE-OFF DATE. A         *00015000
000160* DOCUMENT IS WRITTEN OFF ONCE ; WOF-RCV-AMT CUMULATES THE CASH  *00016000
000170* RECOVERED SINCE, UP TO WOF-AMOUNT.                             *00017000
000180******************************************************************00018000
000190 01 WRTOFF-RECORD.                                                00019000
000200      05 WOF-KEY.                                                 00020000
000210         10 WOF-O-NO    PIC 9(6).                                 00021000
000220         10 WOF-TYPE    PIC X(1).                                 00022000
000230      05 WOF-STATUS     PIC X(1).                                 00023000
000240         88 WOF-WRITTEN-OFF VALUE 'W'.                            00024000
000250         88 WOF-RECOVERED   VALUE 'R'.                            00025000
000260      05 WOF-C-NO       PIC 9(3).                                 00026000
000270      05 WOF-COMPANY    PIC X(30).                                00027000
000280      05 WOF-DOC-DATE   PIC X(10).                                00028000
000290      05 WOF-AMOUNT     PIC 9(7)V99.                              00029000
000300      05 WOF-RCV-AMT    PIC 9(7)V99.                              00030000
000310      05 WOF-CLAW-AMT   PIC 9(7)V99.                              00031000
000320      05 WOF-E-NO       PIC 9(3).                                 00032000
000330      05 WOF-DATE       PIC X(10).                                00033000
000340      05 WOF-USER       PIC X(8).                                 00034000
000350      05 WOF-REASON     PIC X(30).                                00035000
000360      05 WOF-RCV-DATE   PIC X(10).                                00036000
000370      05 FILLER         PIC X(61).                                00037000
