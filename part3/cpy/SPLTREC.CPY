000100******************************************************************00010000
000110* SPLTREC - SALES COMMISSION SPLIT (KSDS ORDSPLIT, KEY = ORDER   *00011000
000120* NUMBER). UP TO 4 SALESPEOPLE WITH THEIR PERCENTAGE SHARE OF    *00012000
000130* THE ORDER, SHARES TOTALLING 100. ENTRY 1 IS THE ORDER'S OWN    *00013000
000140* SALESPERSON (API5.ORDERS S_NO). WRITTEN BY PJORDE AT ORDER     *00014000
000150* ENTRY, MAINTAINED BY PJORDAM (TRANSID PJOA) UNTIL THE ORDER    *00015000
000160* IS BILLED, READ BY PJPART3 WHICH PASSES EACH SHARE TO PJPART3B *00016000
000170* ON THE SPLITS FILE (COPY SPLXREC). AN ORDER WITHOUT A RECORD   *00017000
000180* BOOKS 100% OF ITS COMMISSION TO S_NO.                          *00018000
000190******************************************************************00019000
000200 01 ORDSPLIT-RECORD.                                              00020000
000210      05 SPL-KEY.                                                 00021000
000220         10 SPL-O-NO     PIC 9(6).                                00022000
000230      05 SPL-CNT         PIC 9(1).                                00023000
000240      05 SPL-ENTRY OCCURS 4 TIMES.                                00024000
000250         10 SPL-E-NO     PIC 9(3).                                00025000
000260         10 SPL-SHARE    PIC 9(3).                                00026000
000270      05 SPL-CHG-DATE    PIC X(10).                               00027000
000280      05 SPL-USERID      PIC X(8).                                00028000
000290      05 FILLER          PIC X(11).                               00029000
