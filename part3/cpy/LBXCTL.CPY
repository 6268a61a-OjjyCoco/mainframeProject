000100******************************************************************00010000
000110* LBXCTL - LOCKBOX CONTROL FILE RECORD, ONE PER TRANSMISSION.    *00011000
000120* PJPT3LBX WRITES B (BALANCED AND CONVERTED TO PAYMENTS) OR R    *00012000
000130* (REJECTED) AND REFUSES A FILE ID + FILE DATE ALREADY ON FILE   *00013000
000140* AS B OR A. PJPART3C RECONCILES EVERY B NOT YET FOLLOWED BY AN  *00014000
000150* A FOR THE SAME FILE AGAINST THE CASH IT APPLIED, THEN ADDS A.  *00015000
000160******************************************************************00016000
000170 01 L-LBXCTL.                                                     00017000
000180      05 LBC-STATUS      PIC X(1).                                00018000
000190         88 LBC-BALANCED     VALUE 'B'.                           00019000
000200         88 LBC-REJECTED     VALUE 'R'.                           00020000
000210         88 LBC-APPLIED      VALUE 'A'.                           00021000
000220      05 LBC-FILE-ID     PIC X(10).                               00022000
000230      05 LBC-FILE-DATE   PIC X(10).                               00023000
000240      05 LBC-ORIGIN      PIC X(10).                               00024000
000250      05 LBC-RUN-DATE    PIC X(10).                               00025000
000260      05 LBC-CHECK-CNT   PIC 9(5).                                00026000
000270      05 LBC-DEPOSIT-AMT PIC 9(9)V99.                             00027000
000280      05 FILLER          PIC X(23).                               00028000
