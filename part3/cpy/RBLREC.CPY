000100******************************************************************00010000
000110* RBLREC - CUSTOMER VOLUME REBATE LEDGER (GDG RBTLEDG, ONE       *00011000
000120* RECORD PER AGREEMENT, KEY = CUSTOMER NUMBER + AGREEMENT        *00012000
000130* NUMBER). ROLLED EVERY MONTH BY PJPT3RBT : QUALIFYING SALES AND *00013000
000140* REBATE EARNED TO DATE, LAST MONTH SWEPT, THE ACCRUAL MOVEMENT  *00014000
000150* OF THE LAST RUN AND THE SETTLEMENT BY REBATE CREDIT AT PERIOD  *00015000
000160* END. READ BY PJPART3G FOR THE ACCRUAL AND SETTLEMENT ENTRIES   *00016000
000170* OF THE JOURNAL DATE.                                           *00017000
000180******************************************************************00018000
000190 01 L-RBTLEDG.                                                    00019000
000200      05 RBL-KEY.                                                 00020000
000210         10 RBL-C-NO       PIC 9(3).                              00021000
000220         10 RBL-AGR-NO     PIC 9(2).                              00022000
000230      05 RBL-STATUS        PIC X(1).                              00023000
000240         88 RBL-OPEN       VALUE 'O'.                             00024000
000250         88 RBL-SETTLED    VALUE 'S'.                             00025000
000260      05 RBL-COMPANY       PIC X(30).                             00026000
000270      05 RBL-STATE         PIC X(2).                              00027000
000280      05 RBL-FROM          PIC X(10).                             00028000
000290      05 RBL-TO            PIC X(10).                             00029000
000300      05 RBL-LAST-MONTH    PIC X(7).                              00030000
000310      05 RBL-SALES         PIC S9(9)V99.                          00031000
000320      05 RBL-EARNED        PIC 9(7)V99.                           00032000
000330      05 RBL-POST-DATE     PIC X(10).                             00033000
000340      05 RBL-ACCR-AMT      PIC S9(7)V99.                          00034000
000350      05 RBL-SETTLE-DATE   PIC X(10).                             00035000
000360      05 RBL-CREDIT-NO     PIC 9(6).                              00036000
000370      05 FILLER            PIC X(10).                             00037000
000380                                                                  00038000
