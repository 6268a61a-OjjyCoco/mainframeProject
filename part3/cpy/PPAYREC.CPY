000100******************************************************************00010000
000110* PPAYREC - BANK FILES OF THE REFUND CHECK ACCOUNT (80 BYTES).   *00011000
000120* L-POSPAY : POSITIVE-PAY ISSUE FILE SENT TO THE BANK BY         *00012000
000130* PJPT3CHK, ONE RECORD PER CHECK ISSUED (I) OR VOIDED (V). THE   *00013000
000140* BANK PAYS ONLY A CHECK WHOSE NUMBER AND AMOUNT IT HAS RECEIVED *00014000
000150* AS ISSUED AND NOT VOIDED.                                      *00015000
000160* L-PAIDITEM : PAID-ITEMS FILE RECEIVED FROM THE BANK, ONE       *00016000
000170* RECORD PER CHECK CASHED, READ BY PJPT3CKR.                     *00017000
000180* DATES IN THE BANK FORMAT AAAAMMJJ.                             *00018000
000190******************************************************************00019000
000200 01 L-POSPAY.                                                     00020000
000210      05 PPY-ACCOUNT    PIC X(12).                                00021000
000220      05 PPY-CHECK-NO   PIC 9(10).                                00022000
000230      05 PPY-AMOUNT     PIC 9(8)V99.                              00023000
000240      05 PPY-ISSUE-DATE PIC 9(8).                                 00024000
000250      05 PPY-ACTION     PIC X(1).                                 00025000
000260         88 PPY-ISSUE      VALUE 'I'.                             00026000
000270         88 PPY-VOID       VALUE 'V'.                             00027000
000280      05 PPY-PAYEE      PIC X(30).                                00028000
000290      05 FILLER         PIC X(9).                                 00029000
000300                                                                  00030000
000310 01 L-PAIDITEM.                                                   00031000
000320      05 PDI-ACCOUNT    PIC X(12).                                00032000
000330      05 PDI-CHECK-NO   PIC 9(10).                                00033000
000340      05 PDI-AMOUNT     PIC 9(8)V99.                              00034000
000350      05 PDI-PAID-DATE  PIC 9(8).                                 00035000
000360      05 FILLER         PIC X(40).                                00036000
