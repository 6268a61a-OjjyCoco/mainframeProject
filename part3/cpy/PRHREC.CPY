000100******************************************************************00010000
000110* PRHREC - PRODUCT PRICE HISTORY (KSDS PRICEHST, KEY = PRODUCT + *00011000
000120* EFFECTIVE DATE). ONE RECORD PER PRICE CHANGE : THE NEW PRICE   *00012000
000130* AND THE PRICE IT REPLACED. WRITTEN BY PJPT3PRC WHEN A CARD OF  *00013000
000140* PRICECHG FALLS DUE (SOURCE B) AND BY PJPRODM WHEN A CLERK      *00014000
000150* CHANGES THE PRICE ONLINE (SOURCE O, DATED THE DAY ; A SECOND   *00015000
000160* CHANGE THE SAME DAY REWRITES THE NEW PRICE ONLY). NEVER        *00016000
000170* PURGED. THE PRICE OF A PRODUCT ON A GIVEN DATE IS THE OLD      *00017000
000180* PRICE OF THE FIRST RECORD DATED AFTER IT, OR THE CURRENT       *00018000
000190* API5.PRODUCTS PRICE WHEN THERE IS NONE (PJORDE PRICES AN ORDER *00019000
000200* BY ITS ORDER DATE THAT WAY).                                   *00020000
000210******************************************************************00021000
000220 01 PRICEHST-RECORD.                                              00022000
000230      05 PRH-KEY.                                                 00023000
000240         10 PRH-P-NO      PIC X(3).                               00024000
000250         10 PRH-EFF-DATE  PIC X(10).                              00025000
000260      05 PRH-PRICE        PIC 9(5)V99.                            00026000
000270      05 PRH-OLD-PRICE    PIC 9(5)V99.                            00027000
000280      05 PRH-SOURCE       PIC X(1).                               00028000
000290         88 PRH-FROM-BATCH    VALUE 'B'.                          00029000
000300         88 PRH-FROM-ONLINE   VALUE 'O'.                          00030000
000310      05 PRH-APPLY-DATE   PIC X(10).                              00031000
000320      05 PRH-USERID       PIC X(8).                               00032000
000330      05 FILLER           PIC X(14).                              00033000
