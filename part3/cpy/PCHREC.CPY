000100******************************************************************00010000
000110* PCHREC - SCHEDULED PRICE CHANGE CARD (API5.BILLING.PRICECHG,   *00011000
000120* 80 BYTES, MAINTAINED LIKE THE CONTRACT CARDS). TYPE P SETS THE *00012000
000130* NEW PRICE OF ONE PRODUCT ; TYPE R CHANGES EVERY PRODUCT OF THE *00013000
000140* RANGE P_NO TO P_NO-TO BY A PERCENTAGE (SIGN + OR -, ROUNDED TO *00014000
000150* THE CENT). PJPT3PRC APPLIES A CARD TO API5.PRODUCTS ON ITS     *00015000
000160* EFFECTIVE DATE AND LISTS THE CARDS STILL TO COME. A CARD CAN   *00016000
000170* STAY ON FILE AFTER IT HAS BEEN APPLIED : THE PRICEHST RECORD   *00017000
000180* OF THE SAME PRODUCT AND DATE STOPS IT BEING APPLIED TWICE.     *00018000
000190******************************************************************00019000
000200 01 PRICECHG-RECORD.                                              00020000
000210      05 PCH-TYPE         PIC X(1).                               00021000
000220         88 PCH-NEW-PRICE     VALUE 'P'.                          00022000
000230         88 PCH-RANGE-PCT     VALUE 'R'.                          00023000
000240      05 PCH-P-NO         PIC X(3).                               00024000
000250      05 PCH-P-NO-TO      PIC X(3).                               00025000
000260      05 PCH-EFF-DATE     PIC X(10).                              00026000
000270      05 PCH-PRICE        PIC 9(5)V99.                            00027000
000280      05 PCH-PCT-SIGN     PIC X(1).                               00028000
000290         88 PCH-PCT-UP        VALUE '+'.                          00029000
000300         88 PCH-PCT-DOWN      VALUE '-'.                          00030000
000310      05 PCH-PCT          PIC 9(3)V99.                            00031000
000320      05 PCH-COMMENT      PIC X(30).                              00032000
000330      05 FILLER           PIC X(20).                              00033000
