000100******************************************************************00010000
000110* CHKREC - REFUND CHECK REGISTER (KSDS CHKREG, KEY = RECORD TYPE *00011000
000120* + 15-BYTE IDENTIFIER). THREE KINDS OF RECORD :                 *00012000
000130*   A  ONE CONTROL RECORD (IDENTIFIER SPACES) : BANK ACCOUNT AND *00013000
000140*      THE CHECK STOCK RANGE IN USE WITH THE NEXT NUMBER TO BE   *00014000
000150*      ISSUED, LOADED BY A SUPERVISOR STOCK CARD                 *00015000
000160*   K  ONE RECORD PER CHECK NUMBER ISSUED : PAYEE, AMOUNT, THE   *00016000
000170*      REQUEST IT SETTLES, THEN PAID OR VOIDED                   *00017000
000180*   R  ONE RECORD PER CHECK REQUEST (CHKREQ DATE + SEQUENCE)     *00018000
000190*      ALREADY NUMBERED, SO A REQUEST IS NEVER ISSUED TWICE      *00019000
000200* WRITTEN BY PJPT3CHK (ISSUE, VOID, REISSUE), UPDATED BY         *00020000
000210* PJPT3CKR WHEN THE BANK REPORTS THE CHECK PAID. THE RECORDS ARE *00021000
000220* NEVER DELETED.                                                 *00022000
000230******************************************************************00023000
000240 01 CHKREG-RECORD.                                                00024000
000250      05 CKR-KEY.                                                 00025000
000260         10 CKR-REC-TYPE PIC X(1).                                00026000
000270            88 CKR-CONTROL VALUE 'A'.                             00027000
000280            88 CKR-CHECK   VALUE 'K'.                             00028000
000290            88 CKR-REQUEST VALUE 'R'.                             00029000
000300         10 CKR-ID        PIC X(15).                              00030000
000310         10 CKR-ID-CHECK REDEFINES CKR-ID.                        00031000
000320            15 CKR-CHECK-NO PIC 9(8).                             00032000
000330            15 FILLER       PIC X(7).                             00033000
000340         10 CKR-ID-REQUEST REDEFINES CKR-ID.                      00034000
000350            15 CKR-REQ-DATE PIC X(10).                            00035000
000360            15 CKR-REQ-SEQ  PIC 9(5).                             00036000
000370      05 CKR-DATA    PIC X(184).                                  00037000
000380      05 CKR-CHECK-DATA REDEFINES CKR-DATA.                       00038000
000390         10 CKK-STATUS      PIC X(1).                             00039000
000400            88 CKK-ISSUED      VALUE 'I'.                         00040000
000410            88 CKK-PAID        VALUE 'P'.                         00041000
000420            88 CKK-VOIDED      VALUE 'V'.                         00042000
000430         10 CKK-ISSUE-DATE  PIC X(10).                            00043000
000440         10 CKK-COMPANY     PIC X(30).                            00044000
000450         10 CKK-AMOUNT      PIC 9(7)V99.                          00045000
000460         10 CKK-REQ-DATE    PIC X(10).                            00046000
000470         10 CKK-REQ-SEQ     PIC 9(5).                             00047000
000480         10 CKK-ORIG-NO     PIC 9(8).                             00048000
000490         10 CKK-REPL-NO     PIC 9(8).                             00049000
000500         10 CKK-PAID-DATE   PIC X(10).                            00050000
000510         10 CKK-PAID-AMT    PIC 9(7)V99.                          00051000
000520         10 CKK-VOID-DATE   PIC X(10).                            00052000
000530         10 CKK-VOID-USER   PIC X(8).                             00053000
000540         10 CKK-VOID-REASON PIC X(30).                            00054000
000550         10 CKK-ACCOUNT     PIC X(12).                            00055000
000560         10 FILLER          PIC X(24).                            00056000
000570      05 CKR-REQ-DATA REDEFINES CKR-DATA.                         00057000
000580         10 CKQ-CHECK-NO    PIC 9(8).                             00058000
000590         10 CKQ-ISSUE-DATE  PIC X(10).                            00059000
000600         10 FILLER          PIC X(166).                           00060000
000610      05 CKR-CTL-DATA REDEFINES CKR-DATA.                         00061000
000620         10 CKC-ACCOUNT     PIC X(12).                            00062000
000630         10 CKC-FIRST       PIC 9(8).                             00063000
000640         10 CKC-LAST        PIC 9(8).                             00064000
000650         10 CKC-NEXT        PIC 9(8).                             00065000
000660         10 CKC-STOCK-DATE  PIC X(10).                            00066000
000670         10 CKC-STOCK-USER  PIC X(8).                             00067000
000680         10 FILLER          PIC X(130).                           00068000
