000100******************************************************************00010000
000110* LBXREC - LOCKBOX TRANSMISSION RECORD (80 BYTES) AS DELIVERED   *00011000
000120* BY THE BANK, ONE VIEW PER RECORD TYPE IN COLUMN 1 :            *00012000
000130*   1 FILE HEADER (ORIGIN, FILE DATE, FILE ID)  2 SERVICE        *00013000
000140*   5 LOCKBOX HEADER  6 CHECK  4 INVOICE REFERENCES OF A CHECK   *00014000
000150*   7 BATCH TOTAL  8 LOCKBOX TOTAL  9 FILE TRAILER               *00015000
000160* THE BATCH, LOCKBOX AND FILE TOTALS ARE CHECKED BY PJPT3LBX,    *00016000
000170* WHICH ONLY CONVERTS A FILE THAT BALANCES AT EVERY LEVEL.       *00017000
000180******************************************************************00018000
000190 01 LOCKBOX-RECORD.                                               00019000
000200      05 LBX-REC-TYPE       PIC X(1).                             00020000
000210         88 LBX-FILE-HDR        VALUE '1'.                        00021000
000220         88 LBX-SERVICE         VALUE '2'.                        00022000
000230         88 LBX-INVOICE-REF     VALUE '4'.                        00023000
000240         88 LBX-LOCKBOX-HDR     VALUE '5'.                        00024000
000250         88 LBX-CHECK           VALUE '6'.                        00025000
000260         88 LBX-BATCH-TOT       VALUE '7'.                        00026000
000270         88 LBX-LOCKBOX-TOT     VALUE '8'.                        00027000
000280         88 LBX-FILE-TRL        VALUE '9'.                        00028000
000290      05 LBX-DATA           PIC X(79).                            00029000
000300      05 LB1-FILE-HDR REDEFINES LBX-DATA.                         00030000
000310         10 LB1-PRIORITY    PIC X(2).                             00031000
000320         10 LB1-DEST        PIC X(10).                            00032000
000330         10 LB1-ORIGIN      PIC X(10).                            00033000
000340         10 LB1-FILE-DATE   PIC 9(8).                             00034000
000350         10 LB1-FILE-TIME   PIC 9(4).                             00035000
000360         10 LB1-FILE-ID     PIC X(10).                            00036000
000370         10 FILLER          PIC X(35).                            00037000
000380      05 LB5-LOCKBOX-HDR REDEFINES LBX-DATA.                      00038000
000390         10 LB5-LOCKBOX     PIC X(7).                             00039000
000400         10 LB5-DEP-DATE    PIC 9(8).                             00040000
000410         10 FILLER          PIC X(64).                            00041000
000420      05 LB6-CHECK REDEFINES LBX-DATA.                            00042000
000430         10 LB6-BATCH       PIC 9(3).                             00043000
000440         10 LB6-ITEM        PIC 9(3).                             00044000
000450         10 LB6-AMOUNT      PIC 9(8)V99.                          00045000
000460         10 LB6-ROUTING     PIC X(9).                             00046000
000470         10 LB6-ACCOUNT     PIC X(10).                            00047000
000480         10 LB6-CHECK-NO    PIC X(10).                            00048000
000490         10 LB6-REMITTER    PIC X(30).                            00049000
000500         10 FILLER          PIC X(4).                             00050000
000510      05 LB4-INVOICE-REF REDEFINES LBX-DATA.                      00051000
000520         10 LB4-BATCH       PIC 9(3).                             00052000
000530         10 LB4-ITEM        PIC 9(3).                             00053000
000540         10 LB4-OVFL-TYPE   PIC X(1).                             00054000
000550         10 LB4-SEQ         PIC 9(2).                             00055000
000560         10 LB4-LAST        PIC X(1).                             00056000
000570         10 LB4-REF OCCURS 3 TIMES.                               00057000
000580            15 LB4-INV-NO   PIC 9(6).                             00058000
000590            15 LB4-INV-AMT  PIC 9(7)V99.                          00059000
000600         10 FILLER          PIC X(24).                            00060000
000610      05 LB7-BATCH-TOT REDEFINES LBX-DATA.                        00061000
000620         10 LB7-BATCH       PIC 9(3).                             00062000
000630         10 LB7-LOCKBOX     PIC X(7).                             00063000
000640         10 LB7-DEP-DATE    PIC 9(8).                             00064000
000650         10 LB7-ITEM-CNT    PIC 9(3).                             00065000
000660         10 LB7-AMOUNT      PIC 9(8)V99.                          00066000
000670         10 FILLER          PIC X(48).                            00067000
000680      05 LB8-LOCKBOX-TOT REDEFINES LBX-DATA.                      00068000
000690         10 LB8-LOCKBOX     PIC X(7).                             00069000
000700         10 LB8-DEP-DATE    PIC 9(8).                             00070000
000710         10 LB8-ITEM-CNT    PIC 9(5).                             00071000
000720         10 LB8-AMOUNT      PIC 9(9)V99.                          00072000
000730         10 FILLER          PIC X(48).                            00073000
000740      05 LB9-FILE-TRL REDEFINES LBX-DATA.                         00074000
000750         10 LB9-REC-CNT     PIC 9(6).                             00075000
000760         10 LB9-ITEM-CNT    PIC 9(6).                             00076000
000770         10 LB9-AMOUNT      PIC 9(10)V99.                         00077000
000780         10 FILLER          PIC X(55).                            00078000
