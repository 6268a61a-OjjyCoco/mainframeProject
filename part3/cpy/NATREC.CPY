000100******************************************************************00010000
000110* NATREC - NATIONAL ACCOUNT RECORD (KSDS NATACCT, KEY = CUSTOMER *00011000
000120* NUMBER). ONE RECORD PER CUSTOMER BELONGING TO A GROUP : THE    *00012000
000130* PARENT ACCOUNT ('P', PARENT NUMBER = ITS OWN NUMBER) CARRIES   *00013000
000140* THE GROUP CREDIT LIMIT AND THE CONSOLIDATED-STATEMENT FLAG ;   *00014000
000150* EACH BRANCH ('B') POINTS AT ITS PARENT. ONE LEVEL ONLY : A     *00015000
000160* BRANCH IS NEVER ITSELF A PARENT. MAINTAINED ONLINE BY PJNATM   *00016000
000170* (TRANSID PJNA), WHICH COPIES THE COMPANY NAME FROM             *00017000
000180* API5.CUSTOMERS. READ BY PJORDE (GROUP CREDIT CHECK), PJPART3S  *00018000
000190* (CONSOLIDATED STATEMENT), PJPART3D (GROUP AGING AND DUNNING)   *00019000
000200* AND PJPART3C (PARENT PAYMENTS). A CUSTOMER WITHOUT A RECORD    *00020000
000210* STANDS ALONE.                                                  *00021000
000220******************************************************************00022000
000230 01 NATACCT-RECORD.                                               00023000
000240      05 NAT-KEY.                                                 00024000
000250         10 NAT-C-NO      PIC 9(3).                               00025000
000260      05 NAT-TYPE         PIC X(1).                               00026000
000270         88 NAT-PARENT        VALUE 'P'.                          00027000
000280         88 NAT-BRANCH        VALUE 'B'.                          00028000
000290         88 NAT-TYPE-VALID    VALUE 'P' 'B'.                      00029000
000300      05 NAT-PARENT-NO    PIC 9(3).                               00030000
000310      05 NAT-COMPANY      PIC X(30).                              00031000
000320      05 NAT-GROUP-LIMIT  PIC 9(7)V99.                            00032000
000330      05 NAT-CONSOL       PIC X(1).                               00033000
000340         88 NAT-CONSOL-STMT   VALUE 'Y'.                          00034000
000350      05 NAT-UPD-DATE     PIC X(10).                              00035000
000360      05 NAT-UPD-USER     PIC X(8).                               00036000
000370      05 FILLER           PIC X(15).                              00037000
