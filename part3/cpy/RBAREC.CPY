000100******************************************************************00010000
000110* RBAREC - CUSTOMER VOLUME REBATE AGREEMENT CARDS (FILE RBTAGR,  *00011000
000120* MAINTAINED BY SALES ADMINISTRATION). ONE 'A' CARD PER          *00012000
000130* AGREEMENT (CUSTOMER NUMBER + AGREEMENT NUMBER) GIVING THE      *00013000
000140* AGREEMENT PERIOD AND THE METHOD, FOLLOWED BY ITS 'T' TIER      *00014000
000150* CARDS IN ASCENDING THRESHOLD ORDER AND ITS OPTIONAL 'P'        *00015000
000160* QUALIFYING PRODUCT CARDS. NO 'P' CARD = EVERY PRODUCT          *00016000
000170* QUALIFIES. METHOD R (RETROACTIVE) : ALL QUALIFYING SALES EARN  *00017000
000180* THE RATE OF THE HIGHEST TIER REACHED ; METHOD I (INCREMENTAL)  *00018000
000190* : EACH TIER'S RATE APPLIES TO THE SALES BETWEEN ITS THRESHOLD  *00019000
000200* AND THE NEXT. READ BY PJPT3RBT.                                *00020000
000210******************************************************************00021000
000220 01 L-RBTAGR.                                                     00022000
000230      05 RBA-TYPE       PIC X(1).                                 00023000
000240         88 RBA-AGREEMENT VALUE 'A'.                              00024000
000250         88 RBA-TIER      VALUE 'T'.                              00025000
000260         88 RBA-PRODUCTS  VALUE 'P'.                              00026000
000270      05 RBA-C-NO       PIC 9(3).                                 00027000
000280      05 RBA-AGR-NO     PIC 9(2).                                 00028000
000290      05 RBA-DATA       PIC X(74).                                00029000
000300      05 RBA-AGR-DATA REDEFINES RBA-DATA.                         00030000
000310         10 RBA-FROM    PIC X(10).                                00031000
000320         10 RBA-TO      PIC X(10).                                00032000
000330         10 RBA-METHOD  PIC X(1).                                 00033000
000340            88 RBA-RETROACTIVE VALUE 'R' ' '.                     00034000
000350            88 RBA-INCREMENTAL VALUE 'I'.                         00035000
000360         10 RBA-DESC    PIC X(30).                                00036000
000370         10 FILLER      PIC X(23).                                00037000
000380      05 RBA-TIER-DATA REDEFINES RBA-DATA.                        00038000
000390         10 RBA-THRESHOLD PIC 9(7)V99.                            00039000
000400         10 RBA-PCT       PIC 99V99.                              00040000
000410         10 FILLER        PIC X(61).                              00041000
000420      05 RBA-PROD-DATA REDEFINES RBA-DATA.                        00042000
000430         10 RBA-P-NO    PIC X(3) OCCURS 10 TIMES.                 00043000
000440         10 FILLER      PIC X(44).                                00044000
000450                                                                  00045000
