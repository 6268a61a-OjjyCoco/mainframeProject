000100******************************************************************00010000
000110* EDOREC - EDI PURCHASE ORDER LOG (KSDS EDIPO, KEY = PARTNER ISA *00011000
000120* SENDER ID + PURCHASE ORDER NUMBER). WRITTEN BY PJPT3EPO FOR    *00012000
000130* EVERY 850 LOADED INTO API5.ORDERS, SO A PURCHASE ORDER THE     *00013000
000140* PARTNER TRANSMITS TWICE IS NEVER ENTERED TWICE. CARRIES THE    *00014000
000150* ORDER NUMBER IT WAS ENTERED UNDER.                             *00015000
000160******************************************************************00016000
000170 01 L-EDIPO.                                                      00017000
000180      05 EDO-KEY.                                                 00018000
000190         10 EDO-ISA-ID  PIC X(15).                                00019000
000200         10 EDO-PO-NO   PIC X(22).                                00020000
000210      05 EDO-C-NO       PIC 9(3).                                 00021000
000220      05 EDO-O-NO       PIC 9(6).                                 00022000
000230      05 EDO-PO-DATE    PIC X(10).                                00023000
000240      05 EDO-LOAD-DATE  PIC X(10).                                00024000
000250      05 EDO-STATUS     PIC X(1).                                 00025000
000260         88 EDO-LOADED     VALUE 'L'.                             00026000
000270         88 EDO-HELD       VALUE 'H'.                             00027000
000280      05 FILLER         PIC X(13).                                00028000
