000100******************************************************************00010000
000110* EDXREC - EDI CROSS-REFERENCE (CARD FILE EDIXREF, MAINTAINED BY *00011000
000120* CUSTOMER SERVICE). MAPS THE IDENTIFIERS A TRADING PARTNER (ISA *00012000
000130* SENDER ID) USES ON ITS 850 PURCHASE ORDERS TO OURS. TYPE C :   *00013000
000140* THE BUYER ID OF THE N1*BY GROUP GIVES THE CUSTOMER NUMBER AND  *00014000
000150* THE SALESPERSON THE ORDER IS ENTERED UNDER (ZERO = THE ONE OF  *00015000
000160* THE PROFILE). TYPE I : THE BUYER'S ITEM NUMBER GIVES OUR       *00016000
000170* PRODUCT NUMBER ; A LINE QUOTING OUR OWN NUMBER (VP) NEEDS NO   *00017000
000180* CARD.                                                          *00018000
000190******************************************************************00019000
000200 01 L-EDIXREF.                                                    00020000
000210      05 EDX-TYPE       PIC X(1).                                 00021000
000220         88 EDX-CUSTOMER   VALUE 'C'.                             00022000
000230         88 EDX-ITEM       VALUE 'I'.                             00023000
000240      05 EDX-ISA-ID     PIC X(15).                                00024000
000250      05 EDX-PARTNER-ID PIC X(30).                                00025000
000260      05 EDX-C-NO       PIC 9(3).                                 00026000
000270      05 EDX-S-NO       PIC 9(3).                                 00027000
000280      05 EDX-P-NO       PIC X(3).                                 00028000
000290      05 FILLER         PIC X(25).                                00029000
