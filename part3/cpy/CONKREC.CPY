000100******************************************************************00010000
000110* CONKREC - CUSTOMER CONTRACT CONDITIONS FOR ONLINE LOOKUP (KSDS *00011000
000120* CONTRKS, KEY = CUSTOMER + PRODUCT OR *** + EFFECTIVE-FROM      *00012000
000130* DATE). RELOADED FROM THE CONTRACT CARD FILE BY PJCONKLD        *00013000
000140* WHENEVER CONTRACT IS CHANGED, SO THE QUOTE SCREEN (PJQUOTE)    *00014000
000150* PRICES WITH THE SAME CONDITIONS AS PJPART3B : P = CONTRACT     *00015000
000160* PRICE, D = DISCOUNT PERCENT, PRODUCT CONDITION BEFORE ***.     *00016000
000170******************************************************************00017000
000180 01 CONTRK-RECORD.                                                00018000
000190      05 CNK-KEY.                                                 00019000
000200         10 CNK-C-NO       PIC 9(3).                              00020000
000210         10 CNK-P-NO       PIC X(3).                              00021000
000220         10 CNK-EFF-FROM   PIC X(10).                             00022000
000230      05 CNK-TYPE          PIC X(1).                              00023000
000240      05 CNK-PCT           PIC 99V99.                             00024000
000250      05 CNK-PRICE         PIC 9(5)V99.                           00025000
000260      05 CNK-EFF-TO        PIC X(10).                             00026000
000270      05 FILLER            PIC X(2).                              00027000
