000100******************************************************************00010000
000110* CNTREC - PHYSICAL COUNT RECORD (KSDS CNTMSTR, KEY = P_NO).  *   00011000
000120* WRITTEN BY THE PJPT3CNT FREEZE WITH THE BOOK ON-HAND AT THE *   00012000
000130* TIME OF THE FREEZE, COMPLETED WITH THE COUNTED QUANTITY AND *   00013000
000140* THE COUNTER'S USER ID, THEN MARKED POSTED WHEN THE APPROVED *   00014000
000150* ADJUSTMENT REACHES STKMSTR. THE UNIT COST VALUES THE COUNT. *   00015000
000160******************************************************************00016000
000170 01 COUNT-RECORD.                                                 00017000
000180      05 CNT-KEY.                                                 00018000
000190         10 CNT-P-NO     PIC X(3).                                00019000
000200      05 CNT-STATUS      PIC X(1).                                00020000
000210         88 CNT-FROZEN   VALUE 'F'.                               00021000
000220         88 CNT-COUNTED  VALUE 'C'.                               00022000
000230         88 CNT-POSTED   VALUE 'P'.                               00023000
000240      05 CNT-FREEZE-DATE PIC X(10).                               00024000
000250      05 CNT-BOOK-QTY    PIC S9(7).                               00025000
000260      05 CNT-COUNT-QTY   PIC 9(7).                                00026000
000270      05 CNT-COUNTER     PIC X(8).                                00027000
000280      05 CNT-COUNT-DATE  PIC X(10).                               00028000
000290      05 CNT-UNIT-COST   PIC 9(5)V99.                             00029000
000300      05 CNT-POST-DATE   PIC X(10).                               00030000
000310      05 FILLER          PIC X(17).                               00031000
