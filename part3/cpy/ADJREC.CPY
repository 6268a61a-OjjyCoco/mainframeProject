000100******************************************************************00010000
000110* ADJREC - STOCK ADJUSTMENT AUDIT RECORD (FILE CNTAUDIT). ONE *   00011000
000120* RECORD PER PHYSICAL COUNT POSTED BY PJPT3CNT, KEPT FOR THE  *   00012000
000130* AUDITORS WITH THE COUNTER AND APPROVER USER IDS. PJPART3G   *   00013000
000140* READS THE RECORDS OF ITS JOURNAL DATE FOR THE SHRINKAGE     *   00014000
000150* ENTRY (VARIANCE VALUE NEGATIVE = SHRINKAGE).                *   00015000
000160******************************************************************00016000
000170 01 L-STKADJ.                                                     00017000
000180      05 ADJ-POST-DATE   PIC X(10).                               00018000
000190      05 ADJ-P-NO        PIC X(3).                                00019000
000200      05 ADJ-BOOK-QTY    PIC S9(7).                               00020000
000210      05 ADJ-COUNT-QTY   PIC 9(7).                                00021000
000220      05 ADJ-VAR-QTY     PIC S9(7).                               00022000
000230      05 ADJ-UNIT-COST   PIC 9(5)V99.                             00023000
000240      05 ADJ-VAR-VALUE   PIC S9(9)V99.                            00024000
000250      05 ADJ-COUNTER     PIC X(8).                                00025000
000260      05 ADJ-APPROVER    PIC X(8).                                00026000
000270      05 ADJ-FREEZE-DATE PIC X(10).                               00027000
000280      05 FILLER          PIC X(2).                                00028000
