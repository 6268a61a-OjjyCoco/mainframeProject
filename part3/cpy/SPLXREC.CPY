000100******************************************************************00010000
000110* SPLXREC - COMMISSION SPLIT LINE PASSED FROM PJPART3 TO         *00011000
000120* PJPART3B (FILE SPLITS, ONE GENERATION PER EXTRACT). ONE RECORD *00012000
000130* PER SHARE OF A SPLIT ORDER (SEE COPY SPLTREC) WITH THE NAME,   *00013000
000140* DEPARTMENT AND COMMISSION RATE OF THE SALESPERSON, SO PJPART3B *00014000
000150* CAN BOOK EACH SHARE TO ITS OWN EMPLOYEE. ORDERS NOT LISTED     *00015000
000160* BOOK 100% TO THE EXTRACT SALESPERSON.                          *00016000
000170******************************************************************00017000
000180 01 L-SPLX.                                                       00018000
000190      05 SPX-O-NO        PIC 9(6).                                00019000
000200      05 SPX-SEQ         PIC 9(1).                                00020000
000210      05 SPX-E-NO        PIC 9(3).                                00021000
000220      05 SPX-SHARE       PIC 9(3).                                00022000
000230      05 SPX-LNAME       PIC X(20).                               00023000
000240      05 SPX-FNAME       PIC X(20).                               00024000
000250      05 SPX-DNAME       PIC X(20).                               00025000
000260      05 SPX-COM         PIC 99V99.                               00026000
000270      05 FILLER          PIC X(3).                                00027000
