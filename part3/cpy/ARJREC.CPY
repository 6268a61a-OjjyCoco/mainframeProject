000100******************************************************************00010000
000110* ARJREC - RECEIVABLES DETAIL OF THE GL JOURNAL (GDG ARJRNL,     *00011000
000120* WRITTEN BY PJPART3G) : ONE RECORD PER DOCUMENT, PAYMENT,       *00012000
000130* WRITE-OFF OR REBATE CREDIT BEHIND THE RECEIVABLE POSTINGS OF   *00013000
000140* THE JOURNAL, DATED AND PERIODED LIKE THE JOURNAL. SAME LAYOUT  *00014000
000150* FOR THE BALANCE FORWARD OF PJPT3MEC (GDG ARFWD, SOURCE O) :    *00015000
000160* THE GL RECEIVABLE NET PER ORDER NUMBER LEFT AT A PERIOD CLOSE. *00016000
000170* SOURCE : I = INVEXTR DOCUMENT (TYPE H, B, F OR C), P = PAYMENT *00017000
000180* APPLIED BY PJPART3C (CASH, SMALL-BALANCE WRITE-OFF, EARLY-PAY  *00018000
000190* DISCOUNT), W = BAD-DEBT WRITE-OFF, B = REBATE CREDIT,          *00019000
000200* O = BALANCE FORWARD. THE CUSTOMER NUMBER IS ZERO WHEN THE      *00020000
000210* SOURCE DOES NOT CARRY IT (PAYMENTS).                           *00021000
000220******************************************************************00022000
000230 01 L-ARJRNL.                                                     00023000
000240      05 ARJ-PERIOD     PIC X(7).                                 00024000
000250      05 ARJ-DATE       PIC X(10).                                00025000
000260      05 ARJ-C-NO       PIC 9(3).                                 00026000
000270      05 ARJ-COMPANY    PIC X(30).                                00027000
000280      05 ARJ-O-NO       PIC 9(6).                                 00028000
000290      05 ARJ-SOURCE     PIC X(1).                                 00029000
000300         88 ARJ-FORWARD VALUE 'O'.                                00030000
000310      05 ARJ-DOC-TYPE   PIC X(1).                                 00031000
000320      05 ARJ-SIDE       PIC X(1).                                 00032000
000330      05 ARJ-AMT        PIC 9(9)V99.                              00033000
000340      05 FILLER         PIC X(10).                                00034000
