000100******************************************************************00010000
000110* PERREC - ACCOUNTING PERIOD RECORD (KSDS PERIOD, KEY = MONTH    *00011000
000120* AAAA-MM). A MONTH IS OPEN UNTIL THE MONTH-END RUN PJPT3MEC     *00012000
000130* RECONCILES THE GL RECEIVABLES TO THE OPEN ITEMS AND CLOSES IT, *00013000
000140* KEEPING THE TWO BALANCES OF THE CLOSE AND THE NUMBER OF        *00014000
000150* DOCUMENTS IN DIFFERENCE ; THE NEXT MONTH IS THEN WRITTEN OPEN. *00015000
000160* A MONTH NOT ON FILE IS OPEN. PJPART3B, PJPART3C, PJPART3F AND  *00016000
000170* PJPART3G ASK PJPT3PER FOR THE POSTING DATE OF A DOCUMENT : A   *00017000
000180* DATE IN A CLOSED MONTH BECOMES THE FIRST DAY OF THE NEXT OPEN  *00018000
000190* MONTH. THE BALANCES CARRY A LEADING SEPARATE SIGN SO A SEED    *00019000
000200* CARD CAN BE PUNCHED AS +000000001234567 (LAST 2 = CENTS).      *00020000
000210******************************************************************00021000
000220 01 PERIOD-RECORD.                                                00022000
000230      05 PER-KEY.                                                 00023000
000240         10 PER-MONTH     PIC X(7).                               00024000
000250      05 PER-STATUS       PIC X(1).                               00025000
000260         88 PER-OPEN      VALUE 'O'.                              00026000
000270         88 PER-CLOSED    VALUE 'C'.                              00027000
000280      05 PER-CLOSE-DATE   PIC X(10).                              00028000
000290      05 PER-GL-AR        PIC S9(11)V99 SIGN IS LEADING SEPARATE. 00029000
000300      05 PER-SUB-AR       PIC S9(11)V99 SIGN IS LEADING SEPARATE. 00030000
000310      05 PER-DIFF-CNT     PIC 9(5).                               00031000
000320      05 FILLER           PIC X(29).                              00032000
