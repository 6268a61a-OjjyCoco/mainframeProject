000100******************************************************************00010000
000110* JLGREC - ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT     *00011000
000120* (JOBLOG). CHAQUE PROGRAMME BATCH APPELLE PJPT3LOG EN DEBUT DE  *00012000
000130* TRAITEMENT AVEC LE TYPE S, PUIS EN FIN AVEC LE TYPE E, LE CODE *00013000
000140* RETOUR, SES NOMBRES D ENREGISTREMENTS LUS ET ECRITS ET LA CLE  *00014000
000150* DU RUN (DATE OU PLAGE DE LA CARTE SYSIN QUI DESIGNE LA         *00015000
000160* GENERATION TRAITEE). PJPT3LOG DATE ET HEURE LES DEUX           *00016000
000170* ENREGISTREMENTS ; LA DATE ET L HEURE DE DEBUT RESTENT DANS LA  *00017000
000180* ZONE DE L APPELANT ET SE RETROUVENT SUR L ENREGISTREMENT E. UN *00018000
000190* S SANS E EST UN PROGRAMME TOMBE EN COURS DE ROUTE. LU PAR LE   *00019000
000200* RAPPORT D EXPLOITATION PJPT3OPS ET PAR LA TRANSACTION PJRQ.    *00020000
000210******************************************************************00021000
000220 01 L-JOBLOG.                                                     00022000
000230      05 JLG-TYPE         PIC X(1).                               00023000
000240         88 JLG-START     VALUE 'S'.                              00024000
000250         88 JLG-END       VALUE 'E'.                              00025000
000260      05 JLG-PROGRAM      PIC X(8).                               00026000
000270      05 JLG-START-DATE   PIC X(10).                              00027000
000280      05 JLG-START-TIME   PIC X(8).                               00028000
000290      05 JLG-END-DATE     PIC X(10).                              00029000
000300      05 JLG-END-TIME     PIC X(8).                               00030000
000310      05 JLG-RC           PIC 9(4).                               00031000
000320      05 JLG-IN-CNT       PIC 9(9).                               00032000
000330      05 JLG-OUT-CNT      PIC 9(9).                               00033000
000340      05 JLG-RUN-KEY      PIC X(21).                              00034000
000350      05 FILLER           PIC X(12).                              00035000
