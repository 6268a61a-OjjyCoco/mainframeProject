000100******************************************************************00010000
000110* SCHREC - CARTE DU PLANNING DE NUIT ATTENDU (SCHEDULE), TENUE   *00011000
000120* PAR L EXPLOITATION, UNE CARTE PAR PROGRAMME DANS L ORDRE DU    *00012000
000130* PLANNING. L HEURE LIMITE DE FIN S ENTEND LE JOUR DE DEBUT DE   *00013000
000140* LA FENETRE DE NUIT (JOUR 0) OU LE JOUR DE FIN (JOUR 1). LE     *00014000
000150* PREDECESSEUR DOIT AVOIR FINI AVANT QUE LE PROGRAMME DEMARRE    *00015000
000160* (FACTURATION AVANT ENCAISSEMENTS, ENCAISSEMENTS AVANT GL).     *00016000
000170* UN PROGRAMME FACULTATIF (O) ABSENT N EST PAS UNE ANOMALIE. LA  *00017000
000180* TOLERANCE EST L ECART ADMIS EN POUR CENT ENTRE LES NOMBRES DU  *00018000
000190* RUN ET LEUR MOYENNE SUR LES DIX DERNIERS RUNS (000 = PAS DE    *00019000
000200* CONTROLE DES NOMBRES).                                         *00020000
000210******************************************************************00021000
000220 01 L-SCHEDULE.                                                   00022000
000230      05 SCH-SEQ          PIC 9(3).                               00023000
000240      05 FILLER           PIC X(1).                               00024000
000250      05 SCH-JOB          PIC X(8).                               00025000
000260      05 FILLER           PIC X(1).                               00026000
000270      05 SCH-PROGRAM      PIC X(8).                               00027000
000280      05 FILLER           PIC X(1).                               00028000
000290      05 SCH-DEADLINE     PIC X(8).                               00029000
000300      05 FILLER           PIC X(1).                               00030000
000310      05 SCH-DAY          PIC 9(1).                               00031000
000320      05 FILLER           PIC X(1).                               00032000
000330      05 SCH-AFTER        PIC X(8).                               00033000
000340      05 FILLER           PIC X(1).                               00034000
000350      05 SCH-REQUIRED     PIC X(1).                               00035000
000360         88 SCH-MANDATORY VALUE 'R'.                              00036000
000370         88 SCH-OPTIONAL  VALUE 'O'.                              00037000
000380      05 FILLER           PIC X(1).                               00038000
000390      05 SCH-TOL-PCT      PIC 9(3).                               00039000
000400      05 FILLER           PIC X(33).                              00040000
