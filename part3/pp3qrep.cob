000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3QRP.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - WEEKLY QUOTATION REPORT : LES 00020000
000210*                  DEVIS DU KSDS QUOTE (ECRITS PAR PJQUOTE) PAR   00021000
000220*                  VENDEUR, EN CINQ ETATS A LA DATE D ARRETE      00022000
000230*                  SYSIN : OUVERTS, EXPIRANT DANS LA FENETRE      00023000
000240*                  SYSIN, EXPIRES NON CLOTURES, GAGNES ET PERDUS  00024000
000250*                  DANS LES SEPT DERNIERS JOURS, AVEC TOTAUX PAR  00025000
000260*                  VENDEUR ET RECAPITULATIF GENERAL               00026000
000261* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00026100
000262*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00026200
000263*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00026300
000264* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00026400
000265*                  NO UNSET FIELD REACHES JOBLOG                  00026500
000270******************************************************************00027000
000280                                                                  00028000
000290 ENVIRONMENT DIVISION.                                            00029000
000300 INPUT-OUTPUT SECTION.                                            00030000
000310 FILE-CONTROL.                                                    00031000
000320******************************************************************00032000
000330* KSDS DES DEVIS (VOIR COPY QTEREC)                               00033000
000340******************************************************************00034000
000350      SELECT QTEF ASSIGN TO QUOTE                                 00035000
000360      ORGANIZATION IS INDEXED                                     00036000
000370      ACCESS MODE  IS SEQUENTIAL                                  00037000
000380      RECORD KEY   IS QTE-KEY                                     00038000
000390      FILE STATUS  IS WS-QTEF-STATUS.                             00039000
000400******************************************************************00040000
000410* FICHIERS DE TRI : TRAVAIL ET RESULTAT TRIE PAR VENDEUR          00041000
000420******************************************************************00042000
000430      SELECT SRTWRK ASSIGN TO SORTWORK.                           00043000
000440      SELECT SRTD ASSIGN TO QTESORT                               00044000
000450      ORGANIZATION  IS SEQUENTIAL.                                00045000
000460******************************************************************00046000
000470* ETAT HEBDOMADAIRE DES DEVIS                                     00047000
000480******************************************************************00048000
000490      SELECT QTER ASSIGN TO QTEREP                                00049000
000500      ORGANIZATION  IS SEQUENTIAL.                                00050000
000510                                                                  00051000
000520******************************************************************00052000
000530                                                                  00053000
000540 DATA DIVISION.                                                   00054000
000550 FILE SECTION.                                                    00055000
000560 FD QTEF.                                                         00056000
000570     COPY QTEREC.                                                 00057000
000580                                                                  00058000
000590 SD SRTWRK.                                                       00059000
000600 01 SRT-REC.                                                      00060000
000610      05 SRT-S-NO      PIC 9(3).                                  00061000
000620      05 SRT-RANK      PIC 9(1).                                  00062000
000630      05 SRT-Q-NO      PIC 9(6).                                  00063000
000640      05 SRT-C-NO      PIC 9(3).                                  00064000
000650      05 SRT-DATE      PIC X(10).                                 00065000
000660      05 SRT-EXP-DATE  PIC X(10).                                 00066000
000670      05 SRT-NET       PIC 9(7)V99.                               00067000
000680      05 SRT-O-NO      PIC 9(6).                                  00068000
000690      05 SRT-CLOSE     PIC X(10).                                 00069000
000700      05 SRT-LOST-RSN  PIC X(30).                                 00070000
000710      05 FILLER        PIC X(12).                                 00071000
000720                                                                  00072000
000730 FD SRTD.                                                         00073000
000740 01 ENR-QTESORT PIC X(100).                                       00074000
000750                                                                  00075000
000760 FD QTER.                                                         00076000
000770 01 ENR-QTEREP PIC X(132).                                        00077000
000780                                                                  00078000
000790 WORKING-STORAGE SECTION.                                         00079000
000800******************************************************************00080000
000810*                  DECLARATION SQL                                00081000
000820******************************************************************00082000
000830     EXEC SQL                                                     00083000
000840        INCLUDE SQLCA                                             00084000
000850     END-EXEC.                                                    00085000
000860                                                                  00086000
000870     EXEC SQL                                                     00087000
000880        INCLUDE CUSTS                                             00088000
000890     END-EXEC.                                                    00089000
000900                                                                  00090000
000910     EXEC SQL                                                     00091000
000920        INCLUDE EMPLO                                             00092000
000930     END-EXEC.                                                    00093000
000940                                                                  00094000
000950******************************************************************00095000
000960* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00096000
000970******************************************************************00097000
000980 77 FLAG-QTEF  PIC 9 VALUE 0.                                     00098000
000990    88 FF-QTEF VALUE 1.                                           00099000
001000 77 FLAG-SRTD  PIC 9 VALUE 0.                                     00100000
001010    88 FF-SRTD VALUE 1.                                           00101000
001020 77 WS-QTEF-STATUS PIC X(2) VALUE SPACES.                         00102000
001030                                                                  00103000
001040 77 WS-ANO PIC 99 VALUE ZERO.                                     00104000
001050                                                                  00105000
001060******************************************************************00106000
001070* PARAMETRES SYSIN : DATE D ARRETE, PUIS FENETRE D EXPIRATION EN  00107000
001080* JOURS (7 QUAND LA CARTE EST ABSENTE OU NON NUMERIQUE)           00108000
001090******************************************************************00109000
001100 77 WS-ASOF-DATE PIC X(10) VALUE SPACES.                          00110000
001110 01 WS-WINDOW-CARD.                                               00111000
001120      05 WS-WINDOW-X PIC X(3).                                    00112000
001130      05 FILLER      PIC X(77).                                   00113000
001140 01 WS-WINDOW-N REDEFINES WS-WINDOW-CARD.                         00114000
001150      05 WS-WINDOW-9 PIC 9(3).                                    00115000
001160      05 FILLER      PIC X(77).                                   00116000
001170 77 WS-WINDOW PIC 9(3) VALUE 7.                                   00117000
001180                                                                  00118000
001190******************************************************************00119000
001200* DECLARATION DES VARIABLES DE CALCUL DES BORNES DE DATE : FIN DE 00120000
001210* FENETRE D EXPIRATION ET DEBUT DE LA SEMAINE ECOULEE             00121000
001220******************************************************************00122000
001230 01 W-YMD.                                                        00123000
001240      05 W-YMD-Y PIC X(4).                                        00124000
001250      05 W-YMD-M PIC X(2).                                        00125000
001260      05 W-YMD-D PIC X(2).                                        00126000
001270 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00127000
001280 77 WS-ASOF-INT PIC S9(9) COMP VALUE ZERO.                        00128000
001290 77 WS-WORK-INT PIC S9(9) COMP VALUE ZERO.                        00129000
001300 77 WS-WINDOW-END PIC X(10) VALUE SPACES.                         00130000
001310 77 WS-WEEK-START PIC X(10) VALUE SPACES.                         00131000
001320 77 WS-RANK PIC 9(1) VALUE ZERO.                                  00132000
001330                                                                  00133000
001340******************************************************************00134000
001350* ENREGISTREMENT TRIE RELU PAR VENDEUR                            00135000
001360******************************************************************00136000
001370 01 L-SRT.                                                        00137000
001380      05 QTS-S-NO      PIC 9(3).                                  00138000
001390      05 QTS-RANK      PIC 9(1).                                  00139000
001400      05 QTS-Q-NO      PIC 9(6).                                  00140000
001410      05 QTS-C-NO      PIC 9(3).                                  00141000
001420      05 QTS-DATE      PIC X(10).                                 00142000
001430      05 QTS-EXP-DATE  PIC X(10).                                 00143000
001440      05 QTS-NET       PIC 9(7)V99.                               00144000
001450      05 QTS-O-NO      PIC 9(6).                                  00145000
001460      05 QTS-CLOSE     PIC X(10).                                 00146000
001470      05 QTS-LOST-RSN  PIC X(30).                                 00147000
001480      05 FILLER        PIC X(12).                                 00148000
001490                                                                  00149000
001500******************************************************************00150000
001510* TABLE DES ETATS DU RAPPORT, DANS L ORDRE D EDITION (LE RANG     00151000
001520* EST LA CLE DE TRI SECONDAIRE)                                   00152000
001530******************************************************************00153000
001540 01 STA-VALUES.                                                   00154000
001550      05 FILLER PIC X(20) VALUE 'OPEN'.                           00155000
001560      05 FILLER PIC X(20) VALUE 'EXPIRING SOON'.                  00156000
001570      05 FILLER PIC X(20) VALUE 'EXPIRED NOT CLOSED'.             00157000
001580      05 FILLER PIC X(20) VALUE 'WON THIS WEEK'.                  00158000
001590      05 FILLER PIC X(20) VALUE 'LOST THIS WEEK'.                 00159000
001600 01 STA-TABLE REDEFINES STA-VALUES.                               00160000
001610      05 STA-DESC PIC X(20) OCCURS 5 TIMES.                       00161000
001620 77 WS-STA-MAX PIC 9(1) VALUE 5.                                  00162000
001630                                                                  00163000
001640******************************************************************00164000
001650* CUMULS PAR ETAT : DU VENDEUR EN COURS ET GENERAUX               00165000
001660******************************************************************00166000
001670 01 STA-ACCUM.                                                    00167000
001680      05 STA-ACC-ENTRY OCCURS 5 TIMES INDEXED BY STA-IDX.         00168000
001690         10 SPC-CNT PIC 9(5).                                     00169000
001700         10 SPC-AMT PIC 9(9)V99.                                  00170000
001710         10 TOT-CNT PIC 9(7).                                     00171000
001720         10 TOT-AMT PIC 9(9)V99.                                  00172000
001730                                                                  00173000
001740 77 WS-CUR-S-NO PIC 9(3) VALUE ZERO.                              00174000
001750 77 WS-CUR-RANK PIC 9(1) VALUE ZERO.                              00175000
001760                                                                  00176000
001770******************************************************************00177000
001780* COMPTEURS DE FIN DE TRAITEMENT                                  00178000
001790******************************************************************00179000
001800 77 WS-QTE-READ    PIC 9(7) VALUE ZERO.                           00180000
001810 77 WS-QTE-LISTED  PIC 9(7) VALUE ZERO.                           00181000
001820 77 WS-QTE-SKIPPED PIC 9(7) VALUE ZERO.                           00182000
001830 77 WS-SAL-CNT     PIC 9(7) VALUE ZERO.                           00183000
001840                                                                  00184000
001850******************************************************************00185000
001860* DECLARATION DES LIGNES DE L ETAT                                00186000
001870******************************************************************00187000
001880 77 L-QTR-VIDE PIC X(132) VALUE SPACES.                           00188000
001890                                                                  00189000
001900 01 L-QTR-TITLE.                                                  00190000
001910      05 FILLER PIC X(42) VALUE                                   00191000
001920         'QUOTATIONS BY SALESPERSON - WEEKLY'.                    00192000
001930      05 FILLER PIC X(11) VALUE 'AS OF DATE '.                    00193000
001940      05 QTT-ASOF PIC X(10).                                      00194000
001950      05 FILLER PIC X(20) VALUE '   EXPIRING WITHIN '.            00195000
001960      05 QTT-WINDOW PIC ZZ9.                                      00196000
001970      05 FILLER PIC X(5) VALUE ' DAYS'.                           00197000
001980      05 FILLER PIC X(41) VALUE SPACES.                           00198000
001990                                                                  00199000
002000 01 L-QTR-SECTION.                                                00200000
002010      05 QSC-TEXT PIC X(60).                                      00201000
002020      05 FILLER   PIC X(72) VALUE SPACES.                         00202000
002030                                                                  00203000
002040 01 L-QTL-HDR.                                                    00204000
002050      05 FILLER PIC X(21) VALUE 'STATUS'.                         00205000
002060      05 FILLER PIC X(8)  VALUE 'QUOTE'.                          00206000
002070      05 FILLER PIC X(30) VALUE 'CUSTOMER'.                       00207000
002080      05 FILLER PIC X(11) VALUE 'QUOTED'.                         00208000
002090      05 FILLER PIC X(11) VALUE 'VALID TO'.                       00209000
002100      05 FILLER PIC X(12) VALUE '  NET AMOUNT'.                   00210000
002110      05 FILLER PIC X(2)  VALUE SPACES.                           00211000
002120      05 FILLER PIC X(37) VALUE 'ORDER / LOST REASON'.            00212000
002130                                                                  00213000
002140 01 L-QTL-LINE.                                                   00214000
002150      05 QTL-STAT    PIC X(20).                                   00215000
002160      05 FILLER      PIC X(1) VALUE SPACE.                        00216000
002170      05 QTL-Q-NO    PIC 9(6).                                    00217000
002180      05 FILLER      PIC X(2) VALUE SPACES.                       00218000
002190      05 QTL-C-NO    PIC 9(3).                                    00219000
002200      05 FILLER      PIC X(1) VALUE SPACE.                        00220000
002210      05 QTL-COMPANY PIC X(25).                                   00221000
002220      05 FILLER      PIC X(1) VALUE SPACE.                        00222000
002230      05 QTL-DATE    PIC X(10).                                   00223000
002240      05 FILLER      PIC X(1) VALUE SPACE.                        00224000
002250      05 QTL-EXP     PIC X(10).                                   00225000
002260      05 FILLER      PIC X(1) VALUE SPACE.                        00226000
002270      05 QTL-NET     PIC Z(8)9.99.                                00227000
002280      05 FILLER      PIC X(2) VALUE SPACES.                       00228000
002290      05 QTL-INFO    PIC X(36).                                   00229000
002300      05 FILLER      PIC X(1) VALUE SPACE.                        00230000
002310                                                                  00231000
002320 01 L-STA-TOT.                                                    00232000
002330      05 STT-LABEL PIC X(41).                                     00233000
002340      05 STT-CNT   PIC Z(6)9.                                     00234000
002350      05 FILLER    PIC X(7) VALUE ' QUOTES'.                      00235000
002360      05 FILLER    PIC X(16) VALUE SPACES.                        00236000
002370      05 STT-AMT   PIC Z(8)9.99.                                  00237000
002380      05 FILLER    PIC X(49) VALUE SPACES.                        00238000
002390                                                                  00239000
002400 01 L-QTR-NONE.                                                   00240000
002410      05 FILLER PIC X(40) VALUE                                   00241000
002420         'NO QUOTE TO REPORT'.                                    00242000
002430      05 FILLER PIC X(92) VALUE SPACES.                           00243000
002440                                                                  00244000
002441******************************************************************00244100
002442* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00244200
002443******************************************************************00244300
002444     COPY JLGREC.                                                 00244400
002445                                                                  00244500
002450 PROCEDURE DIVISION.                                              00245000
002451                                                                  00245100
002451     INITIALIZE L-JOBLOG                                          00245101
002452     MOVE 'PJPT3QRP' TO JLG-PROGRAM                               00245200
002453     MOVE 'S' TO JLG-TYPE                                         00245300
002454     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00245400
002460                                                                  00246000
002470     PERFORM 100-INITIALIZE                                       00247000
002480                                                                  00248000
002490     SORT SRTWRK                                                  00249000
002500          ON ASCENDING KEY SRT-S-NO                               00250000
002510          ON ASCENDING KEY SRT-RANK                               00251000
002520          ON ASCENDING KEY SRT-Q-NO                               00252000
002530          INPUT PROCEDURE IS 200-BUILD-SORT                       00253000
002540          GIVING SRTD                                             00254000
002550                                                                  00255000
002560     IF WS-QTE-LISTED = ZERO                                      00256000
002570         WRITE ENR-QTEREP FROM L-QTR-NONE                         00257000
002580     ELSE                                                         00258000
002590         OPEN INPUT SRTD                                          00259000
002600         PERFORM 400-READ-SRTD                                    00260000
002610         PERFORM 500-PROCESS-SALESPERSON UNTIL FF-SRTD            00261000
002620         CLOSE SRTD                                               00262000
002630         PERFORM 600-WRITE-SUMMARY                                00263000
002640     END-IF                                                       00264000
002650                                                                  00265000
002660     PERFORM 900-WRITE-TOTALS                                     00266000
002670                                                                  00267000
002680     CLOSE QTER                                                   00268000
002681                                                                  00268100
002682     MOVE WS-ASOF-DATE TO JLG-RUN-KEY                             00268200
002683     MOVE WS-QTE-READ TO JLG-IN-CNT                               00268300
002684     MOVE WS-QTE-LISTED TO JLG-OUT-CNT                            00268400
002685     MOVE RETURN-CODE TO JLG-RC                                   00268500
002686     MOVE 'E' TO JLG-TYPE                                         00268600
002687     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00268700
002690                                                                  00269000
002700     GOBACK.                                                      00270000
002710                                                                  00271000
002720******************************************************************00272000
002730* PARAGRAPHE D INITIALISATION : CARTES SYSIN, BORNES DE DATE,     00273000
002740* OUVERTURE DE L ETAT ET ENTETES                                  00274000
002750******************************************************************00275000
002760 100-INITIALIZE.                                                  00276000
002770     ACCEPT WS-ASOF-DATE FROM SYSIN                               00277000
002780     ACCEPT WS-WINDOW-CARD FROM SYSIN                             00278000
002790     IF WS-WINDOW-X NUMERIC                                       00279000
002800         MOVE WS-WINDOW-9 TO WS-WINDOW                            00280000
002810     END-IF                                                       00281000
002820                                                                  00282000
002830     MOVE WS-ASOF-DATE(1:4) TO W-YMD-Y                            00283000
002840     MOVE WS-ASOF-DATE(6:2) TO W-YMD-M                            00284000
002850     MOVE WS-ASOF-DATE(9:2) TO W-YMD-D                            00285000
002860     IF W-YMD-NUM NOT NUMERIC                                     00286000
002870         DISPLAY 'INVALID AS-OF DATE : ' WS-ASOF-DATE             00287000
002880         PERFORM ABEND-PROG                                       00288000
002890     END-IF                                                       00289000
002900     COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)    00290000
002910                                                                  00291000
002920     COMPUTE WS-WORK-INT = WS-ASOF-INT + WS-WINDOW                00292000
002930     PERFORM 110-FORMAT-DATE                                      00293000
002940     MOVE W-YMD-Y TO WS-WINDOW-END(1:4)                           00294000
002950     MOVE '-'     TO WS-WINDOW-END(5:1)                           00295000
002960     MOVE W-YMD-M TO WS-WINDOW-END(6:2)                           00296000
002970     MOVE '-'     TO WS-WINDOW-END(8:1)                           00297000
002980     MOVE W-YMD-D TO WS-WINDOW-END(9:2)                           00298000
002990                                                                  00299000
003000     COMPUTE WS-WORK-INT = WS-ASOF-INT - 6                        00300000
003010     PERFORM 110-FORMAT-DATE                                      00301000
003020     MOVE W-YMD-Y TO WS-WEEK-START(1:4)                           00302000
003030     MOVE '-'     TO WS-WEEK-START(5:1)                           00303000
003040     MOVE W-YMD-M TO WS-WEEK-START(6:2)                           00304000
003050     MOVE '-'     TO WS-WEEK-START(8:1)                           00305000
003060     MOVE W-YMD-D TO WS-WEEK-START(9:2)                           00306000
003070                                                                  00307000
003080     INITIALIZE STA-ACCUM                                         00308000
003090     OPEN OUTPUT QTER                                             00309000
003100                                                                  00310000
003110     MOVE WS-ASOF-DATE TO QTT-ASOF                                00311000
003120     MOVE WS-WINDOW    TO QTT-WINDOW                              00312000
003130     WRITE ENR-QTEREP FROM L-QTR-TITLE                            00313000
003140     WRITE ENR-QTEREP FROM L-QTR-VIDE                             00314000
003150     EXIT.                                                        00315000
003160                                                                  00316000
003170 110-FORMAT-DATE.                                                 00317000
003180     COMPUTE W-YMD-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)    00318000
003190     EXIT.                                                        00319000
003200                                                                  00320000
003210******************************************************************00321000
003220* PROCEDURE D ALIMENTATION DU TRI : UN ENREGISTREMENT PAR ENTETE  00322000
003230* DE DEVIS A REPORTER. LES LIGNES DE DEVIS, LES LIENS COMMANDE ET 00323000
003240* LES DEVIS CLOTURES AVANT LA SEMAINE SONT IGNORES                00324000
003250******************************************************************00325000
003260 200-BUILD-SORT.                                                  00326000
003270     OPEN INPUT QTEF                                              00327000
003280     IF WS-QTEF-STATUS = '00'                                     00328000
003290         PERFORM 210-READ-QTEF                                    00329000
003300         PERFORM 220-RELEASE-QUOTE UNTIL FF-QTEF                  00330000
003310         CLOSE QTEF                                               00331000
003320     ELSE                                                         00332000
003330         DISPLAY 'NO QUOTE FILE : ' WS-QTEF-STATUS                00333000
003340     END-IF                                                       00334000
003350     EXIT.                                                        00335000
003360                                                                  00336000
003370 210-READ-QTEF.                                                   00337000
003380     READ QTEF NEXT                                               00338000
003390         AT END                                                   00339000
003400              SET FF-QTEF TO TRUE                                 00340000
003410     END-READ                                                     00341000
003420     IF WS-QTEF-STATUS NOT = '00' AND WS-QTEF-STATUS NOT = '10'   00342000
003430         SET FF-QTEF TO TRUE                                      00343000
003440     END-IF                                                       00344000
003450     EXIT.                                                        00345000
003460                                                                  00346000
003470 220-RELEASE-QUOTE.                                               00347000
003480     IF QTE-QUOTE-REC AND QTE-SEQ = ZERO                          00348000
003490         ADD 1 TO WS-QTE-READ                                     00349000
003500         PERFORM 230-CLASSIFY-QUOTE                               00350000
003510         IF WS-RANK = ZERO                                        00351000
003520             ADD 1 TO WS-QTE-SKIPPED                              00352000
003530         ELSE                                                     00353000
003540             ADD 1 TO WS-QTE-LISTED                               00354000
003550             INITIALIZE SRT-REC                                   00355000
003560             MOVE QTH-S-NO      TO SRT-S-NO                       00356000
003570             MOVE WS-RANK       TO SRT-RANK                       00357000
003580             MOVE QTE-NO        TO SRT-Q-NO                       00358000
003590             MOVE QTH-C-NO      TO SRT-C-NO                       00359000
003600             MOVE QTH-DATE      TO SRT-DATE                       00360000
003610             MOVE QTH-EXP-DATE  TO SRT-EXP-DATE                   00361000
003620             COMPUTE SRT-NET = QTH-TOTAL - QTH-DISC               00362000
003630             MOVE QTH-O-NO      TO SRT-O-NO                       00363000
003640             MOVE QTH-CLOSE-DATE TO SRT-CLOSE                     00364000
003650             MOVE QTH-LOST-RSN  TO SRT-LOST-RSN                   00365000
003660             RELEASE SRT-REC                                      00366000
003670         END-IF                                                   00367000
003680     END-IF                                                       00368000
003690     PERFORM 210-READ-QTEF                                        00369000
003700     EXIT.                                                        00370000
003710                                                                  00371000
003720******************************************************************00372000
003730* PARAGRAPHE DE CLASSEMENT D UN DEVIS A LA DATE D ARRETE (RANG    00373000
003740* DANS LA TABLE DES ETATS, ZERO = NON REPORTE). LES DATES SONT    00374000
003750* EN AAAA-MM-JJ ET SE COMPARENT COMME DES CHAINES                 00375000
003760******************************************************************00376000
003770 230-CLASSIFY-QUOTE.                                              00377000
003780     MOVE ZERO TO WS-RANK                                         00378000
003790     EVALUATE TRUE                                                00379000
003800         WHEN QTH-OPEN AND QTH-EXP-DATE < WS-ASOF-DATE            00380000
003810             MOVE 3 TO WS-RANK                                    00381000
003820         WHEN QTH-OPEN AND QTH-EXP-DATE <= WS-WINDOW-END          00382000
003830             MOVE 2 TO WS-RANK                                    00383000
003840         WHEN QTH-OPEN                                            00384000
003850             MOVE 1 TO WS-RANK                                    00385000
003860         WHEN QTH-WON                                             00386000
003870          AND QTH-CLOSE-DATE >= WS-WEEK-START                     00387000
003880          AND QTH-CLOSE-DATE <= WS-ASOF-DATE                      00388000
003890             MOVE 4 TO WS-RANK                                    00389000
003900         WHEN QTH-LOST                                            00390000
003910          AND QTH-CLOSE-DATE >= WS-WEEK-START                     00391000
003920          AND QTH-CLOSE-DATE <= WS-ASOF-DATE                      00392000
003930             MOVE 5 TO WS-RANK                                    00393000
003940     END-EVALUATE                                                 00394000
003950     EXIT.                                                        00395000
003960                                                                  00396000
003970******************************************************************00397000
003980* PARAGRAPHE DE LECTURE DU FICHIER TRIE PAR VENDEUR               00398000
003990******************************************************************00399000
004000 400-READ-SRTD.                                                   00400000
004010     READ SRTD INTO L-SRT                                         00401000
004020         AT END                                                   00402000
004030              SET FF-SRTD TO TRUE                                 00403000
004040     END-READ                                                     00404000
004050     EXIT.                                                        00405000
004060                                                                  00406000
004070******************************************************************00407000
004080* PARAGRAPHES DE TRAITEMENT D UN VENDEUR : SON NOM, UNE LIGNE PAR 00408000
004090* DEVIS DANS L ORDRE DES ETATS, PUIS SES TOTAUX PAR ETAT          00409000
004100******************************************************************00410000
004110 500-PROCESS-SALESPERSON.                                         00411000
004120     MOVE QTS-S-NO TO WS-CUR-S-NO                                 00412000
004130     ADD 1 TO WS-SAL-CNT                                          00413000
004140     PERFORM 505-CLEAR-SAL-TOTALS                                 00414000
004150        VARYING STA-IDX FROM 1 BY 1 UNTIL STA-IDX > WS-STA-MAX    00415000
004160     PERFORM 510-WRITE-SAL-HEADER                                 00416000
004170                                                                  00417000
004180     PERFORM 520-WRITE-QUOTE                                      00418000
004190        UNTIL FF-SRTD OR QTS-S-NO NOT = WS-CUR-S-NO               00419000
004200                                                                  00420000
004210     WRITE ENR-QTEREP FROM L-QTR-VIDE                             00421000
004220     PERFORM 530-WRITE-SAL-TOTAL                                  00422000
004230        VARYING STA-IDX FROM 1 BY 1 UNTIL STA-IDX > WS-STA-MAX    00423000
004240     WRITE ENR-QTEREP FROM L-QTR-VIDE                             00424000
004250     WRITE ENR-QTEREP FROM L-QTR-VIDE                             00425000
004260     EXIT.                                                        00426000
004270                                                                  00427000
004280 505-CLEAR-SAL-TOTALS.                                            00428000
004290     MOVE ZERO TO SPC-CNT(STA-IDX)                                00429000
004300     MOVE ZERO TO SPC-AMT(STA-IDX)                                00430000
004310     EXIT.                                                        00431000
004320                                                                  00432000
004330 510-WRITE-SAL-HEADER.                                            00433000
004340     INITIALIZE ST-EMPLO                                          00434000
004350     MOVE WS-CUR-S-NO TO EMPLO-E-NO                               00435000
004360     EXEC SQL                                                     00436000
004370        SELECT LNAME, FNAME                                       00437000
004380            INTO :EMPLO-LNAME, :EMPLO-FNAME                       00438000
004390            FROM API5.EMPLOYEES                                   00439000
004400            WHERE E_NO = :EMPLO-E-NO                              00440000
004410     END-EXEC                                                     00441000
004420     IF SQLCODE NOT = ZERO                                        00442000
004430         MOVE SPACES TO EMPLO-FNAME                               00443000
004440         MOVE '(NOT ON FILE)' TO EMPLO-LNAME                      00444000
004450     END-IF                                                       00445000
004460     MOVE SPACES TO QSC-TEXT                                      00446000
004470     STRING                                                       00447000
004480        'SALESPERSON '  DELIMITED BY SIZE                         00448000
004490        WS-CUR-S-NO     DELIMITED BY SIZE                         00449000
004500        ' '             DELIMITED BY SIZE                         00450000
004510        EMPLO-LNAME     DELIMITED BY SPACES                       00451000
004520        ' '             DELIMITED BY SIZE                         00452000
004530        EMPLO-FNAME     DELIMITED BY SPACES                       00453000
004540        INTO QSC-TEXT                                             00454000
004550     END-STRING                                                   00455000
004560     WRITE ENR-QTEREP FROM L-QTR-SECTION                          00456000
004570     WRITE ENR-QTEREP FROM L-QTR-VIDE                             00457000
004580     WRITE ENR-QTEREP FROM L-QTL-HDR                              00458000
004590     WRITE ENR-QTEREP FROM L-QTR-VIDE                             00459000
004600     MOVE ZERO TO WS-CUR-RANK                                     00460000
004610     EXIT.                                                        00461000
004620                                                                  00462000
004630 520-WRITE-QUOTE.                                                 00463000
004640     MOVE SPACES TO QTL-STAT                                      00464000
004650     IF QTS-RANK NOT = WS-CUR-RANK                                00465000
004660         MOVE QTS-RANK TO WS-CUR-RANK                             00466000
004670         MOVE STA-DESC(QTS-RANK) TO QTL-STAT                      00467000
004680     END-IF                                                       00468000
004690     MOVE QTS-Q-NO     TO QTL-Q-NO                                00469000
004700     MOVE QTS-C-NO     TO QTL-C-NO                                00470000
004710     MOVE QTS-DATE     TO QTL-DATE                                00471000
004720     MOVE QTS-EXP-DATE TO QTL-EXP                                 00472000
004730     MOVE QTS-NET      TO QTL-NET                                 00473000
004740     PERFORM 525-FETCH-COMPANY                                    00474000
004750     MOVE SPACES TO QTL-INFO                                      00475000
004760     EVALUATE QTS-RANK                                            00476000
004770         WHEN 4                                                   00477000
004780             STRING                                               00478000
004790                'ORDER '   DELIMITED BY SIZE                      00479000
004800                QTS-O-NO   DELIMITED BY SIZE                      00480000
004810                ' ON '     DELIMITED BY SIZE                      00481000
004820                QTS-CLOSE  DELIMITED BY SIZE                      00482000
004830                INTO QTL-INFO                                     00483000
004840             END-STRING                                           00484000
004850         WHEN 5                                                   00485000
004860             MOVE QTS-LOST-RSN TO QTL-INFO                        00486000
004870         WHEN OTHER                                               00487000
004880             CONTINUE                                             00488000
004890     END-EVALUATE                                                 00489000
004900     WRITE ENR-QTEREP FROM L-QTL-LINE                             00490000
004910                                                                  00491000
004920     SET STA-IDX TO QTS-RANK                                      00492000
004930     ADD 1       TO SPC-CNT(STA-IDX)                              00493000
004940     ADD QTS-NET TO SPC-AMT(STA-IDX)                              00494000
004950     ADD 1       TO TOT-CNT(STA-IDX)                              00495000
004960     ADD QTS-NET TO TOT-AMT(STA-IDX)                              00496000
004970                                                                  00497000
004980     PERFORM 400-READ-SRTD                                        00498000
004990     EXIT.                                                        00499000
005000                                                                  00500000
005010 525-FETCH-COMPANY.                                               00501000
005020     INITIALIZE ST-CUSTS                                          00502000
005030     MOVE QTS-C-NO TO CUSTS-C-NO                                  00503000
005040     EXEC SQL                                                     00504000
005050        SELECT COMPANY                                            00505000
005060            INTO :CUSTS-COMPANY                                   00506000
005070            FROM API5.CUSTOMERS                                   00507000
005080            WHERE C_NO = :CUSTS-C-NO                              00508000
005090     END-EXEC                                                     00509000
005100     IF SQLCODE = ZERO                                            00510000
005110         MOVE CUSTS-COMPANY TO QTL-COMPANY                        00511000
005120     ELSE                                                         00512000
005130         MOVE '(NOT ON FILE)' TO QTL-COMPANY                      00513000
005140     END-IF                                                       00514000
005150     EXIT.                                                        00515000
005160                                                                  00516000
005170 530-WRITE-SAL-TOTAL.                                             00517000
005180     IF SPC-CNT(STA-IDX) > ZERO                                   00518000
005190         MOVE SPACES TO STT-LABEL                                 00519000
005200         STRING                                                   00520000
005210            'TOTAL '          DELIMITED BY SIZE                   00521000
005220            STA-DESC(STA-IDX) DELIMITED BY SIZE                   00522000
005230            INTO STT-LABEL                                        00523000
005240         END-STRING                                               00524000
005250         MOVE SPC-CNT(STA-IDX) TO STT-CNT                         00525000
005260         MOVE SPC-AMT(STA-IDX) TO STT-AMT                         00526000
005270         WRITE ENR-QTEREP FROM L-STA-TOT                          00527000
005280     END-IF                                                       00528000
005290     EXIT.                                                        00529000
005300                                                                  00530000
005310******************************************************************00531000
005320* RECAPITULATIF GENERAL PAR ETAT, TOUS VENDEURS                   00532000
005330******************************************************************00533000
005340 600-WRITE-SUMMARY.                                               00534000
005350     MOVE 'ALL SALESPERSONS' TO QSC-TEXT                          00535000
005360     WRITE ENR-QTEREP FROM L-QTR-SECTION                          00536000
005370     WRITE ENR-QTEREP FROM L-QTR-VIDE                             00537000
005380     PERFORM 610-WRITE-ONE-SUMMARY                                00538000
005390        VARYING STA-IDX FROM 1 BY 1 UNTIL STA-IDX > WS-STA-MAX    00539000
005400     EXIT.                                                        00540000
005410                                                                  00541000
005420 610-WRITE-ONE-SUMMARY.                                           00542000
005430     MOVE STA-DESC(STA-IDX) TO STT-LABEL                          00543000
005440     MOVE TOT-CNT(STA-IDX)  TO STT-CNT                            00544000
005450     MOVE TOT-AMT(STA-IDX)  TO STT-AMT                            00545000
005460     WRITE ENR-QTEREP FROM L-STA-TOT                              00546000
005470     EXIT.                                                        00547000
005480                                                                  00548000
005490******************************************************************00549000
005500* PARAGRAPHE D EDITION DES TOTAUX DE CONTROLE                     00550000
005510******************************************************************00551000
005520 900-WRITE-TOTALS.                                                00552000
005530     DISPLAY 'QUOTES READ        : ' WS-QTE-READ                  00553000
005540     DISPLAY 'QUOTES LISTED      : ' WS-QTE-LISTED                00554000
005550     DISPLAY 'CLOSED, SKIPPED    : ' WS-QTE-SKIPPED               00555000
005560     DISPLAY 'SALESPERSONS       : ' WS-SAL-CNT                   00556000
005570     EXIT.                                                        00557000
005580                                                                  00558000
005590******************************************************************00559000
005600* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00560000
005610* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00561000
005620******************************************************************00562000
005630 ABEND-PROG.                                                      00563000
005640     DISPLAY 'ABEND-PROG !'                                       00564000
005650     COMPUTE WS-ANO = 1 / WS-ANO.                                 00565000
