000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3OPS.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - MORNING OPERATIONS REPORT :   00020000
000210*                  READS THE NIGHT JOB LOG (JOBLOG, COPY JLGREC)  00021000
000220*                  FOR THE WINDOW GIVEN ON SYSIN AND CHECKS IT    00022000
000230*                  AGAINST THE EXPECTED SCHEDULE (SCHEDULE, COPY  00023000
000240*                  SCHREC) : PROGRAMS NOT RUN, ABENDED (START     00024000
000250*                  WITHOUT END), LATE, OUT OF SEQUENCE, ENDED     00025000
000260*                  WITH A RETURN CODE, OR WHOSE INPUT OR OUTPUT   00026000
000270*                  COUNT IS OFF THE AVERAGE OF THEIR LAST TEN     00027000
000280*                  RUNS BY MORE THAN THE SCHEDULE TOLERANCE       00028000
000281* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD ;  00028100
000282*                  THE START DATE AND TIME ARE KEPT ACROSS THE    00028200
000283*                  SWEEP OF JOBLOG (READ INTO THE SAME AREA) AND  00028300
000284*                  PUT BACK ON THE END RECORD                     00028400
000285* 15/10/2026 GAY  AN OPTIONAL PREDECESSOR THAT DID NOT RUN IN THE 00028500
000286*                  WINDOW IS PASSED OVER : THE PROGRAM IS CHECKED 00028600
000287*                  AGAINST THAT PREDECESSOR'S OWN PREDECESSOR     00028700
000290******************************************************************00029000
000300                                                                  00030000
000310 ENVIRONMENT DIVISION.                                            00031000
000320 INPUT-OUTPUT SECTION.                                            00032000
000330 FILE-CONTROL.                                                    00033000
000340******************************************************************00034000
000350* PLANNING DE NUIT ATTENDU (VOIR COPY SCHREC)                     00035000
000360******************************************************************00036000
000370      SELECT SCHF ASSIGN TO SCHEDULE                              00037000
000380      ORGANIZATION IS SEQUENTIAL                                  00038000
000390      FILE STATUS IS WS-SCHF-STATUS.                              00039000
000400******************************************************************00040000
000410* JOURNAL DES TRAITEMENTS DE NUIT (VOIR COPY JLGREC)              00041000
000420******************************************************************00042000
000430      SELECT JLGF ASSIGN TO JOBLOG                                00043000
000440      ORGANIZATION IS SEQUENTIAL                                  00044000
000450      FILE STATUS IS WS-JLGF-STATUS.                              00045000
000460******************************************************************00046000
000470* RAPPORT D EXPLOITATION DU MATIN                                 00047000
000480******************************************************************00048000
000490      SELECT OREP ASSIGN TO OPSREP                                00049000
000500      ORGANIZATION  IS SEQUENTIAL.                                00050000
000510                                                                  00051000
000520******************************************************************00052000
000530                                                                  00053000
000540 DATA DIVISION.                                                   00054000
000550 FILE SECTION.                                                    00055000
000560 FD SCHF.                                                         00056000
000570 01 ENR-SCHEDULE PIC X(80).                                       00057000
000580                                                                  00058000
000590 FD JLGF.                                                         00059000
000600 01 ENR-JOBLOG PIC X(100).                                        00060000
000610                                                                  00061000
000620 FD OREP.                                                         00062000
000630 01 ENR-OPSREP PIC X(132).                                        00063000
000640                                                                  00064000
000650 WORKING-STORAGE SECTION.                                         00065000
000660******************************************************************00066000
000670* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00067000
000680******************************************************************00068000
000690 77 FLAG-SCHF   PIC 9 VALUE 0.                                    00069000
000700    88 FF-SCHF VALUE 1.                                           00070000
000710 77 FLAG-JLGF   PIC 9 VALUE 0.                                    00071000
000720    88 FF-JLGF VALUE 1.                                           00072000
000730 77 WS-SCHF-STATUS PIC X(2) VALUE SPACES.                         00073000
000740 77 WS-JLGF-STATUS PIC X(2) VALUE SPACES.                         00074000
000750                                                                  00075000
000760 77 WS-ANO PIC 99 VALUE ZERO.                                     00076000
000770                                                                  00077000
000780******************************************************************00078000
000790* CARTE SYSIN : FENETRE DE LA NUIT, DEBUT ET FIN SOUS LA FORME    00079000
000800* AAAA-MM-JJ HH:MM:SS AAAA-MM-JJ HH:MM:SS                         00080000
000810******************************************************************00081000
000820 01 WS-WINDOW-CARD.                                               00082000
000830      05 WS-WIN-FROM.                                             00083000
000840         10 WS-WFR-DATE PIC X(10).                                00084000
000850         10 FILLER      PIC X(1).                                 00085000
000860         10 WS-WFR-TIME PIC X(8).                                 00086000
000870      05 FILLER         PIC X(1).                                 00087000
000880      05 WS-WIN-TO.                                               00088000
000890         10 WS-WTO-DATE PIC X(10).                                00089000
000900         10 FILLER      PIC X(1).                                 00090000
000910         10 WS-WTO-TIME PIC X(8).                                 00091000
000920      05 FILLER         PIC X(41).                                00092000
000930                                                                  00093000
000940******************************************************************00094000
000950* HORODATAGE DE TRAVAIL AAAA-MM-JJ HH:MM:SS, COMPARABLE EN ALPHA  00095000
000960******************************************************************00096000
000970 01 WS-STAMP.                                                     00097000
000980      05 WS-STP-DATE PIC X(10).                                   00098000
000990      05 FILLER      PIC X(1) VALUE SPACE.                        00099000
001000      05 WS-STP-TIME PIC X(8).                                    00100000
001010 01 WS-START-STAMP PIC X(19) VALUE SPACES.                        00101000
001020 01 WS-END-STAMP   PIC X(19) VALUE SPACES.                        00102000
001030                                                                  00103000
001040******************************************************************00104000
001050* ENREGISTREMENTS DU PLANNING ET DU JOURNAL                       00105000
001060******************************************************************00106000
001070     COPY SCHREC.                                                 00107000
001080                                                                  00108000
001090     COPY JLGREC.                                                 00109000
001100                                                                  00110000
001110******************************************************************00111000
001120* TABLE DES PROGRAMMES : CHARGEE DU PLANNING DANS SON ORDRE, PUIS 00112000
001130* COMPLETEE DES PROGRAMMES DU JOURNAL ABSENTS DU PLANNING. POUR   00113000
001140* CHAQUE PROGRAMME : LES RUNS DE LA FENETRE ET LES NOMBRES DE SES 00114000
001150* DIX DERNIERS RUNS TERMINES AVANT LA FENETRE (TABLE TOURNANTE)   00115000
001160******************************************************************00116000
001170 01 PGM-TABLE.                                                    00117000
001180      05 PGM-ENTRY OCCURS 100 TIMES INDEXED BY PGM-IDX.           00118000
001190         10 PGM-PROGRAM     PIC X(8).                             00119000
001200         10 PGM-JOB         PIC X(8).                             00120000
001210         10 PGM-SEQ         PIC 9(3).                             00121000
001220         10 PGM-SCHED-SW    PIC X(1).                             00122000
001230            88 PGM-SCHEDULED VALUE 'Y'.                           00123000
001240         10 PGM-DEADLINE    PIC X(19).                            00124000
001250         10 PGM-AFTER       PIC X(8).                             00125000
001260         10 PGM-REQUIRED    PIC X(1).                             00126000
001270         10 PGM-TOL-PCT     PIC 9(3).                             00127000
001280         10 PGM-S-CNT       PIC 9(3).                             00128000
001290         10 PGM-E-CNT       PIC 9(3).                             00129000
001300         10 PGM-FIRST-START PIC X(19).                            00130000
001310         10 PGM-FIRST-END   PIC X(19).                            00131000
001320         10 PGM-LAST-END    PIC X(19).                            00132000
001330         10 PGM-MAX-RC      PIC 9(4).                             00133000
001340         10 PGM-LAST-IN     PIC 9(9).                             00134000
001350         10 PGM-LAST-OUT    PIC 9(9).                             00135000
001360         10 PGM-HST-CNT     PIC 9(2).                             00136000
001370         10 PGM-HST-NEXT    PIC 9(2).                             00137000
001380         10 PGM-HST OCCURS 10 TIMES.                              00138000
001390            15 PGM-HST-IN   PIC 9(9).                             00139000
001400            15 PGM-HST-OUT  PIC 9(9).                             00140000
001410 77 WS-PGM-CNT PIC 9(3) VALUE ZERO.                               00141000
001420 77 WS-PGM-MAX PIC 9(3) VALUE 100.                                00142000
001430 77 WS-FND-PROGRAM PIC X(8) VALUE SPACES.                         00143000
001440 77 WS-HIT-SW  PIC X(1) VALUE 'N'.                                00144000
001450    88 ENTRY-FOUND VALUE 'Y'.                                     00145000
001460 77 WS-PRD     PIC 9(3) COMP VALUE ZERO.                          00146000
001470 77 WS-PRD-HIT PIC 9(3) COMP VALUE ZERO.                          00147000
001471 77 WS-PRD-STEPS PIC 9(3) COMP VALUE ZERO.                        00147100
001472 77 WS-PRD-PROGRAM PIC X(8) VALUE SPACES.                         00147200
001473 77 WS-PRD-SW  PIC X(1) VALUE 'N'.                                00147300
001474    88 PRED-RESOLVED VALUE 'Y'.                                   00147400
001480 77 WS-H       PIC 9(2) COMP VALUE ZERO.                          00148000
001490                                                                  00149000
001500******************************************************************00150000
001510* ANOMALIES DU PROGRAMME EN COURS, EDITEES SOUS SA LIGNE D ETAT   00151000
001520******************************************************************00152000
001530 01 EXC-TABLE.                                                    00153000
001540      05 EXC-ENTRY OCCURS 10 TIMES.                               00154000
001550         10 EXC-CODE   PIC X(16).                                 00155000
001560         10 EXC-DETAIL PIC X(70).                                 00156000
001570 77 WS-EXC-CNT PIC 9(2) COMP VALUE ZERO.                          00157000
001580 77 WS-EXC-SUB PIC 9(2) COMP VALUE ZERO.                          00158000
001590 77 WS-NEW-CODE   PIC X(16) VALUE SPACES.                         00159000
001600 77 WS-NEW-DETAIL PIC X(70) VALUE SPACES.                         00160000
001610                                                                  00161000
001620******************************************************************00162000
001630* CONTROLE DES NOMBRES PAR RAPPORT A LA MOYENNE DES DERNIERS RUNS 00163000
001640******************************************************************00164000
001650 77 WS-SUM-IN    PIC 9(11) VALUE ZERO.                            00165000
001660 77 WS-SUM-OUT   PIC 9(11) VALUE ZERO.                            00166000
001670 77 WS-AVG       PIC 9(9) VALUE ZERO.                             00167000
001680 77 WS-CUR-CNT   PIC 9(9) VALUE ZERO.                             00168000
001690 77 WS-DIFF      PIC S9(10) VALUE ZERO.                           00169000
001700 77 WS-PCT       PIC 9(5) VALUE ZERO.                             00170000
001710 77 ED-CNT       PIC Z(8)9.                                       00171000
001720 77 ED-AVG       PIC Z(8)9.                                       00172000
001730 77 ED-PCT       PIC ZZZZ9.                                       00173000
001740 77 ED-RC        PIC ZZZ9.                                        00174000
001750 77 ED-RUNS      PIC ZZ9.                                         00175000
001760                                                                  00176000
001770******************************************************************00177000
001780* COMPTEURS DU RUN                                                00178000
001790******************************************************************00179000
001800 77 WS-SCH-READ   PIC 9(5) VALUE ZERO.                            00180000
001810 77 WS-LOG-READ   PIC 9(7) VALUE ZERO.                            00181000
001820 77 WS-LOG-HIST   PIC 9(7) VALUE ZERO.                            00182000
001830 77 WS-LOG-WIN    PIC 9(7) VALUE ZERO.                            00183000
001840 77 WS-LOG-LATER  PIC 9(7) VALUE ZERO.                            00184000
001850 77 WS-NOTRUN-CNT PIC 9(5) VALUE ZERO.                            00185000
001860 77 WS-ABEND-CNT  PIC 9(5) VALUE ZERO.                            00186000
001870 77 WS-LATE-CNT   PIC 9(5) VALUE ZERO.                            00187000
001880 77 WS-SEQ-CNT    PIC 9(5) VALUE ZERO.                            00188000
001890 77 WS-RC-CNT     PIC 9(5) VALUE ZERO.                            00189000
001900 77 WS-VOL-CNT    PIC 9(5) VALUE ZERO.                            00190000
001910 77 WS-UNSCH-CNT  PIC 9(5) VALUE ZERO.                            00191000
001920 77 WS-EXC-TOT    PIC 9(5) VALUE ZERO.                            00192000
001930                                                                  00193000
001940******************************************************************00194000
001941* DEBUT DU RUN, GARDE POUR L ENREGISTREMENT E (LE BALAYAGE DU     00194100
001942* JOURNAL EST LU DANS LA MEME ZONE L-JOBLOG)                      00194200
001943******************************************************************00194300
001944 77 WS-OPS-START-DATE PIC X(10) VALUE SPACES.                     00194400
001945 77 WS-OPS-START-TIME PIC X(8)  VALUE SPACES.                     00194500
001946                                                                  00194600
001947******************************************************************00194700
001950* DECLARATION DES LIGNES DU RAPPORT                               00195000
001960******************************************************************00196000
001970 77 L-OPS-VIDE PIC X(132) VALUE SPACES.                           00197000
001980                                                                  00198000
001990 01 L-OPS-TITLE.                                                  00199000
002000      05 FILLER PIC X(40) VALUE                                   00200000
002010         'NIGHT BATCH OPERATIONS REPORT - WINDOW '.               00201000
002020      05 OPT-FROM PIC X(19).                                      00202000
002030      05 FILLER   PIC X(4) VALUE ' TO '.                          00203000
002040      05 OPT-TO   PIC X(19).                                      00204000
002050      05 FILLER   PIC X(50) VALUE SPACES.                         00205000
002060                                                                  00206000
002070 01 L-OPS-SECT.                                                   00207000
002080      05 OPS-TEXT PIC X(60).                                      00208000
002090      05 FILLER   PIC X(72) VALUE SPACES.                         00209000
002100                                                                  00210000
002110 01 L-LOG-HDR.                                                    00211000
002120      05 FILLER PIC X(10) VALUE 'PROGRAM'.                        00212000
002130      05 FILLER PIC X(21) VALUE 'STARTED'.                        00213000
002140      05 FILLER PIC X(21) VALUE 'ENDED'.                          00214000
002150      05 FILLER PIC X(6)  VALUE '    RC'.                         00215000
002160      05 FILLER PIC X(11) VALUE '   INPUT'.                       00216000
002170      05 FILLER PIC X(11) VALUE '  OUTPUT'.                       00217000
002180      05 FILLER PIC X(2)  VALUE SPACES.                           00218000
002190      05 FILLER PIC X(50) VALUE 'RUN KEY'.                        00219000
002200                                                                  00220000
002210 01 L-LOG-LINE.                                                   00221000
002220      05 LGL-PROGRAM PIC X(8).                                    00222000
002230      05 FILLER      PIC X(2) VALUE SPACES.                       00223000
002240      05 LGL-START   PIC X(19).                                   00224000
002250      05 FILLER      PIC X(2) VALUE SPACES.                       00225000
002260      05 LGL-END     PIC X(19).                                   00226000
002270      05 FILLER      PIC X(2) VALUE SPACES.                       00227000
002280      05 LGL-RC      PIC ZZZ9.                                    00228000
002290      05 FILLER      PIC X(2) VALUE SPACES.                       00229000
002300      05 LGL-IN      PIC Z(8)9.                                   00230000
002310      05 FILLER      PIC X(2) VALUE SPACES.                       00231000
002320      05 LGL-OUT     PIC Z(8)9.                                   00232000
002330      05 FILLER      PIC X(2) VALUE SPACES.                       00233000
002340      05 LGL-KEY     PIC X(21).                                   00234000
002350      05 FILLER      PIC X(2) VALUE SPACES.                       00235000
002360      05 LGL-NOTE    PIC X(29).                                   00236000
002370                                                                  00237000
002380 01 L-STA-HDR.                                                    00238000
002390      05 FILLER PIC X(4)  VALUE 'SEQ'.                            00239000
002400      05 FILLER PIC X(10) VALUE 'JOB'.                            00240000
002410      05 FILLER PIC X(10) VALUE 'PROGRAM'.                        00241000
002420      05 FILLER PIC X(6)  VALUE 'RUNS'.                           00242000
002430      05 FILLER PIC X(21) VALUE 'FIRST START'.                    00243000
002440      05 FILLER PIC X(21) VALUE 'LAST END'.                       00244000
002450      05 FILLER PIC X(8)  VALUE 'MAX RC'.                         00245000
002460      05 FILLER PIC X(52) VALUE 'STATUS'.                         00246000
002470                                                                  00247000
002480 01 L-STA-LINE.                                                   00248000
002490      05 STL-SEQ     PIC ZZ9.                                     00249000
002500      05 FILLER      PIC X(1) VALUE SPACE.                        00250000
002510      05 STL-JOB     PIC X(8).                                    00251000
002520      05 FILLER      PIC X(2) VALUE SPACES.                       00252000
002530      05 STL-PROGRAM PIC X(8).                                    00253000
002540      05 FILLER      PIC X(2) VALUE SPACES.                       00254000
002550      05 STL-RUNS    PIC ZZ9.                                     00255000
002560      05 FILLER      PIC X(3) VALUE SPACES.                       00256000
002570      05 STL-START   PIC X(19).                                   00257000
002580      05 FILLER      PIC X(2) VALUE SPACES.                       00258000
002590      05 STL-END     PIC X(19).                                   00259000
002600      05 FILLER      PIC X(2) VALUE SPACES.                       00260000
002610      05 STL-RC      PIC ZZZ9.                                    00261000
002620      05 FILLER      PIC X(4) VALUE SPACES.                       00262000
002630      05 STL-STATUS  PIC X(20).                                   00263000
002640      05 FILLER      PIC X(32) VALUE SPACES.                      00264000
002650                                                                  00265000
002660 01 L-EXC-LINE.                                                   00266000
002670      05 FILLER      PIC X(14) VALUE SPACES.                      00267000
002680      05 FILLER      PIC X(4)  VALUE '*** '.                      00268000
002690      05 EXL-CODE    PIC X(16).                                   00269000
002700      05 FILLER      PIC X(2)  VALUE SPACES.                      00270000
002710      05 EXL-DETAIL  PIC X(70).                                   00271000
002720      05 FILLER      PIC X(26) VALUE SPACES.                      00272000
002730                                                                  00273000
002740 01 L-SUM-LINE.                                                   00274000
002750      05 SUL-LABEL PIC X(40).                                     00275000
002760      05 SUL-VALUE PIC ZZZZ9.                                     00276000
002770      05 FILLER    PIC X(87) VALUE SPACES.                        00277000
002780                                                                  00278000
002790 01 L-OPS-TEXT.                                                   00279000
002800      05 OTX-TEXT PIC X(80).                                      00280000
002810      05 FILLER   PIC X(52) VALUE SPACES.                         00281000
002820                                                                  00282000
002830 PROCEDURE DIVISION.                                              00283000
002840                                                                  00284000
002841     INITIALIZE L-JOBLOG                                          00284100
002850     MOVE 'PJPT3OPS' TO JLG-PROGRAM                               00285000
002860     MOVE 'S' TO JLG-TYPE                                         00286000
002870     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00287000
002871     MOVE JLG-START-DATE TO WS-OPS-START-DATE                     00287100
002872     MOVE JLG-START-TIME TO WS-OPS-START-TIME                     00287200
002880                                                                  00288000
002890     PERFORM 100-INITIALIZE                                       00289000
002900                                                                  00290000
002910     PERFORM 300-SWEEP-JOBLOG UNTIL FF-JLGF                       00291000
002920     PERFORM 400-CHECK-SCHEDULE                                   00292000
002930     PERFORM 700-WRITE-SUMMARY                                    00293000
002940     PERFORM 900-WRITE-TOTALS                                     00294000
002950                                                                  00295000
002960     IF WS-JLGF-STATUS NOT = '35'                                 00296000
002970         CLOSE JLGF                                               00297000
002980     END-IF                                                       00298000
002990     CLOSE OREP                                                   00299000
003000                                                                  00300000
003001     INITIALIZE L-JOBLOG                                          00300100
003010     MOVE 'PJPT3OPS'    TO JLG-PROGRAM                            00301000
003011     MOVE WS-OPS-START-DATE TO JLG-START-DATE                     00301100
003012     MOVE WS-OPS-START-TIME TO JLG-START-TIME                     00301200
003020     MOVE WS-WFR-DATE   TO JLG-RUN-KEY                            00302000
003030     MOVE WS-LOG-READ   TO JLG-IN-CNT                             00303000
003040     MOVE WS-EXC-TOT    TO JLG-OUT-CNT                            00304000
003050     MOVE RETURN-CODE TO JLG-RC                                   00305000
003060     MOVE 'E' TO JLG-TYPE                                         00306000
003070     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00307000
003080                                                                  00308000
003090     GOBACK.                                                      00309000
003100                                                                  00310000
003110******************************************************************00311000
003120* PARAGRAPHE D INITIALISATION : FENETRE SYSIN, CHARGEMENT DU      00312000
003130* PLANNING, OUVERTURES ET EN-TETE DU RAPPORT                      00313000
003140******************************************************************00314000
003150 100-INITIALIZE.                                                  00315000
003160     ACCEPT WS-WINDOW-CARD FROM SYSIN                             00316000
003170     IF WS-WFR-DATE(1:4) NOT NUMERIC                              00317000
003180        OR WS-WTO-DATE(1:4) NOT NUMERIC                           00318000
003190        OR WS-WFR-TIME(1:2) NOT NUMERIC                           00319000
003200        OR WS-WTO-TIME(1:2) NOT NUMERIC                           00320000
003210        OR WS-WIN-FROM NOT < WS-WIN-TO                            00321000
003220         DISPLAY 'INVALID WINDOW CARD : ' WS-WIN-FROM ' '         00322000
003230                 WS-WIN-TO                                        00323000
003240         PERFORM ABEND-PROG                                       00324000
003250     END-IF                                                       00325000
003260                                                                  00326000
003270     INITIALIZE PGM-TABLE                                         00327000
003280     PERFORM 110-LOAD-SCHEDULE                                    00328000
003290                                                                  00329000
003300     OPEN OUTPUT OREP                                             00330000
003310     MOVE WS-WIN-FROM TO OPT-FROM                                 00331000
003320     MOVE WS-WIN-TO   TO OPT-TO                                   00332000
003330     WRITE ENR-OPSREP FROM L-OPS-TITLE                            00333000
003340     WRITE ENR-OPSREP FROM L-OPS-VIDE                             00334000
003350     MOVE 'JOB LOG OF THE NIGHT' TO OPS-TEXT                      00335000
003360     WRITE ENR-OPSREP FROM L-OPS-SECT                             00336000
003370     WRITE ENR-OPSREP FROM L-OPS-VIDE                             00337000
003380     WRITE ENR-OPSREP FROM L-LOG-HDR                              00338000
003390                                                                  00339000
003400     OPEN INPUT JLGF                                              00340000
003410     IF WS-JLGF-STATUS NOT = '00'                                 00341000
003420         DISPLAY 'NO JOBLOG FILE : ' WS-JLGF-STATUS               00342000
003430         MOVE 'NO JOB LOG ON FILE' TO OTX-TEXT                    00343000
003440         WRITE ENR-OPSREP FROM L-OPS-TEXT                         00344000
003450         SET FF-JLGF TO TRUE                                      00345000
003460     ELSE                                                         00346000
003470         PERFORM 200-READ-JOBLOG                                  00347000
003480     END-IF                                                       00348000
003490     EXIT.                                                        00349000
003500                                                                  00350000
003510******************************************************************00351000
003520* PARAGRAPHES DE CHARGEMENT DU PLANNING. SANS PLANNING, LE        00352000
003530* RAPPORT LISTE LE JOURNAL SANS CONTROLE DE PLANNING              00353000
003540******************************************************************00354000
003550 110-LOAD-SCHEDULE.                                               00355000
003560     OPEN INPUT SCHF                                              00356000
003570     IF WS-SCHF-STATUS NOT = '00'                                 00357000
003580         DISPLAY 'NO SCHEDULE FILE : ' WS-SCHF-STATUS             00358000
003590     ELSE                                                         00359000
003600         PERFORM 112-READ-SCHF                                    00360000
003610         PERFORM 114-LOAD-ONE-SCHED UNTIL FF-SCHF                 00361000
003620         CLOSE SCHF                                               00362000
003630     END-IF                                                       00363000
003640     EXIT.                                                        00364000
003650                                                                  00365000
003660 112-READ-SCHF.                                                   00366000
003670     READ SCHF INTO L-SCHEDULE                                    00367000
003680         AT END                                                   00368000
003690              SET FF-SCHF TO TRUE                                 00369000
003700     END-READ                                                     00370000
003710     EXIT.                                                        00371000
003720                                                                  00372000
003730 114-LOAD-ONE-SCHED.                                              00373000
003740     IF SCH-PROGRAM NOT = SPACES AND ENR-SCHEDULE(1:1) NOT = '*'  00374000
003750         ADD 1 TO WS-SCH-READ                                     00375000
003760         MOVE SCH-PROGRAM TO WS-FND-PROGRAM                       00376000
003770         PERFORM 350-FIND-PGM                                     00377000
003780         IF PGM-SCHEDULED(PGM-IDX)                                00378000
003790             DISPLAY 'PROGRAM TWICE ON SCHEDULE - CARD SKIPPED : '00379000
003800                     SCH-PROGRAM                                  00380000
003810         ELSE                                                     00381000
003820             MOVE 'Y'          TO PGM-SCHED-SW(PGM-IDX)           00382000
003830             MOVE SCH-SEQ      TO PGM-SEQ(PGM-IDX)                00383000
003840             MOVE SCH-JOB      TO PGM-JOB(PGM-IDX)                00384000
003850             MOVE SCH-AFTER    TO PGM-AFTER(PGM-IDX)              00385000
003860             MOVE SCH-REQUIRED TO PGM-REQUIRED(PGM-IDX)           00386000
003870             MOVE SCH-TOL-PCT  TO PGM-TOL-PCT(PGM-IDX)            00387000
003880             PERFORM 116-SET-DEADLINE                             00388000
003890         END-IF                                                   00389000
003900     END-IF                                                       00390000
003910     PERFORM 112-READ-SCHF                                        00391000
003920     EXIT.                                                        00392000
003930                                                                  00393000
003940******************************************************************00394000
003950* HEURE LIMITE : LE JOUR 0 EST LE JOUR DE DEBUT DE LA FENETRE, LE 00395000
003960* JOUR 1 LE JOUR DE FIN. SANS HEURE, PAS DE CONTROLE DE RETARD    00396000
003970******************************************************************00397000
003980 116-SET-DEADLINE.                                                00398000
003990     IF SCH-DEADLINE = SPACES                                     00399000
004000         MOVE HIGH-VALUES TO PGM-DEADLINE(PGM-IDX)                00400000
004010     ELSE                                                         00401000
004020         IF SCH-DAY = 1                                           00402000
004030             MOVE WS-WTO-DATE TO WS-STP-DATE                      00403000
004040         ELSE                                                     00404000
004050             MOVE WS-WFR-DATE TO WS-STP-DATE                      00405000
004060         END-IF                                                   00406000
004070         MOVE SCH-DEADLINE TO WS-STP-TIME                         00407000
004080         MOVE WS-STAMP TO PGM-DEADLINE(PGM-IDX)                   00408000
004090     END-IF                                                       00409000
004100     EXIT.                                                        00410000
004110                                                                  00411000
004120******************************************************************00412000
004130* PARAGRAPHE DE LECTURE DU JOURNAL                                00413000
004140******************************************************************00414000
004150 200-READ-JOBLOG.                                                 00415000
004160     READ JLGF INTO L-JOBLOG                                      00416000
004170         AT END                                                   00417000
004180              SET FF-JLGF TO TRUE                                 00418000
004190         NOT AT END                                               00419000
004200              ADD 1 TO WS-LOG-READ                                00420000
004210     END-READ                                                     00421000
004220     EXIT.                                                        00422000
004230                                                                  00423000
004240******************************************************************00424000
004250* PARAGRAPHE DE TRAITEMENT D UN ENREGISTREMENT DU JOURNAL, SITUE  00425000
004260* PAR SON HEURE DE DEBUT : AVANT LA FENETRE IL ALIMENTE LA MOYENNE00426000
004270* DES NOMBRES, DANS LA FENETRE IL EST UN RUN DE LA NUIT, APRES LA 00427000
004280* FENETRE IL EST IGNORE                                           00428000
004290******************************************************************00429000
004300 300-SWEEP-JOBLOG.                                                00430000
004310     MOVE JLG-START-DATE TO WS-STP-DATE                           00431000
004320     MOVE JLG-START-TIME TO WS-STP-TIME                           00432000
004330     MOVE WS-STAMP TO WS-START-STAMP                              00433000
004340     MOVE JLG-END-DATE TO WS-STP-DATE                             00434000
004350     MOVE JLG-END-TIME TO WS-STP-TIME                             00435000
004360     MOVE WS-STAMP TO WS-END-STAMP                                00436000
004370     EVALUATE TRUE                                                00437000
004380         WHEN WS-START-STAMP < WS-WIN-FROM                        00438000
004390             ADD 1 TO WS-LOG-HIST                                 00439000
004400             IF JLG-END                                           00440000
004410                 PERFORM 310-ADD-HISTORY                          00441000
004420             END-IF                                               00442000
004430         WHEN WS-START-STAMP > WS-WIN-TO                          00443000
004440             ADD 1 TO WS-LOG-LATER                                00444000
004450         WHEN OTHER                                               00445000
004460             ADD 1 TO WS-LOG-WIN                                  00446000
004470             PERFORM 320-ADD-WINDOW-RUN                           00447000
004480     END-EVALUATE                                                 00448000
004490     PERFORM 200-READ-JOBLOG                                      00449000
004500     EXIT.                                                        00450000
004510                                                                  00451000
004520******************************************************************00452000
004530* RUN TERMINE AVANT LA FENETRE : SES NOMBRES REMPLACENT LES PLUS  00453000
004540* ANCIENS DE LA TABLE TOURNANTE DES DIX DERNIERS RUNS             00454000
004550******************************************************************00455000
004560 310-ADD-HISTORY.                                                 00456000
004570     MOVE JLG-PROGRAM TO WS-FND-PROGRAM                           00457000
004580     PERFORM 350-FIND-PGM                                         00458000
004590     IF PGM-HST-NEXT(PGM-IDX) >= 10                               00459000
004600         MOVE ZERO TO PGM-HST-NEXT(PGM-IDX)                       00460000
004610     END-IF                                                       00461000
004620     ADD 1 TO PGM-HST-NEXT(PGM-IDX)                               00462000
004630     MOVE PGM-HST-NEXT(PGM-IDX) TO WS-H                           00463000
004640     MOVE JLG-IN-CNT  TO PGM-HST-IN(PGM-IDX, WS-H)                00464000
004650     MOVE JLG-OUT-CNT TO PGM-HST-OUT(PGM-IDX, WS-H)               00465000
004660     IF PGM-HST-CNT(PGM-IDX) < 10                                 00466000
004670         ADD 1 TO PGM-HST-CNT(PGM-IDX)                            00467000
004680     END-IF                                                       00468000
004690     EXIT.                                                        00469000
004700                                                                  00470000
004710******************************************************************00471000
004720* RUN DE LA NUIT : UN S COMPTE UN DEMARRAGE, UN E UNE FIN AVEC    00472000
004730* SON CODE RETOUR ET SES NOMBRES, EDITEE DANS LE JOURNAL DU       00473000
004740* RAPPORT                                                         00474000
004750******************************************************************00475000
004760 320-ADD-WINDOW-RUN.                                              00476000
004770     MOVE JLG-PROGRAM TO WS-FND-PROGRAM                           00477000
004780     PERFORM 350-FIND-PGM                                         00478000
004790     IF JLG-START                                                 00479000
004800         ADD 1 TO PGM-S-CNT(PGM-IDX)                              00480000
004810         IF PGM-FIRST-START(PGM-IDX) = SPACES                     00481000
004820            OR WS-START-STAMP < PGM-FIRST-START(PGM-IDX)          00482000
004830             MOVE WS-START-STAMP TO PGM-FIRST-START(PGM-IDX)      00483000
004840         END-IF                                                   00484000
004850     ELSE                                                         00485000
004860         ADD 1 TO PGM-E-CNT(PGM-IDX)                              00486000
004870         IF PGM-FIRST-END(PGM-IDX) = SPACES                       00487000
004880            OR WS-END-STAMP < PGM-FIRST-END(PGM-IDX)              00488000
004890             MOVE WS-END-STAMP TO PGM-FIRST-END(PGM-IDX)          00489000
004900         END-IF                                                   00490000
004910         IF WS-END-STAMP > PGM-LAST-END(PGM-IDX)                  00491000
004920             MOVE WS-END-STAMP TO PGM-LAST-END(PGM-IDX)           00492000
004930             MOVE JLG-IN-CNT   TO PGM-LAST-IN(PGM-IDX)            00493000
004940             MOVE JLG-OUT-CNT  TO PGM-LAST-OUT(PGM-IDX)           00494000
004950         END-IF                                                   00495000
004960         IF JLG-RC > PGM-MAX-RC(PGM-IDX)                          00496000
004970             MOVE JLG-RC TO PGM-MAX-RC(PGM-IDX)                   00497000
004980         END-IF                                                   00498000
004990         PERFORM 330-WRITE-LOG-LINE                               00499000
005000     END-IF                                                       00500000
005010     EXIT.                                                        00501000
005020                                                                  00502000
005030 330-WRITE-LOG-LINE.                                              00503000
005040     MOVE JLG-PROGRAM    TO LGL-PROGRAM                           00504000
005050     MOVE WS-START-STAMP TO LGL-START                             00505000
005060     MOVE WS-END-STAMP   TO LGL-END                               00506000
005070     MOVE JLG-RC         TO LGL-RC                                00507000
005080     MOVE JLG-IN-CNT     TO LGL-IN                                00508000
005090     MOVE JLG-OUT-CNT    TO LGL-OUT                               00509000
005100     MOVE JLG-RUN-KEY    TO LGL-KEY                               00510000
005110     IF PGM-SCHEDULED(PGM-IDX)                                    00511000
005120         MOVE SPACES TO LGL-NOTE                                  00512000
005130     ELSE                                                         00513000
005140         MOVE 'NOT ON SCHEDULE' TO LGL-NOTE                       00514000
005150     END-IF                                                       00515000
005160     WRITE ENR-OPSREP FROM L-LOG-LINE                             00516000
005170     EXIT.                                                        00517000
005180                                                                  00518000
005190******************************************************************00519000
005200* RECHERCHE D UN PROGRAMME DANS LA TABLE, AJOUTE S IL N Y EST PAS 00520000
005210******************************************************************00521000
005220 350-FIND-PGM.                                                    00522000
005230     MOVE 'N' TO WS-HIT-SW                                        00523000
005240     SET PGM-IDX TO 1                                             00524000
005250     SEARCH PGM-ENTRY                                             00525000
005260         AT END                                                   00526000
005270             CONTINUE                                             00527000
005280         WHEN PGM-IDX > WS-PGM-CNT                                00528000
005290             CONTINUE                                             00529000
005300         WHEN PGM-PROGRAM(PGM-IDX) = WS-FND-PROGRAM               00530000
005310             MOVE 'Y' TO WS-HIT-SW                                00531000
005320     END-SEARCH                                                   00532000
005330     IF NOT ENTRY-FOUND                                           00533000
005340         IF WS-PGM-CNT >= WS-PGM-MAX                              00534000
005350             DISPLAY 'PROGRAM TABLE FULL - RUN ABORTED'           00535000
005360             PERFORM ABEND-PROG                                   00536000
005370         END-IF                                                   00537000
005380         ADD 1 TO WS-PGM-CNT                                      00538000
005390         SET PGM-IDX TO WS-PGM-CNT                                00539000
005400         MOVE WS-FND-PROGRAM TO PGM-PROGRAM(PGM-IDX)              00540000
005410         MOVE 'N'            TO PGM-SCHED-SW(PGM-IDX)             00541000
005420         MOVE SPACES         TO PGM-JOB(PGM-IDX)                  00542000
005430         MOVE ZERO           TO PGM-SEQ(PGM-IDX)                  00543000
005440         MOVE HIGH-VALUES    TO PGM-DEADLINE(PGM-IDX)             00544000
005450         MOVE SPACES         TO PGM-AFTER(PGM-IDX)                00545000
005460         MOVE 'O'            TO PGM-REQUIRED(PGM-IDX)             00546000
005470         MOVE ZERO           TO PGM-TOL-PCT(PGM-IDX)              00547000
005480         MOVE SPACES         TO PGM-FIRST-START(PGM-IDX)          00548000
005490         MOVE SPACES         TO PGM-FIRST-END(PGM-IDX)            00549000
005500         MOVE SPACES         TO PGM-LAST-END(PGM-IDX)             00550000
005510     END-IF                                                       00551000
005520     EXIT.                                                        00552000
005530                                                                  00553000
005540******************************************************************00554000
005550* PARAGRAPHES DE CONTROLE DU PLANNING, PROGRAMME PAR PROGRAMME :  00555000
005560* LIGNE D ETAT PUIS ANOMALIES                                     00556000
005570******************************************************************00557000
005580 400-CHECK-SCHEDULE.                                              00558000
005590     WRITE ENR-OPSREP FROM L-OPS-VIDE                             00559000
005600     MOVE 'SCHEDULE STATUS AND EXCEPTIONS' TO OPS-TEXT            00560000
005610     WRITE ENR-OPSREP FROM L-OPS-SECT                             00561000
005620     WRITE ENR-OPSREP FROM L-OPS-VIDE                             00562000
005630     WRITE ENR-OPSREP FROM L-STA-HDR                              00563000
005640     PERFORM 410-CHECK-ONE-PGM                                    00564000
005650        VARYING PGM-IDX FROM 1 BY 1 UNTIL PGM-IDX > WS-PGM-CNT    00565000
005660     EXIT.                                                        00566000
005670                                                                  00567000
005680 410-CHECK-ONE-PGM.                                               00568000
005690     MOVE ZERO TO WS-EXC-CNT                                      00569000
005700     IF PGM-S-CNT(PGM-IDX) = ZERO AND PGM-E-CNT(PGM-IDX) = ZERO   00570000
005710         IF PGM-REQUIRED(PGM-IDX) NOT = 'O'                       00571000
005720             MOVE 'NOT RUN' TO WS-NEW-CODE                        00572000
005730             MOVE 'REQUIRED PROGRAM HAS NO RUN IN THE WINDOW'     00573000
005740               TO WS-NEW-DETAIL                                   00574000
005750             PERFORM 490-ADD-EXC                                  00575000
005760             ADD 1 TO WS-NOTRUN-CNT                               00576000
005770         END-IF                                                   00577000
005780     ELSE                                                         00578000
005790         IF NOT PGM-SCHEDULED(PGM-IDX)                            00579000
005800             MOVE 'NOT ON SCHEDULE' TO WS-NEW-CODE                00580000
005810             MOVE 'PROGRAM RAN BUT IS NOT ON THE SCHEDULE FILE'   00581000
005820               TO WS-NEW-DETAIL                                   00582000
005830             PERFORM 490-ADD-EXC                                  00583000
005840             ADD 1 TO WS-UNSCH-CNT                                00584000
005850         END-IF                                                   00585000
005860         PERFORM 420-CHECK-ABEND                                  00586000
005870         PERFORM 430-CHECK-LATE                                   00587000
005880         PERFORM 440-CHECK-SEQUENCE                               00588000
005890         PERFORM 450-CHECK-RC                                     00589000
005900         PERFORM 460-CHECK-VOLUME                                 00590000
005910     END-IF                                                       00591000
005920     PERFORM 470-WRITE-PGM-STATUS                                 00592000
005930     EXIT.                                                        00593000
005940                                                                  00594000
005950******************************************************************00595000
005960* UN DEMARRAGE SANS FIN : LE PROGRAMME EST TOMBE (OU TOURNE       00596000
005970* ENCORE)                                                         00597000
005980******************************************************************00598000
005990 420-CHECK-ABEND.                                                 00599000
006000     IF PGM-S-CNT(PGM-IDX) > PGM-E-CNT(PGM-IDX)                   00600000
006010         COMPUTE ED-RUNS = PGM-S-CNT(PGM-IDX) - PGM-E-CNT(PGM-IDX)00601000
006020         MOVE 'ABENDED' TO WS-NEW-CODE                            00602000
006030         MOVE SPACES TO WS-NEW-DETAIL                             00603000
006040         STRING ED-RUNS DELIMITED BY SIZE                         00604000
006050                ' START(S) WITHOUT END RECORD - CHECK SYSOUT'     00605000
006060                DELIMITED BY SIZE                                 00606000
006070                INTO WS-NEW-DETAIL                                00607000
006080         END-STRING                                               00608000
006090         PERFORM 490-ADD-EXC                                      00609000
006100         ADD 1 TO WS-ABEND-CNT                                    00610000
006110     END-IF                                                       00611000
006120     EXIT.                                                        00612000
006130                                                                  00613000
006140 430-CHECK-LATE.                                                  00614000
006150     IF PGM-E-CNT(PGM-IDX) > ZERO                                 00615000
006160        AND PGM-LAST-END(PGM-IDX) > PGM-DEADLINE(PGM-IDX)         00616000
006170         MOVE 'LATE' TO WS-NEW-CODE                               00617000
006180         MOVE SPACES TO WS-NEW-DETAIL                             00618000
006190         STRING 'ENDED ' DELIMITED BY SIZE                        00619000
006200                PGM-LAST-END(PGM-IDX) DELIMITED BY SIZE           00620000
006210                ' - DEADLINE ' DELIMITED BY SIZE                  00621000
006220                PGM-DEADLINE(PGM-IDX) DELIMITED BY SIZE           00622000
006230                INTO WS-NEW-DETAIL                                00623000
006240         END-STRING                                               00624000
006250         PERFORM 490-ADD-EXC                                      00625000
006260         ADD 1 TO WS-LATE-CNT                                     00626000
006270     END-IF                                                       00627000
006280     EXIT.                                                        00628000
006290                                                                  00629000
006300******************************************************************00630000
006310* LE PREDECESSEUR DOIT AVOIR TERMINE UN RUN DANS LA FENETRE AVANT 00631000
006320* LE PREMIER DEMARRAGE DU PROGRAMME                               00632000
006321* ; UN PREDECESSEUR FACULTATIF QUI N A PAS TOURNE EST SAUTE AU    00632100
006322* PROFIT DE SON PROPRE PREDECESSEUR                               00632200
006330******************************************************************00633000
006340 440-CHECK-SEQUENCE.                                              00634000
006350     IF PGM-AFTER(PGM-IDX) NOT = SPACES                           00635000
006360        AND PGM-S-CNT(PGM-IDX) > ZERO                             00636000
006370         MOVE PGM-AFTER(PGM-IDX) TO WS-PRD-PROGRAM                00637000
006380         MOVE ZERO TO WS-PRD-STEPS                                00638000
006390         MOVE 'N'  TO WS-PRD-SW                                   00639000
006400         PERFORM 442-SKIP-OPTIONAL-PRED UNTIL PRED-RESOLVED       00640000
006410         IF WS-PRD-PROGRAM NOT = SPACES                           00641000
006420             MOVE ZERO TO WS-PRD-HIT                              00642000
006430             PERFORM 445-FIND-PREDECESSOR                         00643000
006440                VARYING WS-PRD FROM 1 BY 1                        00644000
006450                UNTIL WS-PRD > WS-PGM-CNT OR WS-PRD-HIT > ZERO    00645000
006460             MOVE 'OUT OF SEQUENCE' TO WS-NEW-CODE                00646000
006470             MOVE SPACES TO WS-NEW-DETAIL                         00647000
006480             IF WS-PRD-HIT = ZERO                                 00648000
006490                 STRING 'PREDECESSOR ' DELIMITED BY SIZE          00649000
006500                        WS-PRD-PROGRAM DELIMITED BY SIZE          00650000
006510                        ' DID NOT COMPLETE IN THE WINDOW'         00651000
006520                        DELIMITED BY SIZE                         00652000
006620                        INTO WS-NEW-DETAIL                        00662000
006630                 END-STRING                                       00663000
006640                 PERFORM 490-ADD-EXC                              00664000
006650                 ADD 1 TO WS-SEQ-CNT                              00665000
006651             ELSE                                                 00665100
006651                 IF PGM-FIRST-START(PGM-IDX)                      00665101
006652                    < PGM-FIRST-END(WS-PRD-HIT)                   00665200
006652                     STRING 'STARTED ' DELIMITED BY SIZE          00665201
006653                            PGM-FIRST-START(PGM-IDX)              00665300
006653                                     DELIMITED BY SIZE            00665301
006654                            ' BEFORE ' DELIMITED BY SIZE          00665400
006654                            WS-PRD-PROGRAM DELIMITED BY SIZE      00665401
006655                            ' ENDED ' DELIMITED BY SIZE           00665500
006655                            PGM-FIRST-END(WS-PRD-HIT)             00665501
006656                                     DELIMITED BY SIZE            00665600
006656                            INTO WS-NEW-DETAIL                    00665601
006657                     END-STRING                                   00665700
006657                     PERFORM 490-ADD-EXC                          00665701
006658                     ADD 1 TO WS-SEQ-CNT                          00665800
006658                 END-IF                                           00665801
006660             END-IF                                               00666000
006670         END-IF                                                   00667000
006680     END-IF                                                       00668000
006690     EXIT.                                                        00669000
006700                                                                  00670000
006701 442-SKIP-OPTIONAL-PRED.                                          00670100
006701     ADD 1 TO WS-PRD-STEPS                                        00670101
006701     MOVE ZERO TO WS-PRD-HIT                                      00670102
006702     PERFORM 443-FIND-PRED-ENTRY                                  00670200
006702        VARYING WS-PRD FROM 1 BY 1                                00670201
006702        UNTIL WS-PRD > WS-PGM-CNT OR WS-PRD-HIT > ZERO            00670202
006703     IF WS-PRD-HIT > ZERO                                         00670300
006703        AND PGM-REQUIRED(WS-PRD-HIT) = 'O'                        00670301
006703        AND PGM-S-CNT(WS-PRD-HIT) = ZERO                          00670302
006704        AND WS-PRD-STEPS <= WS-PGM-CNT                            00670400
006704         MOVE PGM-AFTER(WS-PRD-HIT) TO WS-PRD-PROGRAM             00670401
006704         IF WS-PRD-PROGRAM = SPACES                               00670402
006705             MOVE 'Y' TO WS-PRD-SW                                00670500
006705         END-IF                                                   00670501
006705     ELSE                                                         00670502
006706         MOVE 'Y' TO WS-PRD-SW                                    00670600
006706     END-IF                                                       00670601
006706     EXIT.                                                        00670602
006707                                                                  00670700
006707 443-FIND-PRED-ENTRY.                                             00670701
006707     IF PGM-PROGRAM(WS-PRD) = WS-PRD-PROGRAM                      00670702
006708         MOVE WS-PRD TO WS-PRD-HIT                                00670800
006708     END-IF                                                       00670801
006708     EXIT.                                                        00670802
006709                                                                  00670900
006710 445-FIND-PREDECESSOR.                                            00671000
006720     IF PGM-PROGRAM(WS-PRD) = WS-PRD-PROGRAM                      00672000
006730        AND PGM-E-CNT(WS-PRD) > ZERO                              00673000
006740         MOVE WS-PRD TO WS-PRD-HIT                                00674000
006750     END-IF                                                       00675000
006760     EXIT.                                                        00676000
006770                                                                  00677000
006780 450-CHECK-RC.                                                    00678000
006790     IF PGM-MAX-RC(PGM-IDX) > ZERO                                00679000
006800         MOVE PGM-MAX-RC(PGM-IDX) TO ED-RC                        00680000
006810         MOVE 'RETURN CODE' TO WS-NEW-CODE                        00681000
006820         MOVE SPACES TO WS-NEW-DETAIL                             00682000
006830         STRING 'HIGHEST RETURN CODE OF THE NIGHT '               00683000
006840                                 DELIMITED BY SIZE                00684000
006850                ED-RC DELIMITED BY SIZE                           00685000
006860                INTO WS-NEW-DETAIL                                00686000
006870         END-STRING                                               00687000
006880         PERFORM 490-ADD-EXC                                      00688000
006890         ADD 1 TO WS-RC-CNT                                       00689000
006900     END-IF                                                       00690000
006910     EXIT.                                                        00691000
006920                                                                  00692000
006930******************************************************************00693000
006940* NOMBRES DU DERNIER RUN DE LA NUIT CONTRE LA MOYENNE DES DERNIERS00694000
006950* RUNS (AU MOINS TROIS), AU-DELA DE LA TOLERANCE DU PLANNING      00695000
006960******************************************************************00696000
006970 460-CHECK-VOLUME.                                                00697000
006980     IF PGM-TOL-PCT(PGM-IDX) > ZERO                               00698000
006990        AND PGM-HST-CNT(PGM-IDX) >= 3                             00699000
007000        AND PGM-E-CNT(PGM-IDX) > ZERO                             00700000
007010         MOVE ZERO TO WS-SUM-IN                                   00701000
007020         MOVE ZERO TO WS-SUM-OUT                                  00702000
007030         PERFORM 462-SUM-ONE-RUN                                  00703000
007040            VARYING WS-H FROM 1 BY 1                              00704000
007050            UNTIL WS-H > PGM-HST-CNT(PGM-IDX)                     00705000
007060         COMPUTE WS-AVG ROUNDED =                                 00706000
007070                 WS-SUM-IN / PGM-HST-CNT(PGM-IDX)                 00707000
007080         MOVE PGM-LAST-IN(PGM-IDX) TO WS-CUR-CNT                  00708000
007090         MOVE 'INPUT COUNT' TO WS-NEW-CODE                        00709000
007100         PERFORM 465-COMPARE-COUNT                                00710000
007110         COMPUTE WS-AVG ROUNDED =                                 00711000
007120                 WS-SUM-OUT / PGM-HST-CNT(PGM-IDX)                00712000
007130         MOVE PGM-LAST-OUT(PGM-IDX) TO WS-CUR-CNT                 00713000
007140         MOVE 'OUTPUT COUNT' TO WS-NEW-CODE                       00714000
007150         PERFORM 465-COMPARE-COUNT                                00715000
007160     END-IF                                                       00716000
007170     EXIT.                                                        00717000
007180                                                                  00718000
007190 462-SUM-ONE-RUN.                                                 00719000
007200     ADD PGM-HST-IN(PGM-IDX, WS-H)  TO WS-SUM-IN                  00720000
007210     ADD PGM-HST-OUT(PGM-IDX, WS-H) TO WS-SUM-OUT                 00721000
007220     EXIT.                                                        00722000
007230                                                                  00723000
007240 465-COMPARE-COUNT.                                               00724000
007250     COMPUTE WS-DIFF = WS-CUR-CNT - WS-AVG                        00725000
007260     IF WS-DIFF < ZERO                                            00726000
007270         COMPUTE WS-DIFF = ZERO - WS-DIFF                         00727000
007280     END-IF                                                       00728000
007290     IF WS-DIFF * 100 > WS-AVG * PGM-TOL-PCT(PGM-IDX)             00729000
007300         IF WS-AVG = ZERO                                         00730000
007310             MOVE 99999 TO WS-PCT                                 00731000
007320         ELSE                                                     00732000
007330             COMPUTE WS-PCT ROUNDED = WS-DIFF * 100 / WS-AVG      00733000
007340                 ON SIZE ERROR                                    00734000
007350                     MOVE 99999 TO WS-PCT                         00735000
007360             END-COMPUTE                                          00736000
007370         END-IF                                                   00737000
007380         MOVE WS-CUR-CNT TO ED-CNT                                00738000
007390         MOVE WS-AVG     TO ED-AVG                                00739000
007400         MOVE WS-PCT     TO ED-PCT                                00740000
007410         MOVE SPACES TO WS-NEW-DETAIL                             00741000
007420         STRING ED-CNT DELIMITED BY SIZE                          00742000
007430                ' AGAINST AVERAGE ' DELIMITED BY SIZE             00743000
007440                ED-AVG DELIMITED BY SIZE                          00744000
007450                ' - ' DELIMITED BY SIZE                           00745000
007460                ED-PCT DELIMITED BY SIZE                          00746000
007470                ' PCT OFF' DELIMITED BY SIZE                      00747000
007480                INTO WS-NEW-DETAIL                                00748000
007490         END-STRING                                               00749000
007500         PERFORM 490-ADD-EXC                                      00750000
007510         ADD 1 TO WS-VOL-CNT                                      00751000
007520     END-IF                                                       00752000
007530     EXIT.                                                        00753000
007540                                                                  00754000
007550******************************************************************00755000
007560* EDITION DE LA LIGNE D ETAT DU PROGRAMME ET DE SES ANOMALIES     00756000
007570******************************************************************00757000
007580 470-WRITE-PGM-STATUS.                                            00758000
007590     MOVE PGM-SEQ(PGM-IDX)         TO STL-SEQ                     00759000
007600     MOVE PGM-JOB(PGM-IDX)         TO STL-JOB                     00760000
007610     MOVE PGM-PROGRAM(PGM-IDX)     TO STL-PROGRAM                 00761000
007620     MOVE PGM-E-CNT(PGM-IDX)       TO STL-RUNS                    00762000
007630     MOVE PGM-FIRST-START(PGM-IDX) TO STL-START                   00763000
007640     MOVE PGM-LAST-END(PGM-IDX)    TO STL-END                     00764000
007650     MOVE PGM-MAX-RC(PGM-IDX)      TO STL-RC                      00765000
007660     EVALUATE TRUE                                                00766000
007670         WHEN WS-EXC-CNT > ZERO                                   00767000
007680             MOVE 'EXCEPTION'          TO STL-STATUS              00768000
007690         WHEN PGM-S-CNT(PGM-IDX) = ZERO                           00769000
007700             MOVE 'NOT RUN (OPTIONAL)' TO STL-STATUS              00770000
007710         WHEN OTHER                                               00771000
007720             MOVE 'OK'                 TO STL-STATUS              00772000
007730     END-EVALUATE                                                 00773000
007740     WRITE ENR-OPSREP FROM L-STA-LINE                             00774000
007750     PERFORM 480-WRITE-ONE-EXC                                    00775000
007760        VARYING WS-EXC-SUB FROM 1 BY 1                            00776000
007770        UNTIL WS-EXC-SUB > WS-EXC-CNT                             00777000
007780     EXIT.                                                        00778000
007790                                                                  00779000
007800 480-WRITE-ONE-EXC.                                               00780000
007810     MOVE EXC-CODE(WS-EXC-SUB)   TO EXL-CODE                      00781000
007820     MOVE EXC-DETAIL(WS-EXC-SUB) TO EXL-DETAIL                    00782000
007830     WRITE ENR-OPSREP FROM L-EXC-LINE                             00783000
007840     EXIT.                                                        00784000
007850                                                                  00785000
007860 490-ADD-EXC.                                                     00786000
007870     ADD 1 TO WS-EXC-TOT                                          00787000
007880     IF WS-EXC-CNT < 10                                           00788000
007890         ADD 1 TO WS-EXC-CNT                                      00789000
007900         MOVE WS-NEW-CODE   TO EXC-CODE(WS-EXC-CNT)               00790000
007910         MOVE WS-NEW-DETAIL TO EXC-DETAIL(WS-EXC-CNT)             00791000
007920     END-IF                                                       00792000
007930     EXIT.                                                        00793000
007940                                                                  00794000
007950******************************************************************00795000
007960* PARAGRAPHE D EDITION DU RECAPITULATIF DES ANOMALIES             00796000
007970******************************************************************00797000
007980 700-WRITE-SUMMARY.                                               00798000
007990     WRITE ENR-OPSREP FROM L-OPS-VIDE                             00799000
008000     MOVE 'EXCEPTION SUMMARY' TO OPS-TEXT                         00800000
008010     WRITE ENR-OPSREP FROM L-OPS-SECT                             00801000
008020     WRITE ENR-OPSREP FROM L-OPS-VIDE                             00802000
008030     IF WS-EXC-TOT = ZERO                                         00803000
008040         MOVE 'NO EXCEPTION - THE NIGHT RAN TO SCHEDULE'          00804000
008050           TO OTX-TEXT                                            00805000
008060         WRITE ENR-OPSREP FROM L-OPS-TEXT                         00806000
008070     ELSE                                                         00807000
008080         MOVE 'REQUIRED PROGRAMS NOT RUN'  TO SUL-LABEL           00808000
008090         MOVE WS-NOTRUN-CNT TO SUL-VALUE                          00809000
008100         WRITE ENR-OPSREP FROM L-SUM-LINE                         00810000
008110         MOVE 'PROGRAMS ABENDED'           TO SUL-LABEL           00811000
008120         MOVE WS-ABEND-CNT TO SUL-VALUE                           00812000
008130         WRITE ENR-OPSREP FROM L-SUM-LINE                         00813000
008140         MOVE 'PROGRAMS LATE'              TO SUL-LABEL           00814000
008150         MOVE WS-LATE-CNT TO SUL-VALUE                            00815000
008160         WRITE ENR-OPSREP FROM L-SUM-LINE                         00816000
008170         MOVE 'PROGRAMS OUT OF SEQUENCE'   TO SUL-LABEL           00817000
008180         MOVE WS-SEQ-CNT TO SUL-VALUE                             00818000
008190         WRITE ENR-OPSREP FROM L-SUM-LINE                         00819000
008200         MOVE 'PROGRAMS WITH A RETURN CODE' TO SUL-LABEL          00820000
008210         MOVE WS-RC-CNT TO SUL-VALUE                              00821000
008220         WRITE ENR-OPSREP FROM L-SUM-LINE                         00822000
008230         MOVE 'COUNTS OFF THE AVERAGE'     TO SUL-LABEL           00823000
008240         MOVE WS-VOL-CNT TO SUL-VALUE                             00824000
008250         WRITE ENR-OPSREP FROM L-SUM-LINE                         00825000
008260         MOVE 'PROGRAMS NOT ON SCHEDULE'   TO SUL-LABEL           00826000
008270         MOVE WS-UNSCH-CNT TO SUL-VALUE                           00827000
008280         WRITE ENR-OPSREP FROM L-SUM-LINE                         00828000
008290     END-IF                                                       00829000
008300     EXIT.                                                        00830000
008310                                                                  00831000
008320******************************************************************00832000
008330* PARAGRAPHE D AFFICHAGE DES TOTAUX                               00833000
008340******************************************************************00834000
008350 900-WRITE-TOTALS.                                                00835000
008360     DISPLAY 'SCHEDULE CARDS READ       : ' WS-SCH-READ           00836000
008370     DISPLAY 'JOB LOG RECORDS READ      : ' WS-LOG-READ           00837000
008380     DISPLAY 'BEFORE THE WINDOW         : ' WS-LOG-HIST           00838000
008390     DISPLAY 'IN THE WINDOW             : ' WS-LOG-WIN            00839000
008400     DISPLAY 'AFTER THE WINDOW, IGNORED : ' WS-LOG-LATER          00840000
008410     DISPLAY 'EXCEPTIONS                : ' WS-EXC-TOT            00841000
008420     EXIT.                                                        00842000
008430                                                                  00843000
008440******************************************************************00844000
008450* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00845000
008460* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00846000
008470******************************************************************00847000
008480 ABEND-PROG.                                                      00848000
008490     DISPLAY 'ABEND-PROG !'                                       00849000
008500     COMPUTE WS-ANO = 1 / WS-ANO.                                 00850000
