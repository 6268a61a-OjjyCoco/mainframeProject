000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3CKR.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - OUTSTANDING REFUND CHECK      00020000
000210*                  RECONCILIATION : THE BANK PAID-ITEMS FILE (COPY00021000
000220*                  PPAYREC) MARKS THE CHECKS CASHED ON THE CHKREG 00022000
000230*                  KSDS (COPY CHKREC) AND LISTS THE ITEMS THAT DO 00023000
000240*                  NOT MATCH (UNKNOWN, VOIDED, ALREADY PAID, OTHER00024000
000250*                  ACCOUNT, AMOUNT DIFFERENT). EVERY CHECK STILL  00025000
000260*                  OUTSTANDING IS LISTED WITH ITS AGE ; THOSE NOT 00026000
000270*                  CASHED AFTER THE SYSIN NUMBER OF DAYS (90 BY   00027000
000280*                  DEFAULT) GO ON THE ESCHEAT FOLLOW-UP LIST.     00028000
000290*                  NIGHT JOB LOG THROUGH PJPT3LOG (COPY JLGREC)   00029000
000291* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00029100
000292*                  NO UNSET FIELD REACHES JOBLOG                  00029200
000300******************************************************************00030000
000310                                                                  00031000
000320 ENVIRONMENT DIVISION.                                            00032000
000330 INPUT-OUTPUT SECTION.                                            00033000
000340 FILE-CONTROL.                                                    00034000
000350******************************************************************00035000
000360* FICHIER DES CHEQUES PAYES RECU DE LA BANQUE                     00036000
000370******************************************************************00037000
000380      SELECT PAID ASSIGN TO PAIDITEM                              00038000
000390      ORGANIZATION IS SEQUENTIAL                                  00039000
000400      FILE STATUS IS WS-PAID-STATUS.                              00040000
000410******************************************************************00041000
000420* KSDS DU REGISTRE DES CHEQUES (VOIR COPY CHKREC) : LECTURE       00042000
000430* DIRECTE DES CHEQUES PAYES PUIS PARCOURS DES CHEQUES EMIS        00043000
000440******************************************************************00044000
000450      SELECT CHKG ASSIGN TO CHKREG                                00045000
000460      ORGANIZATION IS INDEXED                                     00046000
000470      ACCESS MODE  IS DYNAMIC                                     00047000
000480      RECORD KEY   IS CKR-KEY                                     00048000
000490      FILE STATUS  IS WS-CHKG-STATUS.                             00049000
000500******************************************************************00050000
000510* ETAT DE RAPPROCHEMENT ET DES CHEQUES EN CIRCULATION             00051000
000520******************************************************************00052000
000530      SELECT RREP ASSIGN TO CKRREP                                00053000
000540      ORGANIZATION  IS SEQUENTIAL.                                00054000
000550******************************************************************00055000
000560* LISTE DES CHEQUES NON ENCAISSES A SUIVRE (BIENS EN DESHERENCE)  00056000
000570******************************************************************00057000
000580      SELECT ESCH ASSIGN TO ESCHLST                               00058000
000590      ORGANIZATION  IS SEQUENTIAL.                                00059000
000600                                                                  00060000
000610******************************************************************00061000
000620                                                                  00062000
000630 DATA DIVISION.                                                   00063000
000640 FILE SECTION.                                                    00064000
000650 FD PAID.                                                         00065000
000660 01 ENR-PAIDITEM PIC X(80).                                       00066000
000670                                                                  00067000
000680 FD CHKG.                                                         00068000
000690     COPY CHKREC.                                                 00069000
000700                                                                  00070000
000710 FD RREP.                                                         00071000
000720 01 ENR-CKRREP PIC X(132).                                        00072000
000730                                                                  00073000
000740 FD ESCH.                                                         00074000
000750 01 ENR-ESCHLST PIC X(132).                                       00075000
000760                                                                  00076000
000770 WORKING-STORAGE SECTION.                                         00077000
000780******************************************************************00078000
000790* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00079000
000800******************************************************************00080000
000810 77 FLAG-PAID  PIC 9 VALUE 0.                                     00081000
000820    88 FF-PAID VALUE 1.                                           00082000
000830 77 FLAG-CHKG  PIC 9 VALUE 0.                                     00083000
000840    88 FF-CHKG VALUE 1.                                           00084000
000850 77 WS-PAID-STATUS  PIC X(2) VALUE SPACES.                        00085000
000860 77 WS-CHKG-STATUS  PIC X(2) VALUE SPACES.                        00086000
000870 77 WS-PAID-SW PIC X(1) VALUE 'N'.                                00087000
000880    88 PAIDITEM-OPEN VALUE 'Y'.                                   00088000
000890                                                                  00089000
000900 77 WS-ANO PIC 99 VALUE ZERO.                                     00090000
000910                                                                  00091000
000920******************************************************************00092000
000930* CARTES SYSIN : DATE DU TRAITEMENT (AAAA-MM-JJ) ET NOMBRE DE     00093000
000940* JOURS AU DELA DUQUEL UN CHEQUE NON ENCAISSE PASSE EN SUIVI DE   00094000
000950* DESHERENCE (999, A BLANC OU ZERO = 090)                         00095000
000960******************************************************************00096000
000970 77 WS-RUN-DATE  PIC X(10) VALUE SPACES.                          00097000
000980 77 WS-RUN-INT   PIC S9(9) COMP VALUE ZERO.                       00098000
000990 77 WS-ESCH-PARM PIC X(3) VALUE SPACES.                           00099000
001000 77 WS-ESCH-DAYS PIC 9(3) VALUE 90.                               00100000
001010                                                                  00101000
001020******************************************************************00102000
001030* CONTROLE DES DATES AAAA-MM-JJ ET FORMAT BANQUE AAAAMMJJ         00103000
001040******************************************************************00104000
001050 01 W-YMD.                                                        00105000
001060      05 W-YMD-Y PIC X(4).                                        00106000
001070      05 W-YMD-M PIC X(2).                                        00107000
001080      05 W-YMD-D PIC X(2).                                        00108000
001090 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00109000
001100 77 WS-DATE-X    PIC X(10) VALUE SPACES.                          00110000
001110 77 WS-DATE-INT  PIC S9(9) COMP VALUE ZERO.                       00111000
001120 77 WS-DAYS-OUT  PIC S9(5) VALUE ZERO.                            00112000
001130                                                                  00113000
001140******************************************************************00114000
001150* ENREGISTREMENTS DES FICHIERS DE LA BANQUE (VOIR COPY PPAYREC)   00115000
001160******************************************************************00116000
001170     COPY PPAYREC.                                                00117000
001180                                                                  00118000
001190******************************************************************00119000
001200* ZONES DE TRAVAIL DE L ARTICLE PAYE EN COURS                     00120000
001210******************************************************************00121000
001220 77 WS-EXC-REASON  PIC X(30) VALUE SPACES.                        00122000
001230 77 WS-PAID-DATE   PIC X(10) VALUE SPACES.                        00123000
001240                                                                  00124000
001250******************************************************************00125000
001260* COMPTEURS ET CUMULS DE CONTROLE                                 00126000
001270******************************************************************00127000
001280 77 WS-PAID-READ   PIC 9(7) VALUE ZERO.                           00128000
001290 77 WS-PAID-TOT    PIC 9(9)V99 VALUE ZERO.                        00129000
001300 77 WS-MATCH-CNT   PIC 9(7) VALUE ZERO.                           00130000
001310 77 WS-MATCH-AMT   PIC 9(9)V99 VALUE ZERO.                        00131000
001320 77 WS-EXC-CNT     PIC 9(7) VALUE ZERO.                           00132000
001330 77 WS-EXC-AMT     PIC 9(9)V99 VALUE ZERO.                        00133000
001340 77 WS-OUT-CNT     PIC 9(7) VALUE ZERO.                           00134000
001350 77 WS-OUT-AMT     PIC 9(9)V99 VALUE ZERO.                        00135000
001360 77 WS-ESCH-CNT    PIC 9(7) VALUE ZERO.                           00136000
001370 77 WS-ESCH-AMT    PIC 9(9)V99 VALUE ZERO.                        00137000
001380 77 WS-CHK-READ    PIC 9(7) VALUE ZERO.                           00138000
001390                                                                  00139000
001400******************************************************************00140000
001410* DECLARATION DES LIGNES DES ETATS                                00141000
001420******************************************************************00142000
001430 77 L-REP-VIDE PIC X(132) VALUE SPACES.                           00143000
001440                                                                  00144000
001450 01 L-REP-TITLE.                                                  00145000
001460      05 RPT-TEXT PIC X(50).                                      00146000
001470      05 RPT-DATE PIC X(10).                                      00147000
001480      05 FILLER   PIC X(72) VALUE SPACES.                         00148000
001490                                                                  00149000
001500 01 L-REP-SECTION.                                                00150000
001510      05 RPS-TEXT PIC X(60).                                      00151000
001520      05 FILLER   PIC X(72) VALUE SPACES.                         00152000
001530                                                                  00153000
001540 01 L-EXC-HDR.                                                    00154000
001550      05 FILLER PIC X(11) VALUE 'CHECK NO'.                       00155000
001560      05 FILLER PIC X(31) VALUE 'PAYEE'.                          00156000
001570      05 FILLER PIC X(12) VALUE '     ISSUED'.                    00157000
001580      05 FILLER PIC X(12) VALUE '       PAID'.                    00158000
001590      05 FILLER PIC X(11) VALUE 'PAID ON'.                        00159000
001600      05 FILLER PIC X(55) VALUE 'EXCEPTION'.                      00160000
001610                                                                  00161000
001620 01 L-EXC-DET.                                                    00162000
001630      05 EXD-CHECK-NO PIC 9(10).                                  00163000
001640      05 FILLER       PIC X(1) VALUE SPACE.                       00164000
001650      05 EXD-PAYEE    PIC X(30).                                  00165000
001660      05 FILLER       PIC X(1) VALUE SPACE.                       00166000
001670      05 EXD-ISSUED   PIC Z(7)9.99.                               00167000
001680      05 FILLER       PIC X(1) VALUE SPACE.                       00168000
001690      05 EXD-PAID     PIC Z(7)9.99.                               00169000
001700      05 FILLER       PIC X(1) VALUE SPACE.                       00170000
001710      05 EXD-DATE     PIC X(10).                                  00171000
001720      05 FILLER       PIC X(1) VALUE SPACE.                       00172000
001730      05 EXD-REASON   PIC X(30).                                  00173000
001740      05 FILLER       PIC X(25) VALUE SPACES.                     00174000
001750                                                                  00175000
001760 01 L-OUT-HDR.                                                    00176000
001770      05 FILLER PIC X(11) VALUE 'CHECK NO'.                       00177000
001780      05 FILLER PIC X(31) VALUE 'PAYEE'.                          00178000
001790      05 FILLER PIC X(12) VALUE '     AMOUNT'.                    00179000
001800      05 FILLER PIC X(11) VALUE 'ISSUED ON'.                      00180000
001810      05 FILLER PIC X(7)  VALUE '  DAYS'.                         00181000
001820      05 FILLER PIC X(17) VALUE 'REQUEST'.                        00182000
001830      05 FILLER PIC X(9)  VALUE 'REPLACES'.                       00183000
001840      05 FILLER PIC X(34) VALUE SPACES.                           00184000
001850                                                                  00185000
001860 01 L-OUT-DET.                                                    00186000
001870      05 OUD-CHECK-NO PIC 9(8).                                   00187000
001880      05 FILLER       PIC X(3) VALUE SPACES.                      00188000
001890      05 OUD-PAYEE    PIC X(30).                                  00189000
001900      05 FILLER       PIC X(1) VALUE SPACE.                       00190000
001910      05 OUD-AMOUNT   PIC Z(7)9.99.                               00191000
001920      05 FILLER       PIC X(1) VALUE SPACE.                       00192000
001930      05 OUD-ISSUED   PIC X(10).                                  00193000
001940      05 FILLER       PIC X(1) VALUE SPACE.                       00194000
001950      05 OUD-DAYS     PIC ZZZZ9.                                  00195000
001960      05 FILLER       PIC X(2) VALUE SPACES.                      00196000
001970      05 OUD-REQ-DATE PIC X(10).                                  00197000
001980      05 FILLER       PIC X(1) VALUE SPACE.                       00198000
001990      05 OUD-REQ-SEQ  PIC 9(5).                                   00199000
002000      05 FILLER       PIC X(1) VALUE SPACE.                       00200000
002010      05 OUD-ORIG-NO  PIC Z(8).                                   00201000
002020      05 FILLER       PIC X(1) VALUE SPACE.                       00202000
002030      05 OUD-FLAG     PIC X(8).                                   00203000
002040      05 FILLER       PIC X(26) VALUE SPACES.                     00204000
002050                                                                  00205000
002060 01 L-REP-TOT.                                                    00206000
002070      05 RPO-LABEL PIC X(40).                                     00207000
002080      05 FILLER    PIC X(5) VALUE SPACES.                         00208000
002090      05 RPO-VALUE PIC Z(8)9.99.                                  00209000
002100      05 FILLER    PIC X(75) VALUE SPACES.                        00210000
002110                                                                  00211000
002120 01 L-REP-CNT.                                                    00212000
002130      05 RPK-LABEL PIC X(40).                                     00213000
002140      05 FILLER    PIC X(5) VALUE SPACES.                         00214000
002150      05 RPK-VALUE PIC Z(6)9.                                     00215000
002160      05 FILLER    PIC X(80) VALUE SPACES.                        00216000
002170                                                                  00217000
002180******************************************************************00218000
002190* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00219000
002200******************************************************************00220000
002210     COPY JLGREC.                                                 00221000
002220                                                                  00222000
002230 PROCEDURE DIVISION.                                              00223000
002240                                                                  00224000
002241     INITIALIZE L-JOBLOG                                          00224100
002250     MOVE 'PJPT3CKR' TO JLG-PROGRAM                               00225000
002260     MOVE 'S' TO JLG-TYPE                                         00226000
002270     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00227000
002280                                                                  00228000
002290     PERFORM 100-INITIALIZE                                       00229000
002300                                                                  00230000
002310     IF PAIDITEM-OPEN                                             00231000
002320         PERFORM 200-READ-PAID                                    00232000
002330         PERFORM 300-APPLY-PAID UNTIL FF-PAID                     00233000
002340         CLOSE PAID                                               00234000
002350     END-IF                                                       00235000
002360                                                                  00236000
002370     PERFORM 500-START-OUTSTANDING                                00237000
002380     PERFORM 520-LIST-OUTSTANDING UNTIL FF-CHKG                   00238000
002390                                                                  00239000
002400     PERFORM 900-WRITE-TOTALS                                     00240000
002410                                                                  00241000
002420     CLOSE CHKG                                                   00242000
002430     CLOSE RREP                                                   00243000
002440     CLOSE ESCH                                                   00244000
002450                                                                  00245000
002460     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00246000
002470     MOVE WS-PAID-READ TO JLG-IN-CNT                              00247000
002480     MOVE WS-MATCH-CNT TO JLG-OUT-CNT                             00248000
002490     MOVE RETURN-CODE TO JLG-RC                                   00249000
002500     MOVE 'E' TO JLG-TYPE                                         00250000
002510     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00251000
002520                                                                  00252000
002530     GOBACK.                                                      00253000
002540                                                                  00254000
002550******************************************************************00255000
002560* PARAGRAPHE D INITIALISATION : CARTES SYSIN, OUVERTURES, ENTETES 00256000
002570* DES ETATS. SANS FICHIER DE LA BANQUE, SEULE LA LISTE DES        00257000
002580* CHEQUES EN CIRCULATION EST PRODUITE                             00258000
002590******************************************************************00259000
002600 100-INITIALIZE.                                                  00260000
002610     ACCEPT WS-RUN-DATE  FROM SYSIN                               00261000
002620     ACCEPT WS-ESCH-PARM FROM SYSIN                               00262000
002630     MOVE WS-RUN-DATE TO WS-DATE-X                                00263000
002640     PERFORM 810-CHECK-DATE                                       00264000
002650     IF WS-DATE-INT = ZERO                                        00265000
002660         DISPLAY 'SYSIN RUN DATE INVALID : ' WS-RUN-DATE          00266000
002670         PERFORM ABEND-PROG                                       00267000
002680     END-IF                                                       00268000
002690     MOVE WS-DATE-INT TO WS-RUN-INT                               00269000
002700     IF WS-ESCH-PARM NUMERIC AND WS-ESCH-PARM NOT = '000'         00270000
002710         MOVE WS-ESCH-PARM TO WS-ESCH-DAYS                        00271000
002720     END-IF                                                       00272000
002730                                                                  00273000
002740     OPEN I-O CHKG                                                00274000
002750     IF WS-CHKG-STATUS NOT = '00'                                 00275000
002760         DISPLAY 'ERREUR OUVERTURE CHKREG : ' WS-CHKG-STATUS      00276000
002770         PERFORM ABEND-PROG                                       00277000
002780     END-IF                                                       00278000
002790     OPEN INPUT PAID                                              00279000
002800     IF WS-PAID-STATUS = '00'                                     00280000
002810         MOVE 'Y' TO WS-PAID-SW                                   00281000
002820     ELSE                                                         00282000
002830         DISPLAY 'NO PAID-ITEMS FILE : ' WS-PAID-STATUS           00283000
002840     END-IF                                                       00284000
002850                                                                  00285000
002860     OPEN OUTPUT RREP                                             00286000
002870     OPEN OUTPUT ESCH                                             00287000
002880                                                                  00288000
002890     MOVE 'REFUND CHECK RECONCILIATION - RUN OF ' TO RPT-TEXT     00289000
002900     MOVE WS-RUN-DATE TO RPT-DATE                                 00290000
002910     WRITE ENR-CKRREP FROM L-REP-TITLE                            00291000
002920     WRITE ENR-CKRREP FROM L-REP-VIDE                             00292000
002930     MOVE 'PAID ITEMS NOT MATCHING THE REGISTER' TO RPS-TEXT      00293000
002940     WRITE ENR-CKRREP FROM L-REP-SECTION                          00294000
002950     WRITE ENR-CKRREP FROM L-REP-VIDE                             00295000
002960     WRITE ENR-CKRREP FROM L-EXC-HDR                              00296000
002970     WRITE ENR-CKRREP FROM L-REP-VIDE                             00297000
002980                                                                  00298000
002990     MOVE 'REFUND CHECKS FOR ESCHEAT FOLLOW-UP - RUN OF '         00299000
003000        TO RPT-TEXT                                               00300000
003010     WRITE ENR-ESCHLST FROM L-REP-TITLE                           00301000
003020     WRITE ENR-ESCHLST FROM L-REP-VIDE                            00302000
003030     MOVE SPACES TO RPS-TEXT                                      00303000
003040     STRING                                                       00304000
003050        'CHECKS NOT CASHED AFTER MORE THAN ' DELIMITED BY SIZE    00305000
003060        WS-ESCH-DAYS                         DELIMITED BY SIZE    00306000
003070        ' DAYS'                              DELIMITED BY SIZE    00307000
003080        INTO RPS-TEXT                                             00308000
003090     END-STRING                                                   00309000
003100     WRITE ENR-ESCHLST FROM L-REP-SECTION                         00310000
003110     WRITE ENR-ESCHLST FROM L-REP-VIDE                            00311000
003120     WRITE ENR-ESCHLST FROM L-OUT-HDR                             00312000
003130     WRITE ENR-ESCHLST FROM L-REP-VIDE                            00313000
003140     EXIT.                                                        00314000
003150                                                                  00315000
003160 200-READ-PAID.                                                   00316000
003170     READ PAID INTO L-PAIDITEM                                    00317000
003180         AT END                                                   00318000
003190              SET FF-PAID TO TRUE                                 00319000
003200         NOT AT END                                               00320000
003210              ADD 1 TO WS-PAID-READ                               00321000
003220     END-READ                                                     00322000
003230     IF WS-PAID-STATUS NOT = '00' AND WS-PAID-STATUS NOT = '10'   00323000
003240         DISPLAY 'PAIDITEM READ ERROR : ' WS-PAID-STATUS          00324000
003250         SET FF-PAID TO TRUE                                      00325000
003260     END-IF                                                       00326000
003270     EXIT.                                                        00327000
003280                                                                  00328000
003290******************************************************************00329000
003300* UN CHEQUE PAYE PAR LA BANQUE : IL DOIT ETRE SUR LE REGISTRE,    00330000
003310* SUR LE MEME COMPTE, NI ANNULE NI DEJA PAYE. UN MONTANT PAYE     00331000
003320* DIFFERENT EST SIGNALE MAIS LE CHEQUE EST QUAND MEME SOLDE       00332000
003330******************************************************************00333000
003340 300-APPLY-PAID.                                                  00334000
003350     MOVE SPACES TO WS-EXC-REASON                                 00335000
003360     IF PDI-AMOUNT NUMERIC                                        00336000
003370         ADD PDI-AMOUNT TO WS-PAID-TOT                            00337000
003380     END-IF                                                       00338000
003390     MOVE SPACES TO WS-PAID-DATE                                  00339000
003400     IF PDI-PAID-DATE NUMERIC                                     00340000
003410         MOVE PDI-PAID-DATE TO W-YMD-NUM                          00341000
003420         STRING                                                   00342000
003430            W-YMD-Y '-' W-YMD-M '-' W-YMD-D DELIMITED BY SIZE     00343000
003440            INTO WS-PAID-DATE                                     00344000
003450         END-STRING                                               00345000
003460     END-IF                                                       00346000
003470     INITIALIZE CHKREG-RECORD                                     00347000
003480     MOVE 'K'    TO CKR-REC-TYPE                                  00348000
003490     MOVE SPACES TO CKR-ID                                        00349000
003500     EVALUATE TRUE                                                00350000
003510         WHEN PDI-CHECK-NO NOT NUMERIC                            00351000
003520             MOVE 'INVALID CHECK NUMBER'    TO WS-EXC-REASON      00352000
003530         WHEN PDI-AMOUNT NOT NUMERIC                              00353000
003540             MOVE 'INVALID AMOUNT'          TO WS-EXC-REASON      00354000
003550         WHEN PDI-CHECK-NO > 99999999                             00355000
003560             MOVE 'CHECK NOT ISSUED BY US'  TO WS-EXC-REASON      00356000
003570         WHEN OTHER                                               00357000
003580             MOVE PDI-CHECK-NO TO CKR-CHECK-NO                    00358000
003590             READ CHKG KEY IS CKR-KEY                             00359000
003600             PERFORM 310-MATCH-CHECK                              00360000
003610     END-EVALUATE                                                 00361000
003620     IF WS-EXC-REASON NOT = SPACES                                00362000
003630         PERFORM 320-WRITE-EXCEPTION                              00363000
003640     END-IF                                                       00364000
003650     PERFORM 200-READ-PAID                                        00365000
003660     EXIT.                                                        00366000
003670                                                                  00367000
003680 310-MATCH-CHECK.                                                 00368000
003690     EVALUATE TRUE                                                00369000
003700         WHEN WS-CHKG-STATUS NOT = '00'                           00370000
003710             INITIALIZE CHKREG-RECORD                             00371000
003720             MOVE 'CHECK NOT ISSUED BY US'  TO WS-EXC-REASON      00372000
003730         WHEN CKK-ACCOUNT NOT = PDI-ACCOUNT                       00373000
003740             MOVE 'OTHER BANK ACCOUNT'      TO WS-EXC-REASON      00374000
003750         WHEN CKK-VOIDED                                          00375000
003760             MOVE 'PAID AFTER VOID'         TO WS-EXC-REASON      00376000
003770         WHEN CKK-PAID                                            00377000
003780             MOVE 'ALREADY PAID'            TO WS-EXC-REASON      00378000
003790         WHEN OTHER                                               00379000
003800             MOVE 'P'          TO CKK-STATUS                      00380000
003810             MOVE WS-PAID-DATE TO CKK-PAID-DATE                   00381000
003820             MOVE PDI-AMOUNT   TO CKK-PAID-AMT                    00382000
003830             REWRITE CHKREG-RECORD                                00383000
003840             IF WS-CHKG-STATUS NOT = '00'                         00384000
003850                 DISPLAY 'ERREUR REECRITURE CHKREG : '            00385000
003860                         WS-CHKG-STATUS                           00386000
003870                 PERFORM ABEND-PROG                               00387000
003880             END-IF                                               00388000
003890             ADD 1 TO WS-MATCH-CNT                                00389000
003900             ADD PDI-AMOUNT TO WS-MATCH-AMT                       00390000
003910             IF PDI-AMOUNT NOT = CKK-AMOUNT                       00391000
003920                 MOVE 'PAID AMOUNT DIFFERS FROM CHECK'            00392000
003930                    TO WS-EXC-REASON                              00393000
003940             END-IF                                               00394000
003950     END-EVALUATE                                                 00395000
003960     EXIT.                                                        00396000
003970                                                                  00397000
003980 320-WRITE-EXCEPTION.                                             00398000
003990     ADD 1 TO WS-EXC-CNT                                          00399000
004000     INITIALIZE L-EXC-DET                                         00400000
004010     IF PDI-CHECK-NO NUMERIC                                      00401000
004020         MOVE PDI-CHECK-NO TO EXD-CHECK-NO                        00402000
004030     END-IF                                                       00403000
004040     IF CKR-CHECK                                                 00404000
004050         MOVE CKK-COMPANY TO EXD-PAYEE                            00405000
004060         IF CKK-AMOUNT NUMERIC                                    00406000
004070             MOVE CKK-AMOUNT TO EXD-ISSUED                        00407000
004080         END-IF                                                   00408000
004090     END-IF                                                       00409000
004100     IF PDI-AMOUNT NUMERIC                                        00410000
004110         MOVE PDI-AMOUNT TO EXD-PAID                              00411000
004120         ADD PDI-AMOUNT TO WS-EXC-AMT                             00412000
004130     END-IF                                                       00413000
004140     MOVE WS-PAID-DATE  TO EXD-DATE                               00414000
004150     MOVE WS-EXC-REASON TO EXD-REASON                             00415000
004160     WRITE ENR-CKRREP FROM L-EXC-DET                              00416000
004170     EXIT.                                                        00417000
004180                                                                  00418000
004190******************************************************************00419000
004200* PARCOURS DES CHEQUES DU REGISTRE (ENREGISTREMENTS K) : UN       00420000
004210* CHEQUE EMIS NI PAYE NI ANNULE EST EN CIRCULATION                00421000
004220******************************************************************00422000
004230 500-START-OUTSTANDING.                                           00423000
004240     WRITE ENR-CKRREP FROM L-REP-VIDE                             00424000
004250     MOVE 'REFUND CHECKS OUTSTANDING' TO RPS-TEXT                 00425000
004260     WRITE ENR-CKRREP FROM L-REP-SECTION                          00426000
004270     WRITE ENR-CKRREP FROM L-REP-VIDE                             00427000
004280     WRITE ENR-CKRREP FROM L-OUT-HDR                              00428000
004290     WRITE ENR-CKRREP FROM L-REP-VIDE                             00429000
004300     INITIALIZE CHKREG-RECORD                                     00430000
004310     MOVE 'K'        TO CKR-REC-TYPE                              00431000
004320     MOVE LOW-VALUES TO CKR-ID                                    00432000
004330     START CHKG KEY IS NOT LESS THAN CKR-KEY                      00433000
004340     IF WS-CHKG-STATUS = '00'                                     00434000
004350         PERFORM 510-READ-NEXT-CHECK                              00435000
004360     ELSE                                                         00436000
004370         SET FF-CHKG TO TRUE                                      00437000
004380     END-IF                                                       00438000
004390     EXIT.                                                        00439000
004400                                                                  00440000
004410 510-READ-NEXT-CHECK.                                             00441000
004420     READ CHKG NEXT RECORD                                        00442000
004430         AT END                                                   00443000
004440              SET FF-CHKG TO TRUE                                 00444000
004450     END-READ                                                     00445000
004460     IF WS-CHKG-STATUS NOT = '00' AND WS-CHKG-STATUS NOT = '10'   00446000
004470         DISPLAY 'CHKREG READ ERROR : ' WS-CHKG-STATUS            00447000
004480         SET FF-CHKG TO TRUE                                      00448000
004490     END-IF                                                       00449000
004500     IF NOT FF-CHKG AND NOT CKR-CHECK                             00450000
004510         SET FF-CHKG TO TRUE                                      00451000
004520     END-IF                                                       00452000
004530     EXIT.                                                        00453000
004540                                                                  00454000
004550 520-LIST-OUTSTANDING.                                            00455000
004560     ADD 1 TO WS-CHK-READ                                         00456000
004570     IF CKK-ISSUED                                                00457000
004580         PERFORM 530-OUTSTANDING-CHECK                            00458000
004590     END-IF                                                       00459000
004600     PERFORM 510-READ-NEXT-CHECK                                  00460000
004610     EXIT.                                                        00461000
004620                                                                  00462000
004630 530-OUTSTANDING-CHECK.                                           00463000
004640     MOVE CKK-ISSUE-DATE TO WS-DATE-X                             00464000
004650     PERFORM 810-CHECK-DATE                                       00465000
004660     MOVE ZERO TO WS-DAYS-OUT                                     00466000
004670     IF WS-DATE-INT > ZERO                                        00467000
004680         COMPUTE WS-DAYS-OUT = WS-RUN-INT - WS-DATE-INT           00468000
004690     END-IF                                                       00469000
004700     ADD 1 TO WS-OUT-CNT                                          00470000
004710     ADD CKK-AMOUNT TO WS-OUT-AMT                                 00471000
004720                                                                  00472000
004730     INITIALIZE L-OUT-DET                                         00473000
004740     MOVE CKR-CHECK-NO   TO OUD-CHECK-NO                          00474000
004750     MOVE CKK-COMPANY    TO OUD-PAYEE                             00475000
004760     MOVE CKK-AMOUNT     TO OUD-AMOUNT                            00476000
004770     MOVE CKK-ISSUE-DATE TO OUD-ISSUED                            00477000
004780     MOVE WS-DAYS-OUT    TO OUD-DAYS                              00478000
004790     MOVE CKK-REQ-DATE   TO OUD-REQ-DATE                          00479000
004800     MOVE CKK-REQ-SEQ    TO OUD-REQ-SEQ                           00480000
004810     MOVE CKK-ORIG-NO    TO OUD-ORIG-NO                           00481000
004820     MOVE SPACES         TO OUD-FLAG                              00482000
004830     IF WS-DAYS-OUT > WS-ESCH-DAYS                                00483000
004840         MOVE 'ESCHEAT' TO OUD-FLAG                               00484000
004850         ADD 1 TO WS-ESCH-CNT                                     00485000
004860         ADD CKK-AMOUNT TO WS-ESCH-AMT                            00486000
004870         WRITE ENR-ESCHLST FROM L-OUT-DET                         00487000
004880     END-IF                                                       00488000
004890     WRITE ENR-CKRREP FROM L-OUT-DET                              00489000
004900     EXIT.                                                        00490000
004910                                                                  00491000
004920******************************************************************00492000
004930* CONTROLE D UNE DATE AAAA-MM-JJ (ZERO SI ELLE EST ILLISIBLE)     00493000
004940******************************************************************00494000
004950 810-CHECK-DATE.                                                  00495000
004960     MOVE ZERO TO WS-DATE-INT                                     00496000
004970     MOVE WS-DATE-X(1:4) TO W-YMD-Y                               00497000
004980     MOVE WS-DATE-X(6:2) TO W-YMD-M                               00498000
004990     MOVE WS-DATE-X(9:2) TO W-YMD-D                               00499000
005000     IF W-YMD-NUM NUMERIC                                         00500000
005010        AND W-YMD-M >= '01' AND W-YMD-M <= '12'                   00501000
005020        AND W-YMD-D >= '01' AND W-YMD-D <= '31'                   00502000
005030        AND W-YMD-Y >= '1601'                                     00503000
005040        AND WS-DATE-X(5:1) = '-' AND WS-DATE-X(8:1) = '-'         00504000
005050         COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)00505000
005060     END-IF                                                       00506000
005070     EXIT.                                                        00507000
005080                                                                  00508000
005090******************************************************************00509000
005100* PARAGRAPHE D ECRITURE DES TOTAUX DE CONTROLE EN FIN D ETAT      00510000
005110******************************************************************00511000
005120 900-WRITE-TOTALS.                                                00512000
005130     WRITE ENR-CKRREP FROM L-REP-VIDE                             00513000
005140     MOVE 'PAID ITEMS READ'                TO RPK-LABEL           00514000
005150     MOVE WS-PAID-READ                     TO RPK-VALUE           00515000
005160     WRITE ENR-CKRREP FROM L-REP-CNT                              00516000
005170     MOVE 'TOTAL PAID BY THE BANK'         TO RPO-LABEL           00517000
005180     MOVE WS-PAID-TOT                      TO RPO-VALUE           00518000
005190     WRITE ENR-CKRREP FROM L-REP-TOT                              00519000
005200     MOVE 'CHECKS MARKED PAID'             TO RPK-LABEL           00520000
005210     MOVE WS-MATCH-CNT                     TO RPK-VALUE           00521000
005220     WRITE ENR-CKRREP FROM L-REP-CNT                              00522000
005230     MOVE 'TOTAL MARKED PAID'              TO RPO-LABEL           00523000
005240     MOVE WS-MATCH-AMT                     TO RPO-VALUE           00524000
005250     WRITE ENR-CKRREP FROM L-REP-TOT                              00525000
005260     MOVE 'PAID ITEMS IN EXCEPTION'        TO RPK-LABEL           00526000
005270     MOVE WS-EXC-CNT                       TO RPK-VALUE           00527000
005280     WRITE ENR-CKRREP FROM L-REP-CNT                              00528000
005290     MOVE 'TOTAL IN EXCEPTION'             TO RPO-LABEL           00529000
005300     MOVE WS-EXC-AMT                       TO RPO-VALUE           00530000
005310     WRITE ENR-CKRREP FROM L-REP-TOT                              00531000
005320     MOVE 'CHECKS ON THE REGISTER'         TO RPK-LABEL           00532000
005330     MOVE WS-CHK-READ                      TO RPK-VALUE           00533000
005340     WRITE ENR-CKRREP FROM L-REP-CNT                              00534000
005350     MOVE 'CHECKS OUTSTANDING'             TO RPK-LABEL           00535000
005360     MOVE WS-OUT-CNT                       TO RPK-VALUE           00536000
005370     WRITE ENR-CKRREP FROM L-REP-CNT                              00537000
005380     MOVE 'TOTAL OUTSTANDING'              TO RPO-LABEL           00538000
005390     MOVE WS-OUT-AMT                       TO RPO-VALUE           00539000
005400     WRITE ENR-CKRREP FROM L-REP-TOT                              00540000
005410     MOVE '  OF WHICH FOR ESCHEAT FOLLOW-UP' TO RPK-LABEL         00541000
005420     MOVE WS-ESCH-CNT                      TO RPK-VALUE           00542000
005430     WRITE ENR-CKRREP FROM L-REP-CNT                              00543000
005440                                                                  00544000
005450     WRITE ENR-ESCHLST FROM L-REP-VIDE                            00545000
005460     MOVE 'CHECKS FOR ESCHEAT FOLLOW-UP'   TO RPK-LABEL           00546000
005470     MOVE WS-ESCH-CNT                      TO RPK-VALUE           00547000
005480     WRITE ENR-ESCHLST FROM L-REP-CNT                             00548000
005490     MOVE 'TOTAL FOR ESCHEAT FOLLOW-UP'    TO RPO-LABEL           00549000
005500     MOVE WS-ESCH-AMT                      TO RPO-VALUE           00550000
005510     WRITE ENR-ESCHLST FROM L-REP-TOT                             00551000
005520                                                                  00552000
005530     DISPLAY 'PAID ITEMS READ       : ' WS-PAID-READ              00553000
005540     DISPLAY 'CHECKS MARKED PAID    : ' WS-MATCH-CNT              00554000
005550     DISPLAY 'PAID ITEM EXCEPTIONS  : ' WS-EXC-CNT                00555000
005560     DISPLAY 'CHECKS OUTSTANDING    : ' WS-OUT-CNT                00556000
005570     DISPLAY 'FOR ESCHEAT FOLLOW-UP : ' WS-ESCH-CNT               00557000
005580     EXIT.                                                        00558000
005590                                                                  00559000
005600******************************************************************00560000
005610* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00561000
005620* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00562000
005630******************************************************************00563000
005640 ABEND-PROG.                                                      00564000
005650     DISPLAY 'ABEND-PROG !'                                       00565000
005660     COMPUTE WS-ANO = 1 / WS-ANO.                                 00566000
