000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3RBT.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - MONTHLY CUSTOMER VOLUME       00020000
000210*                  REBATES : SWEEPS THE MONTH'S INVEXTR           00021000
000220*                  GENERATIONS NET OF CREDIT MEMOS FOR THE SALES  00022000
000230*                  OF THE QUALIFYING PRODUCTS OF EVERY REBATE     00023000
000240*                  AGREEMENT (CARD FILE RBTAGR), CUMULATES THEM ON00024000
000250*                  THE REBATE LEDGER (GDG RBTLEDG), COMPUTES THE  00025000
000260*                  REBATE EARNED PER TIER AND PRINTS THE ACCRUAL  00026000
000270*                  REPORT. THE ACCRUAL MOVEMENT IS POSTED BY      00027000
000280*                  PJPART3G ; AT PERIOD END THE REBATE EARNED IS  00028000
000290*                  ISSUED AS A C-TYPE REBATE CREDIT ON A NEW      00029000
000300*                  INVEXTR GENERATION                             00030000
000301* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00030100
000302*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00030200
000303*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00030300
000304* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, PJPART3B)   00030400
000305*                  COUNT TOWARD THE REBATE VOLUME LIKE H DOCUMENTS00030500
000306* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00030600
000307*                  NO UNSET FIELD REACHES JOBLOG                  00030700
000310******************************************************************00031000
000320                                                                  00032000
000330 ENVIRONMENT DIVISION.                                            00033000
000340 INPUT-OUTPUT SECTION.                                            00034000
000350 FILE-CONTROL.                                                    00035000
000360******************************************************************00036000
000370* CARTES DES ACCORDS DE RISTOURNE (VOIR COPY RBAREC)              00037000
000380******************************************************************00038000
000390      SELECT AGRF ASSIGN TO RBTAGR                                00039000
000400      ORGANIZATION IS SEQUENTIAL                                  00040000
000410      FILE STATUS IS WS-AGRF-STATUS.                              00041000
000420******************************************************************00042000
000430* GRAND LIVRE DES RISTOURNES : GENERATION PRECEDENTE EN ENTREE,   00043000
000440* NOUVELLE GENERATION EN SORTIE (VOIR COPY RBLREC)                00044000
000450******************************************************************00045000
000460      SELECT LDGI ASSIGN TO RBTLEDG                               00046000
000470      ORGANIZATION IS SEQUENTIAL                                  00047000
000480      FILE STATUS IS WS-LDGI-STATUS.                              00048000
000490      SELECT LDGO ASSIGN TO RBTLOUT                               00049000
000500      ORGANIZATION  IS SEQUENTIAL.                                00050000
000510******************************************************************00051000
000520* FLUX INVEXTR DU MOIS (GENERATIONS CONCATENEES DANS LE JCL)      00052000
000530******************************************************************00053000
000540      SELECT INVX ASSIGN TO INVEXTR                               00054000
000550      ORGANIZATION  IS SEQUENTIAL.                                00055000
000560******************************************************************00056000
000570* FLUX INVEXTR DES AVOIRS DE RISTOURNE EMIS EN FIN DE PERIODE     00057000
000580******************************************************************00058000
000590      SELECT INVO ASSIGN TO INVXOUT                               00059000
000600      ORGANIZATION  IS SEQUENTIAL.                                00060000
000610******************************************************************00061000
000620* ETAT DES RISTOURNES PROVISIONNEES                               00062000
000630******************************************************************00063000
000640      SELECT RREP ASSIGN TO RBTREP                                00064000
000650      ORGANIZATION  IS SEQUENTIAL.                                00065000
000660                                                                  00066000
000670******************************************************************00067000
000680                                                                  00068000
000690 DATA DIVISION.                                                   00069000
000700 FILE SECTION.                                                    00070000
000710 FD AGRF.                                                         00071000
000720 01 ENR-RBTAGR PIC X(80).                                         00072000
000730                                                                  00073000
000740 FD LDGI.                                                         00074000
000750 01 ENR-RBTLEDG PIC X(130).                                       00075000
000760                                                                  00076000
000770 FD LDGO.                                                         00077000
000780 01 ENR-RBTLOUT PIC X(130).                                       00078000
000790                                                                  00079000
000800 FD INVX.                                                         00080000
000810 01 ENR-INVX PIC X(204).                                          00081000
000820                                                                  00082000
000830 FD INVO.                                                         00083000
000840 01 ENR-INVXOUT PIC X(204).                                       00084000
000850                                                                  00085000
000860 FD RREP.                                                         00086000
000870 01 ENR-RBTREP PIC X(132).                                        00087000
000880                                                                  00088000
000890 WORKING-STORAGE SECTION.                                         00089000
000900******************************************************************00090000
000910* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00091000
000920******************************************************************00092000
000930 77 FLAG-INVX   PIC 9 VALUE 0.                                    00093000
000940    88 FF-INVX VALUE 1.                                           00094000
000950 77 WS-AGRF-STATUS PIC X(2) VALUE SPACES.                         00095000
000960 77 WS-LDGI-STATUS PIC X(2) VALUE SPACES.                         00096000
000970                                                                  00097000
000980 77 WS-ANO PIC 99 VALUE ZERO.                                     00098000
000990                                                                  00099000
001000******************************************************************00100000
001010* CARTES SYSIN : MOIS BALAYE (AAAA-MM) PUIS DATE DE               00101000
001020* COMPTABILISATION (AAAA-MM-JJ), QUI DATE LA PROVISION DU         00102000
001030* JOURNAL PJPART3G ET LES AVOIRS DE RISTOURNE                     00103000
001040******************************************************************00104000
001050 77 WS-SEL-MONTH PIC X(7)  VALUE SPACES.                          00105000
001060 77 WS-POST-DATE PIC X(10) VALUE SPACES.                          00106000
001070                                                                  00107000
001080******************************************************************00108000
001090* ENREGISTREMENTS DES CARTES D ACCORD ET DU GRAND LIVRE           00109000
001100******************************************************************00110000
001110     COPY RBAREC.                                                 00111000
001120                                                                  00112000
001130     COPY RBLREC.                                                 00113000
001140                                                                  00114000
001150******************************************************************00115000
001160* ENREGISTREMENTS DU FLUX INVEXTR (VOIR COPY INVXREC)             00116000
001170******************************************************************00117000
001180     COPY INVXREC.                                                00118000
001190                                                                  00119000
001200******************************************************************00120000
001210* TABLE DES ACCORDS CHARGES DES CARTES : PALIERS, PRODUITS        00121000
001220* QUALIFIANTS, VENTES DU MOIS ET POSTE DU GRAND LIVRE ASSOCIE     00122000
001230******************************************************************00123000
001240 01 AGR-TABLE.                                                    00124000
001250      05 AGT-ENTRY OCCURS 100 TIMES INDEXED BY AGT-IDX.           00125000
001260         10 AGT-C-NO      PIC 9(3).                               00126000
001270         10 AGT-AGR-NO    PIC 9(2).                               00127000
001280         10 AGT-FROM      PIC X(10).                              00128000
001290         10 AGT-TO        PIC X(10).                              00129000
001300         10 AGT-METHOD    PIC X(1).                               00130000
001310         10 AGT-DESC      PIC X(30).                              00131000
001320         10 AGT-VALID     PIC X(1).                               00132000
001330         10 AGT-ACTIVE    PIC X(1).                               00133000
001340         10 AGT-REASON    PIC X(30).                              00134000
001350         10 AGT-LDG-IX    PIC 9(3).                               00135000
001360         10 AGT-COMPANY   PIC X(30).                              00136000
001370         10 AGT-STATE     PIC X(2).                               00137000
001380         10 AGT-MTH-SALES PIC S9(9)V99.                           00138000
001390         10 AGT-TIER-CNT  PIC 9(1).                               00139000
001400         10 AGT-TIER OCCURS 5 TIMES.                              00140000
001410            15 AGT-THRESH PIC 9(7)V99.                            00141000
001420            15 AGT-PCT    PIC 99V99.                              00142000
001430         10 AGT-PROD-CNT  PIC 9(2).                               00143000
001440         10 AGT-P-NO      PIC X(3) OCCURS 20 TIMES.               00144000
001450 77 WS-AGT-CNT PIC 9(3) VALUE ZERO.                               00145000
001460 77 WS-AGT-MAX PIC 9(3) VALUE 100.                                00146000
001470 77 WS-TIER-MAX PIC 9(1) VALUE 5.                                 00147000
001480 77 WS-PROD-MAX PIC 9(2) VALUE 20.                                00148000
001490                                                                  00149000
001500******************************************************************00150000
001510* TABLE DU GRAND LIVRE DES RISTOURNES (IMAGE DES ENREGISTREMENTS) 00151000
001520******************************************************************00152000
001530 01 LDG-TABLE.                                                    00153000
001540      05 LDG-ENTRY OCCURS 200 TIMES INDEXED BY LDG-IDX.           00154000
001550         10 LDG-REC PIC X(130).                                   00155000
001560 77 WS-LDG-CNT PIC 9(3) VALUE ZERO.                               00156000
001570 77 WS-LDG-MAX PIC 9(3) VALUE 200.                                00157000
001580                                                                  00158000
001590******************************************************************00159000
001600* TAMPON DES DETAILS DU DOCUMENT EN COURS (LES D PRECEDENT H/C)   00160000
001610******************************************************************00161000
001620 01 BUF-TABLE.                                                    00162000
001630      05 BUF-ENTRY OCCURS 500 TIMES INDEXED BY BUF-IDX.           00163000
001640         10 BUF-REC PIC X(204).                                   00164000
001650 77 WS-BUF-CNT PIC 9(3) VALUE ZERO.                               00165000
001660 77 WS-BUF-MAX PIC 9(3) VALUE 500.                                00166000
001670 77 WS-SIGN    PIC S9(1) VALUE +1.                                00167000
001680                                                                  00168000
001690******************************************************************00169000
001700* ZONES DE TRAVAIL DU CHARGEMENT, DU BALAYAGE ET DU CALCUL        00170000
001710******************************************************************00171000
001720 77 WS-CARD-ERR   PIC X(30) VALUE SPACES.                         00172000
001730 77 WS-CUR-AGT    PIC 9(3) VALUE ZERO.                            00173000
001740 77 WS-SCAN-I     PIC 9(3) VALUE ZERO.                            00174000
001750 77 WS-FND-IX     PIC 9(3) VALUE ZERO.                            00175000
001760 77 WS-T          PIC 9(2) VALUE ZERO.                            00176000
001770 77 WS-P          PIC 9(2) VALUE ZERO.                            00177000
001780 77 WS-QUAL-SW    PIC X(1) VALUE 'N'.                             00178000
001790    88 PRODUCT-QUALIFIES VALUE 'Y'.                               00179000
001800 77 WS-LINE-NET   PIC S9(9)V99 VALUE ZERO.                        00180000
001810 77 WS-LINE-DISC  PIC S9(9)V99 VALUE ZERO.                        00181000
001820 77 WS-SALES      PIC S9(9)V99 VALUE ZERO.                        00182000
001830 77 WS-EARNED     PIC 9(7)V99 VALUE ZERO.                         00183000
001840 77 WS-PREV-EARN  PIC 9(7)V99 VALUE ZERO.                         00184000
001850 77 WS-ACCR       PIC S9(7)V99 VALUE ZERO.                        00185000
001860 77 WS-TIER-SALES PIC S9(9)V99 VALUE ZERO.                        00186000
001870 77 WS-TIER-RBT   PIC 9(7)V99 VALUE ZERO.                         00187000
001880 77 WS-TIER-TOP   PIC 9(9)V99 VALUE ZERO.                         00188000
001890 77 WS-REACHED    PIC 9(1) VALUE ZERO.                            00189000
001900 77 WS-CREDIT-NO  PIC 9(6) VALUE ZERO.                            00190000
001910                                                                  00191000
001920******************************************************************00192000
001930* COMPTEURS ET TOTAUX DE CONTROLE                                 00193000
001940******************************************************************00194000
001950 77 WS-CARD-CNT    PIC 9(5) VALUE ZERO.                           00195000
001960 77 WS-CARD-REJ    PIC 9(5) VALUE ZERO.                           00196000
001970 77 WS-DOCS-USED   PIC 9(7) VALUE ZERO.                           00197000
001980 77 WS-DOCS-SKIP   PIC 9(7) VALUE ZERO.                           00198000
001990 77 WS-LINES-QUAL  PIC 9(7) VALUE ZERO.                           00199000
002000 77 WS-SWEPT-CNT   PIC 9(5) VALUE ZERO.                           00200000
002010 77 WS-IDLE-CNT    PIC 9(5) VALUE ZERO.                           00201000
002020 77 WS-CREDIT-CNT  PIC 9(5) VALUE ZERO.                           00202000
002030 77 WS-TOT-ACCR    PIC S9(9)V99 VALUE ZERO.                       00203000
002040 77 WS-TOT-EARNED  PIC 9(9)V99 VALUE ZERO.                        00204000
002050 77 WS-TOT-CREDIT  PIC 9(9)V99 VALUE ZERO.                        00205000
002060                                                                  00206000
002070******************************************************************00207000
002080* DECLARATION DES LIGNES DE L ETAT DES RISTOURNES                 00208000
002090******************************************************************00209000
002100 77 L-RBT-VIDE PIC X(132) VALUE SPACES.                           00210000
002110                                                                  00211000
002120 01 L-RBT-TITLE.                                                  00212000
002130      05 FILLER PIC X(39) VALUE                                   00213000
002140         'CUSTOMER VOLUME REBATE ACCRUAL - MONTH '.               00214000
002150      05 RBT-MONTH PIC X(7).                                      00215000
002160      05 FILLER PIC X(16) VALUE '   POSTING DATE '.               00216000
002170      05 RBT-POST-DATE PIC X(10).                                 00217000
002180      05 FILLER PIC X(60) VALUE SPACES.                           00218000
002190                                                                  00219000
002200 01 L-RBT-SECTION.                                                00220000
002210      05 RBT-SECTION PIC X(60).                                   00221000
002220      05 FILLER PIC X(72) VALUE SPACES.                           00222000
002230                                                                  00223000
002240 01 L-RBT-CARD.                                                   00224000
002250      05 FILLER    PIC X(5) VALUE 'CARD '.                        00225000
002260      05 RBC-CARD  PIC X(60).                                     00226000
002270      05 FILLER    PIC X(2) VALUE SPACES.                         00227000
002280      05 RBC-ERR   PIC X(30).                                     00228000
002290      05 FILLER    PIC X(35) VALUE SPACES.                        00229000
002300                                                                  00230000
002310 01 L-RBT-AGR.                                                    00231000
002320      05 FILLER      PIC X(9) VALUE 'CUSTOMER '.                  00232000
002330      05 RBG-C-NO    PIC 9(3).                                    00233000
002340      05 FILLER      PIC X(1) VALUE SPACE.                        00234000
002350      05 RBG-COMPANY PIC X(30).                                   00235000
002360      05 FILLER      PIC X(11) VALUE ' AGREEMENT '.               00236000
002370      05 RBG-AGR-NO  PIC 9(2).                                    00237000
002380      05 FILLER      PIC X(1) VALUE SPACE.                        00238000
002390      05 RBG-DESC    PIC X(30).                                   00239000
002400      05 FILLER      PIC X(1) VALUE SPACE.                        00240000
002410      05 RBG-FROM    PIC X(10).                                   00241000
002420      05 FILLER      PIC X(4) VALUE ' TO '.                       00242000
002430      05 RBG-TO      PIC X(10).                                   00243000
002440      05 FILLER      PIC X(1) VALUE SPACE.                        00244000
002450      05 RBG-METHOD  PIC X(12).                                   00245000
002460      05 FILLER      PIC X(7) VALUE SPACES.                       00246000
002470                                                                  00247000
002480 01 L-RBT-IDLE.                                                   00248000
002490      05 FILLER      PIC X(9) VALUE 'CUSTOMER '.                  00249000
002500      05 RBI-C-NO    PIC 9(3).                                    00250000
002510      05 FILLER      PIC X(11) VALUE ' AGREEMENT '.               00251000
002520      05 RBI-AGR-NO  PIC 9(2).                                    00252000
002530      05 FILLER      PIC X(3) VALUE ' : '.                        00253000
002540      05 RBI-REASON  PIC X(30).                                   00254000
002550      05 FILLER      PIC X(74) VALUE SPACES.                      00255000
002560                                                                  00256000
002570 01 L-TIER-HDR.                                                   00257000
002580      05 FILLER PIC X(8)  VALUE SPACES.                           00258000
002590      05 FILLER PIC X(6)  VALUE 'TIER'.                           00259000
002600      05 FILLER PIC X(14) VALUE '    THRESHOLD '.                 00260000
002610      05 FILLER PIC X(8)  VALUE '   RATE '.                       00261000
002620      05 FILLER PIC X(15) VALUE ' SALES IN TIER '.                00262000
002630      05 FILLER PIC X(13) VALUE '      REBATE '.                  00263000
002640      05 FILLER PIC X(68) VALUE SPACES.                           00264000
002650                                                                  00265000
002660 01 L-TIER-LINE.                                                  00266000
002670      05 FILLER      PIC X(8) VALUE SPACES.                       00267000
002680      05 TRL-NO      PIC 9(1).                                    00268000
002690      05 FILLER      PIC X(5) VALUE SPACES.                       00269000
002700      05 TRL-THRESH  PIC Z,ZZZ,ZZ9.99.                            00270000
002710      05 FILLER      PIC X(2) VALUE SPACES.                       00271000
002720      05 TRL-PCT     PIC Z9.99.                                   00272000
002730      05 FILLER      PIC X(2) VALUE '% '.                         00273000
002740      05 TRL-SALES   PIC Z(9)9.99-.                               00274000
002750      05 FILLER      PIC X(1) VALUE SPACE.                        00275000
002760      05 TRL-REBATE  PIC Z(6)9.99.                                00276000
002770      05 FILLER      PIC X(2) VALUE SPACES.                       00277000
002780      05 TRL-NOTE    PIC X(12).                                   00278000
002790      05 FILLER      PIC X(57) VALUE SPACES.                      00279000
002800                                                                  00280000
002810 01 L-RBT-AMT.                                                    00281000
002820      05 FILLER    PIC X(8) VALUE SPACES.                         00282000
002830      05 RBM-LABEL PIC X(30).                                     00283000
002840      05 FILLER    PIC X(4) VALUE SPACES.                         00284000
002850      05 RBM-VALUE PIC Z(9)9.99-.                                 00285000
002860      05 FILLER    PIC X(76) VALUE SPACES.                        00286000
002870                                                                  00287000
002880 01 L-RBT-NOTE.                                                   00288000
002890      05 FILLER    PIC X(8) VALUE SPACES.                         00289000
002900      05 RBN-TEXT  PIC X(60).                                     00290000
002910      05 FILLER    PIC X(64) VALUE SPACES.                        00291000
002920                                                                  00292000
002930 01 L-RBT-TOT.                                                    00293000
002940      05 RBT-TOT-LABEL PIC X(38).                                 00294000
002950      05 FILLER        PIC X(4) VALUE SPACES.                     00295000
002960      05 RBT-TOT-VALUE PIC Z(9)9.99-.                             00296000
002970      05 FILLER        PIC X(76) VALUE SPACES.                    00297000
002980                                                                  00298000
002990 01 L-RBT-CNT.                                                    00299000
003000      05 RBT-CNT-LABEL PIC X(38).                                 00300000
003010      05 FILLER        PIC X(7) VALUE SPACES.                     00301000
003020      05 RBT-CNT-VALUE PIC Z(6)9.                                 00302000
003030      05 FILLER        PIC X(80) VALUE SPACES.                    00303000
003040                                                                  00304000
003041******************************************************************00304100
003042* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00304200
003043******************************************************************00304300
003044     COPY JLGREC.                                                 00304400
003045                                                                  00304500
003050 PROCEDURE DIVISION.                                              00305000
003051                                                                  00305100
003051     INITIALIZE L-JOBLOG                                          00305101
003052     MOVE 'PJPT3RBT' TO JLG-PROGRAM                               00305200
003053     MOVE 'S' TO JLG-TYPE                                         00305300
003054     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00305400
003060                                                                  00306000
003070     PERFORM 100-INITIALIZE                                       00307000
003080                                                                  00308000
003090     PERFORM 300-PROCESS-REC UNTIL FF-INVX                        00309000
003100                                                                  00310000
003110     PERFORM 400-CLOSE-AGREEMENT                                  00311000
003120        VARYING AGT-IDX FROM 1 BY 1 UNTIL AGT-IDX > WS-AGT-CNT    00312000
003130     PERFORM 600-WRITE-LEDGER                                     00313000
003140        VARYING LDG-IDX FROM 1 BY 1 UNTIL LDG-IDX > WS-LDG-CNT    00314000
003150     PERFORM 900-WRITE-TOTALS                                     00315000
003160                                                                  00316000
003170     CLOSE INVX                                                   00317000
003180     CLOSE INVO                                                   00318000
003190     CLOSE LDGO                                                   00319000
003200     CLOSE RREP                                                   00320000
003201                                                                  00320100
003202     MOVE WS-SEL-MONTH TO JLG-RUN-KEY                             00320200
003203     MOVE WS-DOCS-USED TO JLG-IN-CNT                              00320300
003204     MOVE WS-CREDIT-CNT TO JLG-OUT-CNT                            00320400
003205     MOVE RETURN-CODE TO JLG-RC                                   00320500
003206     MOVE 'E' TO JLG-TYPE                                         00320600
003207     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00320700
003208                                                                  00320800
003210     GOBACK.                                                      00321000
003220                                                                  00322000
003230******************************************************************00323000
003240* PARAGRAPHE D INITIALISATION : CARTES SYSIN, OUVERTURES, ENTETE  00324000
003250* DE L ETAT, CHARGEMENT DES ACCORDS ET DU GRAND LIVRE             00325000
003260******************************************************************00326000
003270 100-INITIALIZE.                                                  00327000
003280     ACCEPT WS-SEL-MONTH FROM SYSIN                               00328000
003290     ACCEPT WS-POST-DATE FROM SYSIN                               00329000
003300     IF WS-SEL-MONTH = SPACES OR WS-POST-DATE = SPACES            00330000
003310         DISPLAY 'SYSIN MONTH OR POSTING DATE MISSING'            00331000
003320         PERFORM ABEND-PROG                                       00332000
003330     END-IF                                                       00333000
003340                                                                  00334000
003350     INITIALIZE AGR-TABLE                                         00335000
003360     INITIALIZE LDG-TABLE                                         00336000
003370                                                                  00337000
003380     OPEN INPUT INVX                                              00338000
003390     OPEN OUTPUT INVO                                             00339000
003400     OPEN OUTPUT LDGO                                             00340000
003410     OPEN OUTPUT RREP                                             00341000
003420                                                                  00342000
003430     MOVE WS-SEL-MONTH TO RBT-MONTH                               00343000
003440     MOVE WS-POST-DATE TO RBT-POST-DATE                           00344000
003450     WRITE ENR-RBTREP FROM L-RBT-TITLE                            00345000
003460     WRITE ENR-RBTREP FROM L-RBT-VIDE                             00346000
003470                                                                  00347000
003480     PERFORM 110-LOAD-AGREEMENTS                                  00348000
003490     PERFORM 150-LOAD-LEDGER                                      00349000
003500     PERFORM 170-SET-ACTIVE                                       00350000
003510        VARYING AGT-IDX FROM 1 BY 1 UNTIL AGT-IDX > WS-AGT-CNT    00351000
003520                                                                  00352000
003530     PERFORM 200-READ-INVX                                        00353000
003540     EXIT.                                                        00354000
003550                                                                  00355000
003560******************************************************************00356000
003570* PARAGRAPHES DE CHARGEMENT DES CARTES D ACCORD : UNE CARTE A     00357000
003580* OUVRE L ACCORD, SES CARTES T ET P DOIVENT LA SUIVRE. UNE CARTE  00358000
003590* EN ERREUR EST LISTEE ET INVALIDE TOUT SON ACCORD                00359000
003600******************************************************************00360000
003610 110-LOAD-AGREEMENTS.                                             00361000
003620     MOVE 'AGREEMENT CARDS REJECTED' TO RBT-SECTION               00362000
003630     WRITE ENR-RBTREP FROM L-RBT-SECTION                          00363000
003640     OPEN INPUT AGRF                                              00364000
003650     IF WS-AGRF-STATUS = '00'                                     00365000
003660         PERFORM 112-READ-AGRF                                    00366000
003670         PERFORM 114-LOAD-ONE-CARD UNTIL WS-AGRF-STATUS NOT = '00'00367000
003680         CLOSE AGRF                                               00368000
003690     ELSE                                                         00369000
003700         DISPLAY 'NO REBATE AGREEMENT FILE : ' WS-AGRF-STATUS     00370000
003710     END-IF                                                       00371000
003720     IF WS-CARD-REJ = ZERO                                        00372000
003730         MOVE 'NONE' TO RBN-TEXT                                  00373000
003740         WRITE ENR-RBTREP FROM L-RBT-NOTE                         00374000
003750     END-IF                                                       00375000
003760     WRITE ENR-RBTREP FROM L-RBT-VIDE                             00376000
003770     EXIT.                                                        00377000
003780                                                                  00378000
003790 112-READ-AGRF.                                                   00379000
003800     READ AGRF INTO L-RBTAGR                                      00380000
003810     EXIT.                                                        00381000
003820                                                                  00382000
003830 114-LOAD-ONE-CARD.                                               00383000
003840     ADD 1 TO WS-CARD-CNT                                         00384000
003850     MOVE SPACES TO WS-CARD-ERR                                   00385000
003860     EVALUATE TRUE                                                00386000
003870         WHEN RBA-C-NO NOT NUMERIC OR RBA-AGR-NO NOT NUMERIC      00387000
003880             MOVE 'INVALID CUSTOMER OR AGREEMENT' TO WS-CARD-ERR  00388000
003890         WHEN RBA-AGREEMENT                                       00389000
003900             PERFORM 120-NEW-AGREEMENT                            00390000
003910         WHEN RBA-TIER                                            00391000
003920             PERFORM 130-ADD-TIER                                 00392000
003930         WHEN RBA-PRODUCTS                                        00393000
003940             PERFORM 140-ADD-PRODUCTS                             00394000
003950         WHEN OTHER                                               00395000
003960             MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-ERR              00396000
003970     END-EVALUATE                                                 00397000
003980     IF WS-CARD-ERR NOT = SPACES                                  00398000
003990         ADD 1 TO WS-CARD-REJ                                     00399000
004000         MOVE L-RBTAGR   TO RBC-CARD                              00400000
004010         MOVE WS-CARD-ERR TO RBC-ERR                              00401000
004020         WRITE ENR-RBTREP FROM L-RBT-CARD                         00402000
004030         IF WS-CUR-AGT > ZERO                                     00403000
004040             IF RBA-C-NO = AGT-C-NO(WS-CUR-AGT)                   00404000
004050                AND RBA-AGR-NO = AGT-AGR-NO(WS-CUR-AGT)           00405000
004060                 MOVE 'N' TO AGT-VALID(WS-CUR-AGT)                00406000
004070             END-IF                                               00407000
004080         END-IF                                                   00408000
004090     END-IF                                                       00409000
004100     PERFORM 112-READ-AGRF                                        00410000
004110     EXIT.                                                        00411000
004120                                                                  00412000
004130 120-NEW-AGREEMENT.                                               00413000
004140     MOVE ZERO TO WS-FND-IX                                       00414000
004150     PERFORM 122-SCAN-AGREEMENT                                   00415000
004160        VARYING WS-SCAN-I FROM 1 BY 1 UNTIL WS-SCAN-I > WS-AGT-CNT00416000
004170     EVALUATE TRUE                                                00417000
004180         WHEN WS-FND-IX > ZERO                                    00418000
004190             MOVE 'DUPLICATE AGREEMENT' TO WS-CARD-ERR            00419000
004200         WHEN WS-AGT-CNT >= WS-AGT-MAX                            00420000
004210             MOVE 'AGREEMENT TABLE FULL' TO WS-CARD-ERR           00421000
004220         WHEN RBA-FROM = SPACES OR RBA-TO = SPACES                00422000
004230            OR RBA-FROM > RBA-TO                                  00423000
004240             MOVE 'INVALID AGREEMENT PERIOD' TO WS-CARD-ERR       00424000
004250         WHEN NOT RBA-RETROACTIVE AND NOT RBA-INCREMENTAL         00425000
004260             MOVE 'INVALID METHOD (R OR I)' TO WS-CARD-ERR        00426000
004270         WHEN OTHER                                               00427000
004280             ADD 1 TO WS-AGT-CNT                                  00428000
004290             MOVE WS-AGT-CNT TO WS-CUR-AGT                        00429000
004300             SET AGT-IDX TO WS-AGT-CNT                            00430000
004310             MOVE RBA-C-NO   TO AGT-C-NO(AGT-IDX)                 00431000
004320             MOVE RBA-AGR-NO TO AGT-AGR-NO(AGT-IDX)               00432000
004330             MOVE RBA-FROM   TO AGT-FROM(AGT-IDX)                 00433000
004340             MOVE RBA-TO     TO AGT-TO(AGT-IDX)                   00434000
004350             MOVE RBA-METHOD TO AGT-METHOD(AGT-IDX)               00435000
004360             IF RBA-METHOD = SPACE                                00436000
004370                 MOVE 'R' TO AGT-METHOD(AGT-IDX)                  00437000
004380             END-IF                                               00438000
004390             MOVE RBA-DESC   TO AGT-DESC(AGT-IDX)                 00439000
004400             MOVE 'Y'        TO AGT-VALID(AGT-IDX)                00440000
004410             MOVE ZERO       TO AGT-MTH-SALES(AGT-IDX)            00441000
004420     END-EVALUATE                                                 00442000
004430     IF WS-CARD-ERR NOT = SPACES                                  00443000
004440         MOVE ZERO TO WS-CUR-AGT                                  00444000
004450     END-IF                                                       00445000
004460     EXIT.                                                        00446000
004470                                                                  00447000
004480 122-SCAN-AGREEMENT.                                              00448000
004490     SET AGT-IDX TO WS-SCAN-I                                     00449000
004500     IF WS-FND-IX = ZERO                                          00450000
004510        AND AGT-C-NO(AGT-IDX) = RBA-C-NO                          00451000
004520        AND AGT-AGR-NO(AGT-IDX) = RBA-AGR-NO                      00452000
004530         MOVE WS-SCAN-I TO WS-FND-IX                              00453000
004540     END-IF                                                       00454000
004550     EXIT.                                                        00455000
004560                                                                  00456000
004570******************************************************************00457000
004580* UNE CARTE T OU P DOIT SUIVRE LA CARTE A DE SON ACCORD           00458000
004590******************************************************************00459000
004600 125-CHECK-SEQUENCE.                                              00460000
004610     IF WS-CUR-AGT = ZERO                                         00461000
004620         MOVE 'CARD OUT OF SEQUENCE' TO WS-CARD-ERR               00462000
004630     ELSE                                                         00463000
004640         IF RBA-C-NO NOT = AGT-C-NO(WS-CUR-AGT)                   00464000
004650            OR RBA-AGR-NO NOT = AGT-AGR-NO(WS-CUR-AGT)            00465000
004660             MOVE 'CARD OUT OF SEQUENCE' TO WS-CARD-ERR           00466000
004670         END-IF                                                   00467000
004680     END-IF                                                       00468000
004690     EXIT.                                                        00469000
004700                                                                  00470000
004710 130-ADD-TIER.                                                    00471000
004720     PERFORM 125-CHECK-SEQUENCE                                   00472000
004730     IF WS-CARD-ERR = SPACES                                      00473000
004740         SET AGT-IDX TO WS-CUR-AGT                                00474000
004750         MOVE AGT-TIER-CNT(AGT-IDX) TO WS-T                       00475000
004760         EVALUATE TRUE                                            00476000
004770             WHEN RBA-THRESHOLD NOT NUMERIC                       00477000
004780                OR RBA-PCT NOT NUMERIC                            00478000
004790                 MOVE 'INVALID THRESHOLD OR RATE' TO WS-CARD-ERR  00479000
004800             WHEN WS-T >= WS-TIER-MAX                             00480000
004810                 MOVE 'MORE THAN 5 TIERS' TO WS-CARD-ERR          00481000
004820             WHEN WS-T > ZERO                                     00482000
004830                AND RBA-THRESHOLD NOT > AGT-THRESH(AGT-IDX, WS-T) 00483000
004840                 MOVE 'TIERS NOT IN ASCENDING ORDER'              00484000
004850                   TO WS-CARD-ERR                                 00485000
004860             WHEN OTHER                                           00486000
004870                 ADD 1 TO WS-T                                    00487000
004880                 MOVE WS-T TO AGT-TIER-CNT(AGT-IDX)               00488000
004890                 MOVE RBA-THRESHOLD TO AGT-THRESH(AGT-IDX, WS-T)  00489000
004900                 MOVE RBA-PCT       TO AGT-PCT(AGT-IDX, WS-T)     00490000
004910         END-EVALUATE                                             00491000
004920     END-IF                                                       00492000
004930     EXIT.                                                        00493000
004940                                                                  00494000
004950 140-ADD-PRODUCTS.                                                00495000
004960     PERFORM 125-CHECK-SEQUENCE                                   00496000
004970     IF WS-CARD-ERR = SPACES                                      00497000
004980         SET AGT-IDX TO WS-CUR-AGT                                00498000
004990         PERFORM 142-ADD-ONE-PRODUCT                              00499000
005000            VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 10              00500000
005010     END-IF                                                       00501000
005020     EXIT.                                                        00502000
005030                                                                  00503000
005040 142-ADD-ONE-PRODUCT.                                             00504000
005050     IF RBA-P-NO(WS-P) NOT = SPACES                               00505000
005060         IF AGT-PROD-CNT(AGT-IDX) >= WS-PROD-MAX                  00506000
005070             MOVE 'MORE THAN 20 PRODUCTS' TO WS-CARD-ERR          00507000
005080         ELSE                                                     00508000
005090             ADD 1 TO AGT-PROD-CNT(AGT-IDX)                       00509000
005100             MOVE RBA-P-NO(WS-P)                                  00510000
005110               TO AGT-P-NO(AGT-IDX, AGT-PROD-CNT(AGT-IDX))        00511000
005120         END-IF                                                   00512000
005130     END-IF                                                       00513000
005140     EXIT.                                                        00514000
005150                                                                  00515000
005160******************************************************************00516000
005170* PARAGRAPHES DE CHARGEMENT DU GRAND LIVRE PRECEDENT. UN ACCORD   00517000
005180* SANS POSTE Y EST AJOUTE ; LES DATES DE LA CARTE FONT FOI TANT   00518000
005190* QUE L ACCORD N EST PAS SOLDE                                    00519000
005200******************************************************************00520000
005210 150-LOAD-LEDGER.                                                 00521000
005220     OPEN INPUT LDGI                                              00522000
005230     IF WS-LDGI-STATUS = '00'                                     00523000
005240         PERFORM 152-READ-LDGI                                    00524000
005250         PERFORM 154-LOAD-ONE-LEDGER                              00525000
005260            UNTIL WS-LDGI-STATUS NOT = '00'                       00526000
005270         CLOSE LDGI                                               00527000
005280     ELSE                                                         00528000
005290         DISPLAY 'NO REBATE LEDGER : ' WS-LDGI-STATUS             00529000
005300     END-IF                                                       00530000
005310     PERFORM 160-MATCH-LEDGER                                     00531000
005320        VARYING AGT-IDX FROM 1 BY 1 UNTIL AGT-IDX > WS-AGT-CNT    00532000
005330     EXIT.                                                        00533000
005340                                                                  00534000
005350 152-READ-LDGI.                                                   00535000
005360     READ LDGI INTO L-RBTLEDG                                     00536000
005370     EXIT.                                                        00537000
005380                                                                  00538000
005390 154-LOAD-ONE-LEDGER.                                             00539000
005400     IF WS-LDG-CNT >= WS-LDG-MAX                                  00540000
005410         DISPLAY 'REBATE LEDGER TABLE FULL - RUN ABORTED'         00541000
005420         PERFORM ABEND-PROG                                       00542000
005430     END-IF                                                       00543000
005440     ADD 1 TO WS-LDG-CNT                                          00544000
005450     SET LDG-IDX TO WS-LDG-CNT                                    00545000
005460     MOVE L-RBTLEDG TO LDG-REC(LDG-IDX)                           00546000
005470     PERFORM 152-READ-LDGI                                        00547000
005480     EXIT.                                                        00548000
005490                                                                  00549000
005500 160-MATCH-LEDGER.                                                00550000
005510     MOVE ZERO TO WS-FND-IX                                       00551000
005520     PERFORM 162-SCAN-LEDGER                                      00552000
005530        VARYING WS-SCAN-I FROM 1 BY 1 UNTIL WS-SCAN-I > WS-LDG-CNT00553000
005540     IF WS-FND-IX = ZERO                                          00554000
005550         IF WS-LDG-CNT >= WS-LDG-MAX                              00555000
005560             DISPLAY 'REBATE LEDGER TABLE FULL - RUN ABORTED'     00556000
005570             PERFORM ABEND-PROG                                   00557000
005580         END-IF                                                   00558000
005590         ADD 1 TO WS-LDG-CNT                                      00559000
005600         MOVE WS-LDG-CNT TO WS-FND-IX                             00560000
005610         INITIALIZE L-RBTLEDG                                     00561000
005620         MOVE AGT-C-NO(AGT-IDX)   TO RBL-C-NO                     00562000
005630         MOVE AGT-AGR-NO(AGT-IDX) TO RBL-AGR-NO                   00563000
005640         MOVE 'O'                 TO RBL-STATUS                   00564000
005650     ELSE                                                         00565000
005660         SET LDG-IDX TO WS-FND-IX                                 00566000
005670         MOVE LDG-REC(LDG-IDX) TO L-RBTLEDG                       00567000
005680     END-IF                                                       00568000
005690     IF RBL-OPEN                                                  00569000
005700         MOVE AGT-FROM(AGT-IDX) TO RBL-FROM                       00570000
005710         MOVE AGT-TO(AGT-IDX)   TO RBL-TO                         00571000
005720     END-IF                                                       00572000
005730     MOVE WS-FND-IX TO AGT-LDG-IX(AGT-IDX)                        00573000
005740     SET LDG-IDX TO WS-FND-IX                                     00574000
005750     MOVE L-RBTLEDG TO LDG-REC(LDG-IDX)                           00575000
005760     EXIT.                                                        00576000
005770                                                                  00577000
005780 162-SCAN-LEDGER.                                                 00578000
005790     SET LDG-IDX TO WS-SCAN-I                                     00579000
005800     MOVE LDG-REC(LDG-IDX) TO L-RBTLEDG                           00580000
005810     IF WS-FND-IX = ZERO                                          00581000
005820        AND RBL-C-NO = AGT-C-NO(AGT-IDX)                          00582000
005830        AND RBL-AGR-NO = AGT-AGR-NO(AGT-IDX)                      00583000
005840         MOVE WS-SCAN-I TO WS-FND-IX                              00584000
005850     END-IF                                                       00585000
005860     EXIT.                                                        00586000
005870                                                                  00587000
005880******************************************************************00588000
005890* PARAGRAPHE DE SELECTION DES ACCORDS A BALAYER CE MOIS : ACCORD  00589000
005900* VALIDE, NON SOLDE, COMMENCE, ET MOIS PAS ENCORE BALAYE. UN      00590000
005910* ACCORD DONT LA PERIODE EST FINIE SANS AVOIR ETE SOLDE L EST CE  00591000
005920* MOIS-CI                                                         00592000
005930******************************************************************00593000
005940 170-SET-ACTIVE.                                                  00594000
005950     MOVE 'N' TO AGT-ACTIVE(AGT-IDX)                              00595000
005960     SET LDG-IDX TO AGT-LDG-IX(AGT-IDX)                           00596000
005970     MOVE LDG-REC(LDG-IDX) TO L-RBTLEDG                           00597000
005980     EVALUATE TRUE                                                00598000
005990         WHEN AGT-VALID(AGT-IDX) NOT = 'Y'                        00599000
006000             MOVE 'AGREEMENT CARDS IN ERROR'                      00600000
006010               TO AGT-REASON(AGT-IDX)                             00601000
006020         WHEN AGT-TIER-CNT(AGT-IDX) = ZERO                        00602000
006030             MOVE 'AGREEMENT WITHOUT TIER' TO AGT-REASON(AGT-IDX) 00603000
006040         WHEN RBL-SETTLED                                         00604000
006050             MOVE 'ALREADY SETTLED' TO AGT-REASON(AGT-IDX)        00605000
006060         WHEN WS-SEL-MONTH < RBL-FROM(1:7)                        00606000
006070             MOVE 'PERIOD NOT STARTED' TO AGT-REASON(AGT-IDX)     00607000
006080         WHEN RBL-LAST-MONTH NOT = SPACES                         00608000
006090          AND RBL-LAST-MONTH NOT < WS-SEL-MONTH                   00609000
006100             MOVE 'MONTH ALREADY SWEPT' TO AGT-REASON(AGT-IDX)    00610000
006110         WHEN OTHER                                               00611000
006120             MOVE 'Y' TO AGT-ACTIVE(AGT-IDX)                      00612000
006130     END-EVALUATE                                                 00613000
006140     EXIT.                                                        00614000
006150                                                                  00615000
006160 200-READ-INVX.                                                   00616000
006170     READ INVX                                                    00617000
006180         AT END                                                   00618000
006190              SET FF-INVX TO TRUE                                 00619000
006200     END-READ                                                     00620000
006210     EXIT.                                                        00621000
006220                                                                  00622000
006230******************************************************************00623000
006240* PARAGRAPHES DE PARCOURS DU FLUX : LES D SONT MIS EN TAMPON ET   00624000
006250* CUMULES AU SIGNE DU DOCUMENT QUAND L ENTETE ARRIVE. SEULES LES  00625000
006260* FACTURES (H) ET LES AVOIRS (C) DU MOIS SONT DES VENTES ; LES    00626000
006270* AVOIRS DE RISTOURNE EUX-MEMES NE REDUISENT PAS LES VENTES       00627000
006280******************************************************************00628000
006290 300-PROCESS-REC.                                                 00629000
006300     MOVE ENR-INVX TO L-INVX-HDR                                  00630000
006310     IF INVXH-TYPE = 'D'                                          00631000
006320         IF WS-BUF-CNT >= WS-BUF-MAX                              00632000
006330             DISPLAY 'DETAIL BUFFER FULL - RUN ABORTED'           00633000
006340             PERFORM ABEND-PROG                                   00634000
006350         END-IF                                                   00635000
006360         ADD 1 TO WS-BUF-CNT                                      00636000
006370         SET BUF-IDX TO WS-BUF-CNT                                00637000
006380         MOVE ENR-INVX TO BUF-REC(BUF-IDX)                        00638000
006390     ELSE                                                         00639000
006400         IF INVXH-O-DATE(1:7) = WS-SEL-MONTH                      00640000
006410            AND (INVXH-TYPE = 'H' OR INVXH-TYPE = 'C'             00641000
006411                OR INVXH-TYPE = 'B')                              00641100
006420            AND INVXH-TERMS NOT = 'REBATE'                        00642000
006430            AND INVXH-C-NO NUMERIC                                00643000
006440             ADD 1 TO WS-DOCS-USED                                00644000
006450             IF INVXH-TYPE = 'C'                                  00645000
006460                 MOVE -1 TO WS-SIGN                               00646000
006470             ELSE                                                 00647000
006480                 MOVE +1 TO WS-SIGN                               00648000
006490             END-IF                                               00649000
006500             PERFORM 310-MATCH-AGREEMENT                          00650000
006510                VARYING AGT-IDX FROM 1 BY 1                       00651000
006520                  UNTIL AGT-IDX > WS-AGT-CNT                      00652000
006530         ELSE                                                     00653000
006540             ADD 1 TO WS-DOCS-SKIP                                00654000
006550         END-IF                                                   00655000
006560         MOVE ZERO TO WS-BUF-CNT                                  00656000
006570     END-IF                                                       00657000
006580     PERFORM 200-READ-INVX                                        00658000
006590     EXIT.                                                        00659000
006600                                                                  00660000
006610 310-MATCH-AGREEMENT.                                             00661000
006620     IF AGT-ACTIVE(AGT-IDX) = 'Y'                                 00662000
006630        AND AGT-C-NO(AGT-IDX) = INVXH-C-NO                        00663000
006640        AND INVXH-O-DATE(1:10) NOT < AGT-FROM(AGT-IDX)            00664000
006650        AND INVXH-O-DATE(1:10) NOT > AGT-TO(AGT-IDX)              00665000
006660         MOVE INVXH-COMPANY TO AGT-COMPANY(AGT-IDX)               00666000
006670         MOVE INVXH-STATE   TO AGT-STATE(AGT-IDX)                 00667000
006680         PERFORM 320-ACCUM-ONE-DETAIL                             00668000
006690            VARYING BUF-IDX FROM 1 BY 1 UNTIL BUF-IDX > WS-BUF-CNT00669000
006700     END-IF                                                       00670000
006710     EXIT.                                                        00671000
006720                                                                  00672000
006730******************************************************************00673000
006740* LIGNE NETTE = TOTAL LIGNE MOINS LA REMISE CONTRAT DE LA LIGNE,  00674000
006750* RETENUE SI LE PRODUIT EST QUALIFIANT (PAS DE CARTE P = TOUS)    00675000
006760******************************************************************00676000
006770 320-ACCUM-ONE-DETAIL.                                            00677000
006780     MOVE BUF-REC(BUF-IDX) TO L-INVX-DET                          00678000
006790     IF AGT-PROD-CNT(AGT-IDX) = ZERO                              00679000
006800         MOVE 'Y' TO WS-QUAL-SW                                   00680000
006810     ELSE                                                         00681000
006820         MOVE 'N' TO WS-QUAL-SW                                   00682000
006830         PERFORM 325-SCAN-PRODUCT                                 00683000
006840            VARYING WS-P FROM 1 BY 1                              00684000
006850              UNTIL WS-P > AGT-PROD-CNT(AGT-IDX)                  00685000
006860     END-IF                                                       00686000
006870     IF PRODUCT-QUALIFIES                                         00687000
006880         IF INVXD-LINE-DISC NUMERIC                               00688000
006890             MOVE INVXD-LINE-DISC TO WS-LINE-DISC                 00689000
006900         ELSE                                                     00690000
006910             MOVE ZERO TO WS-LINE-DISC                            00691000
006920         END-IF                                                   00692000
006930         COMPUTE WS-LINE-NET =                                    00693000
006940            WS-SIGN * (INVXD-LINETOT - WS-LINE-DISC)              00694000
006950         ADD WS-LINE-NET TO AGT-MTH-SALES(AGT-IDX)                00695000
006960         ADD 1 TO WS-LINES-QUAL                                   00696000
006970     END-IF                                                       00697000
006980     EXIT.                                                        00698000
006990                                                                  00699000
007000 325-SCAN-PRODUCT.                                                00700000
007010     IF AGT-P-NO(AGT-IDX, WS-P) = INVXD-P-NO                      00701000
007020         MOVE 'Y' TO WS-QUAL-SW                                   00702000
007030     END-IF                                                       00703000
007040     EXIT.                                                        00704000
007050                                                                  00705000
007060******************************************************************00706000
007070* PARAGRAPHES DE FIN DE MOIS PAR ACCORD : CUMUL AU GRAND LIVRE,   00707000
007080* RISTOURNE ACQUISE PAR PALIER, MOUVEMENT DE PROVISION ET, EN FIN 00708000
007090* DE PERIODE, EMISSION DE L AVOIR DE RISTOURNE                    00709000
007100******************************************************************00710000
007110 400-CLOSE-AGREEMENT.                                             00711000
007120     IF AGT-ACTIVE(AGT-IDX) NOT = 'Y'                             00712000
007130         ADD 1 TO WS-IDLE-CNT                                     00713000
007140         MOVE AGT-C-NO(AGT-IDX)   TO RBI-C-NO                     00714000
007150         MOVE AGT-AGR-NO(AGT-IDX) TO RBI-AGR-NO                   00715000
007160         MOVE AGT-REASON(AGT-IDX) TO RBI-REASON                   00716000
007170         WRITE ENR-RBTREP FROM L-RBT-IDLE                         00717000
007180         WRITE ENR-RBTREP FROM L-RBT-VIDE                         00718000
007190     ELSE                                                         00719000
007200         ADD 1 TO WS-SWEPT-CNT                                    00720000
007210         SET LDG-IDX TO AGT-LDG-IX(AGT-IDX)                       00721000
007220         MOVE LDG-REC(LDG-IDX) TO L-RBTLEDG                       00722000
007230         IF AGT-COMPANY(AGT-IDX) NOT = SPACES                     00723000
007240             MOVE AGT-COMPANY(AGT-IDX) TO RBL-COMPANY             00724000
007250             MOVE AGT-STATE(AGT-IDX)   TO RBL-STATE               00725000
007260         END-IF                                                   00726000
007270         PERFORM 410-PRINT-AGREEMENT                              00727000
007280         COMPUTE WS-SALES = RBL-SALES + AGT-MTH-SALES(AGT-IDX)    00728000
007290         MOVE RBL-EARNED TO WS-PREV-EARN                          00729000
007300         PERFORM 420-COMPUTE-REBATE                               00730000
007310         COMPUTE WS-ACCR = WS-EARNED - WS-PREV-EARN               00731000
007320         MOVE WS-SALES     TO RBL-SALES                           00732000
007330         MOVE WS-EARNED    TO RBL-EARNED                          00733000
007340         MOVE WS-SEL-MONTH TO RBL-LAST-MONTH                      00734000
007350         MOVE WS-POST-DATE TO RBL-POST-DATE                       00735000
007360         MOVE WS-ACCR      TO RBL-ACCR-AMT                        00736000
007370         ADD WS-ACCR       TO WS-TOT-ACCR                         00737000
007380         ADD WS-EARNED     TO WS-TOT-EARNED                       00738000
007390         PERFORM 440-PRINT-AMOUNTS                                00739000
007400         IF WS-SEL-MONTH NOT < RBL-TO(1:7)                        00740000
007410             PERFORM 450-SETTLE-AGREEMENT                         00741000
007420         END-IF                                                   00742000
007430         MOVE L-RBTLEDG TO LDG-REC(LDG-IDX)                       00743000
007440         WRITE ENR-RBTREP FROM L-RBT-VIDE                         00744000
007450     END-IF                                                       00745000
007460     EXIT.                                                        00746000
007470                                                                  00747000
007480 410-PRINT-AGREEMENT.                                             00748000
007490     MOVE AGT-C-NO(AGT-IDX)   TO RBG-C-NO                         00749000
007500     MOVE RBL-COMPANY         TO RBG-COMPANY                      00750000
007510     MOVE AGT-AGR-NO(AGT-IDX) TO RBG-AGR-NO                       00751000
007520     MOVE AGT-DESC(AGT-IDX)   TO RBG-DESC                         00752000
007530     MOVE RBL-FROM            TO RBG-FROM                         00753000
007540     MOVE RBL-TO              TO RBG-TO                           00754000
007550     IF AGT-METHOD(AGT-IDX) = 'I'                                 00755000
007560         MOVE 'INCREMENTAL' TO RBG-METHOD                         00756000
007570     ELSE                                                         00757000
007580         MOVE 'RETROACTIVE' TO RBG-METHOD                         00758000
007590     END-IF                                                       00759000
007600     WRITE ENR-RBTREP FROM L-RBT-AGR                              00760000
007610     WRITE ENR-RBTREP FROM L-TIER-HDR                             00761000
007620     EXIT.                                                        00762000
007630                                                                  00763000
007640******************************************************************00764000
007650* RISTOURNE ACQUISE SUR LES VENTES QUALIFIANTES A DATE. METHODE R 00765000
007660* : TOUTES LES VENTES AU TAUX DU PLUS HAUT PALIER ATTEINT ;       00766000
007670* METHODE I : CHAQUE TAUX SUR LA TRANCHE DE VENTES DE SON PALIER. 00767000
007680* UN PALIER EST ATTEINT QUAND LES VENTES EGALENT SON SEUIL        00768000
007690******************************************************************00769000
007700 420-COMPUTE-REBATE.                                              00770000
007710     MOVE ZERO TO WS-EARNED                                       00771000
007720     MOVE ZERO TO WS-REACHED                                      00772000
007730     PERFORM 422-FIND-REACHED                                     00773000
007740        VARYING WS-T FROM 1 BY 1                                  00774000
007750          UNTIL WS-T > AGT-TIER-CNT(AGT-IDX)                      00775000
007760     PERFORM 430-PRINT-TIER                                       00776000
007770        VARYING WS-T FROM 1 BY 1                                  00777000
007780          UNTIL WS-T > AGT-TIER-CNT(AGT-IDX)                      00778000
007790     EXIT.                                                        00779000
007800                                                                  00780000
007810 422-FIND-REACHED.                                                00781000
007820     IF WS-SALES > ZERO                                           00782000
007830        AND WS-SALES NOT < AGT-THRESH(AGT-IDX, WS-T)              00783000
007840         MOVE WS-T TO WS-REACHED                                  00784000
007850     END-IF                                                       00785000
007860     EXIT.                                                        00786000
007870                                                                  00787000
007880 430-PRINT-TIER.                                                  00788000
007890     MOVE ZERO TO WS-TIER-SALES                                   00789000
007900     MOVE ZERO TO WS-TIER-RBT                                     00790000
007910     MOVE SPACES TO TRL-NOTE                                      00791000
007920     IF WS-T > WS-REACHED                                         00792000
007930         MOVE 'NOT REACHED' TO TRL-NOTE                           00793000
007940     ELSE                                                         00794000
007950         IF AGT-METHOD(AGT-IDX) = 'I'                             00795000
007960             IF WS-T < AGT-TIER-CNT(AGT-IDX)                      00796000
007970                AND WS-SALES > AGT-THRESH(AGT-IDX, WS-T + 1)      00797000
007980                 MOVE AGT-THRESH(AGT-IDX, WS-T + 1) TO WS-TIER-TOP00798000
007990             ELSE                                                 00799000
008000                 MOVE WS-SALES TO WS-TIER-TOP                     00800000
008010             END-IF                                               00801000
008020             COMPUTE WS-TIER-SALES =                              00802000
008030                WS-TIER-TOP - AGT-THRESH(AGT-IDX, WS-T)           00803000
008040             COMPUTE WS-TIER-RBT ROUNDED =                        00804000
008050                WS-TIER-SALES * AGT-PCT(AGT-IDX, WS-T) / 100      00805000
008060             ADD WS-TIER-RBT TO WS-EARNED                         00806000
008070             MOVE 'REACHED' TO TRL-NOTE                           00807000
008080         ELSE                                                     00808000
008090             IF WS-T = WS-REACHED                                 00809000
008100                 MOVE WS-SALES TO WS-TIER-SALES                   00810000
008110                 COMPUTE WS-TIER-RBT ROUNDED =                    00811000
008120                    WS-SALES * AGT-PCT(AGT-IDX, WS-T) / 100       00812000
008130                 MOVE WS-TIER-RBT TO WS-EARNED                    00813000
008140                 MOVE 'APPLIED' TO TRL-NOTE                       00814000
008150             ELSE                                                 00815000
008160                 MOVE 'PASSED' TO TRL-NOTE                        00816000
008170             END-IF                                               00817000
008180         END-IF                                                   00818000
008190     END-IF                                                       00819000
008200     MOVE WS-T                     TO TRL-NO                      00820000
008210     MOVE AGT-THRESH(AGT-IDX, WS-T) TO TRL-THRESH                 00821000
008220     MOVE AGT-PCT(AGT-IDX, WS-T)    TO TRL-PCT                    00822000
008230     MOVE WS-TIER-SALES            TO TRL-SALES                   00823000
008240     MOVE WS-TIER-RBT              TO TRL-REBATE                  00824000
008250     WRITE ENR-RBTREP FROM L-TIER-LINE                            00825000
008260     EXIT.                                                        00826000
008270                                                                  00827000
008280 440-PRINT-AMOUNTS.                                               00828000
008290     MOVE 'QUALIFYING SALES THIS MONTH' TO RBM-LABEL              00829000
008300     MOVE AGT-MTH-SALES(AGT-IDX)      TO RBM-VALUE                00830000
008310     WRITE ENR-RBTREP FROM L-RBT-AMT                              00831000
008320     MOVE 'QUALIFYING SALES TO DATE'    TO RBM-LABEL              00832000
008330     MOVE WS-SALES                    TO RBM-VALUE                00833000
008340     WRITE ENR-RBTREP FROM L-RBT-AMT                              00834000
008350     MOVE 'REBATE EARNED TO DATE'       TO RBM-LABEL              00835000
008360     MOVE WS-EARNED                   TO RBM-VALUE                00836000
008370     WRITE ENR-RBTREP FROM L-RBT-AMT                              00837000
008380     MOVE 'PREVIOUSLY ACCRUED'          TO RBM-LABEL              00838000
008390     MOVE WS-PREV-EARN                TO RBM-VALUE                00839000
008400     WRITE ENR-RBTREP FROM L-RBT-AMT                              00840000
008410     MOVE 'ACCRUAL THIS MONTH'          TO RBM-LABEL              00841000
008420     MOVE WS-ACCR                     TO RBM-VALUE                00842000
008430     WRITE ENR-RBTREP FROM L-RBT-AMT                              00843000
008440     EXIT.                                                        00844000
008450                                                                  00845000
008460******************************************************************00846000
008470* SOLDE DE L ACCORD EN FIN DE PERIODE : LA RISTOURNE ACQUISE EST  00847000
008480* EMISE EN AVOIR (TYPE C, CONDITIONS 'REBATE') NUMEROTE 9CCCAA    00848000
008490* (CLIENT + ACCORD). SEUL LE TOTAL EST PORTE : LE SOUS-TOTAL A    00849000
008500* ZERO NE FAUSSE NI L ANALYSE DES VENTES NI L ETAT DES TAXES, ET  00850000
008510* L AVOIR N A PAS DE DETAIL. LE JOURNAL DE LA PROVISION EST PASSE 00851000
008520* PAR PJPART3G A PARTIR DU GRAND LIVRE                            00852000
008530******************************************************************00853000
008540 450-SETTLE-AGREEMENT.                                            00854000
008550     MOVE 'S'          TO RBL-STATUS                              00855000
008560     MOVE WS-POST-DATE TO RBL-SETTLE-DATE                         00856000
008570     IF RBL-EARNED = ZERO                                         00857000
008580         MOVE ZERO TO RBL-CREDIT-NO                               00858000
008590         MOVE 'PERIOD ENDED - NO REBATE EARNED' TO RBN-TEXT       00859000
008600         WRITE ENR-RBTREP FROM L-RBT-NOTE                         00860000
008610     ELSE                                                         00861000
008620         COMPUTE WS-CREDIT-NO =                                   00862000
008630            900000 + RBL-C-NO * 100 + RBL-AGR-NO                  00863000
008640         MOVE WS-CREDIT-NO TO RBL-CREDIT-NO                       00864000
008650         PERFORM 460-WRITE-C-DOCUMENT                             00865000
008660         ADD 1 TO WS-CREDIT-CNT                                   00866000
008670         ADD RBL-EARNED TO WS-TOT-CREDIT                          00867000
008680         MOVE SPACES TO RBN-TEXT                                  00868000
008690         STRING 'PERIOD ENDED - REBATE CREDIT '                   00869000
008700                                   DELIMITED BY SIZE              00870000
008710                WS-CREDIT-NO       DELIMITED BY SIZE              00871000
008720                ' ISSUED'          DELIMITED BY SIZE              00872000
008730                INTO RBN-TEXT                                     00873000
008740         END-STRING                                               00874000
008750         WRITE ENR-RBTREP FROM L-RBT-NOTE                         00875000
008760     END-IF                                                       00876000
008770     EXIT.                                                        00877000
008780                                                                  00878000
008790 460-WRITE-C-DOCUMENT.                                            00879000
008800     INITIALIZE L-INVX-HDR                                        00880000
008810     MOVE 'C'           TO INVXH-TYPE                             00881000
008820     MOVE WS-CREDIT-NO  TO INVXH-O-NO                             00882000
008830     MOVE WS-POST-DATE  TO INVXH-O-DATE                           00883000
008840     MOVE RBL-COMPANY   TO INVXH-COMPANY                          00884000
008850     MOVE RBL-STATE     TO INVXH-STATE                            00885000
008860     MOVE ZERO          TO INVXH-TAXPCT                           00886000
008870     MOVE ZERO          TO INVXH-SUBTOTAL                         00887000
008880     MOVE ZERO          TO INVXH-TAXAMT                           00888000
008890     MOVE ZERO          TO INVXH-COMAMT                           00889000
008900     MOVE RBL-EARNED    TO INVXH-TOTAL                            00890000
008910     MOVE ZERO          TO INVXH-FREIGHT                          00891000
008920     MOVE ZERO          TO INVXH-DISCOUNT                         00892000
008930     MOVE 'REBATE'      TO INVXH-TERMS                            00893000
008940     MOVE WS-POST-DATE  TO INVXH-DUEDATE                          00894000
008950     MOVE ZERO          TO INVXH-DISCPCT                          00895000
008960     MOVE WS-POST-DATE  TO INVXH-DISCDATE                         00896000
008970     MOVE RBL-C-NO      TO INVXH-C-NO                             00897000
008980     WRITE ENR-INVXOUT FROM L-INVX-HDR                            00898000
008990     EXIT.                                                        00899000
009000                                                                  00900000
009010******************************************************************00901000
009020* ECRITURE DE LA NOUVELLE GENERATION DU GRAND LIVRE (LES POSTES   00902000
009030* DONT LA CARTE A ETE RETIREE SONT REPORTES TELS QUELS)           00903000
009040******************************************************************00904000
009050 600-WRITE-LEDGER.                                                00905000
009060     WRITE ENR-RBTLOUT FROM LDG-REC(LDG-IDX)                      00906000
009070     EXIT.                                                        00907000
009080                                                                  00908000
009090******************************************************************00909000
009100* PARAGRAPHE D EDITION DES TOTAUX DE CONTROLE                     00910000
009110******************************************************************00911000
009120 900-WRITE-TOTALS.                                                00912000
009130     MOVE 'RUN TOTALS' TO RBT-SECTION                             00913000
009140     WRITE ENR-RBTREP FROM L-RBT-SECTION                          00914000
009150     MOVE 'AGREEMENTS SWEPT'           TO RBT-CNT-LABEL           00915000
009160     MOVE WS-SWEPT-CNT                 TO RBT-CNT-VALUE           00916000
009170     WRITE ENR-RBTREP FROM L-RBT-CNT                              00917000
009180     MOVE 'AGREEMENTS NOT SWEPT'       TO RBT-CNT-LABEL           00918000
009190     MOVE WS-IDLE-CNT                  TO RBT-CNT-VALUE           00919000
009200     WRITE ENR-RBTREP FROM L-RBT-CNT                              00920000
009210     MOVE 'AGREEMENT CARDS REJECTED'   TO RBT-CNT-LABEL           00921000
009220     MOVE WS-CARD-REJ                  TO RBT-CNT-VALUE           00922000
009230     WRITE ENR-RBTREP FROM L-RBT-CNT                              00923000
009240     MOVE 'REBATE EARNED TO DATE'      TO RBT-TOT-LABEL           00924000
009250     MOVE WS-TOT-EARNED                TO RBT-TOT-VALUE           00925000
009260     WRITE ENR-RBTREP FROM L-RBT-TOT                              00926000
009270     MOVE 'ACCRUAL POSTED THIS MONTH'  TO RBT-TOT-LABEL           00927000
009280     MOVE WS-TOT-ACCR                  TO RBT-TOT-VALUE           00928000
009290     WRITE ENR-RBTREP FROM L-RBT-TOT                              00929000
009300     MOVE 'REBATE CREDITS ISSUED'      TO RBT-CNT-LABEL           00930000
009310     MOVE WS-CREDIT-CNT                TO RBT-CNT-VALUE           00931000
009320     WRITE ENR-RBTREP FROM L-RBT-CNT                              00932000
009330     MOVE 'REBATE CREDITS AMOUNT'      TO RBT-TOT-LABEL           00933000
009340     MOVE WS-TOT-CREDIT                TO RBT-TOT-VALUE           00934000
009350     WRITE ENR-RBTREP FROM L-RBT-TOT                              00935000
009360     DISPLAY 'AGREEMENT CARDS READ  : ' WS-CARD-CNT               00936000
009370     DISPLAY 'AGREEMENT CARDS REJ.  : ' WS-CARD-REJ               00937000
009380     DISPLAY 'DOCUMENTS IN MONTH    : ' WS-DOCS-USED              00938000
009390     DISPLAY 'DOCUMENTS NOT USED    : ' WS-DOCS-SKIP              00939000
009400     DISPLAY 'QUALIFYING LINES      : ' WS-LINES-QUAL             00940000
009410     DISPLAY 'AGREEMENTS SWEPT      : ' WS-SWEPT-CNT              00941000
009420     DISPLAY 'REBATE CREDITS ISSUED : ' WS-CREDIT-CNT             00942000
009430     EXIT.                                                        00943000
009440                                                                  00944000
009450******************************************************************00945000
009460* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00946000
009470* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00947000
009480******************************************************************00948000
009490 ABEND-PROG.                                                      00949000
009500     DISPLAY 'ABEND-PROG !'                                       00950000
009510     COMPUTE WS-ANO = 1 / WS-ANO.                                 00951000
