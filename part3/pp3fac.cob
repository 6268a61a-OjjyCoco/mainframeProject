000680* 02/09/2026 GAY  CUSTOMER NUMBER CARRIED ON THE INVEXTR HEADER   00068000
000690*                  SO DOWNSTREAM PROGRAMS STOP MATCHING ON THE    00069000
000700*                  30-CHARACTER COMPANY NAME                      00070000
000701* 15/10/2026 GAY  STANDARD COST : UNIT COST PER PRODUCT FROM THE  00070100
000701*                  EFFECTIVE-DATED STDCOST FILE (COST IN FORCE    00070101
000701*                  AT THE ORDER DATE), CARRIED WITH THE LIST      00070102
000701*                  PRICE AND THE CONTRACT TYPE ON THE INVEXTR     00070103
000701*                  DETAIL ; CREDIT MEMO LINES REVERSE IT. COST    00070104
000702*                  TOTAL AND LINES WITHOUT COST ON THE REGISTER   00070200
000702* 15/10/2026 GAY  TAX EXEMPTION CERTIFICATES : TAXCERT FILE BY    00070201
000702*                  CUSTOMER AND STATE. A CERTIFICATE VALID AT     00070202
000702*                  THE ORDER DATE BILLS THE DOCUMENT AT ZERO TAX, 00070203
000702*                  IS PRINTED ON THE INVOICE AND CARRIED ON THE   00070204
000703*                  INVEXTR DETAILS ; AN EXPIRED ONE IS TAXED      00070300
000703*                  NORMALLY AND LISTED ON CERTEXCP. EXEMPT SALES  00070301
000703*                  AND EXPIRED CERTIFICATES ON THE REGISTER       00070302
000703* 15/10/2026 GAY  SPLIT COMMISSION : SPLITS FILE FROM PJPART3 (ONE00070303
000703*                  RECORD PER SHARE OF A SPLIT ORDER). THE ORDER  00070304
000704*                  SUBTOTAL IS SHARED OUT (LAST SHARE TAKES THE   00070400
000704*                  ROUNDING), EACH SHARE IS COMMISSIONED AT ITS   00070401
000704*                  SALESPERSON RATE, TIERS AND CAP, AND GETS ITS  00070402
000704*                  OWN COMWORK LINE. SHARE % ON THE STATEMENT.    00070403
000704*                  NO SPLITS RECORD = 100% TO THE ORDER SALESMAN  00070404
000705* 15/10/2026 GAY  MONTH-END CLOSE : THE DOCUMENT DATE CARRIED ON  00070500
000705*                  THE INVEXTR HEADER IS CHECKED BY PJPT3PER - A  00070501
000705*                  DOCUMENT OF A MONTH CLOSED BY PJPT3MEC IS DATED00070502
000705*                  ON THE FIRST DAY OF THE NEXT OPEN MONTH, LISTED00070503
000705*                  ON SYSOUT AND COUNTED ON THE REGISTER          00070504
000706* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00070600
000706*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00070601
000706*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00070602
000706* 15/10/2026 GAY  SHIPMENT CONFIRMATION : THE CARRIER AND         00070603
000706*                  TRACKING NUMBER OF THE ORDER (EXTRACT, LRECL   00070604
000707*                  436) ARE PRINTED UNDER THE ORDER INFORMATION   00070700
000707*                  (SHIPPED VIA LINE, COPY FACBOX) AND CARRIED ON 00070701
000707*                  EACH INVEXTR DETAIL OF THE ORDER               00070702
000707* 15/10/2026 GAY  BACKORDER RELEASE LINES (B-TYPE EXTRACT LINES   00070703
000707*                  FROM PJPART3) ARE BILLED AS THEIR OWN DOCUMENT 00070704
000708*                  AND WRITTEN TO INVEXTR AS TYPE B, SO THEY NO   00070800
000708*                  LONGER COLLIDE WITH THE ORDER'S H DOCUMENT     00070801
000709* 15/10/2026 GAY  THE TERMS OF A RELEASE INVOICE (B) RUN FROM THE 00070900
000709*                  BILLING DATE (END DATE OF THE RUNCTL EXTRACT   00070901
000709*                  RUN) INSTEAD OF THE ORDER DATE, SO A LATE      00070902
000709*                  RELEASE IS NOT BILLED ALREADY PAST DUE         00070903
000709* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00070904
000709*                  NO UNSET FIELD REACHES JOBLOG                  00070905
000710******************************************************************00071000
000720                                                                  00072000
000730 ENVIRONMENT DIVISION.                                            00073000
001130      ORGANIZATION IS SEQUENTIAL                                  00113000
001140      FILE STATUS IS WS-RUNC-STATUS.                              00114000
001150******************************************************************00115000
001160* FICHIER DE TRAVAIL DES COMMISSIONS (UNE LIGNE PAR PART DE       00116000
001170* COMMANDE FACTUREE) ET SES TRIS PAR EMPLOYE PUIS PAR DEPARTEMENT 00117000
001180******************************************************************00118000
001190      SELECT COMW ASSIGN TO COMWORK                               00119000
001200      ORGANIZATION  IS SEQUENTIAL.                                00120000
001470      SELECT TRM ASSIGN TO TERMS                                  00147000
001480      ORGANIZATION IS SEQUENTIAL                                  00148000
001490      FILE STATUS IS WS-TRM-STATUS.                               00149000
001491******************************************************************00149100
001491* FICHIER DES COUTS STANDARD PAR PRODUIT ET DATE D EFFET          00149101
001491******************************************************************00149102
001492      SELECT SCST ASSIGN TO STDCOST                               00149200
001492      ORGANIZATION IS SEQUENTIAL                                  00149201
001492      FILE STATUS IS WS-SCST-STATUS.                              00149202
001493******************************************************************00149300
001493* FICHIER DES CERTIFICATS D EXONERATION DE TAXE PAR CLIENT ET ETAT00149301
001493* ET LISTE DES CERTIFICATS EXPIRES RENCONTRES A LA FACTURATION    00149302
001494******************************************************************00149400
001494      SELECT CERT ASSIGN TO TAXCERT                               00149401
001494      ORGANIZATION IS SEQUENTIAL                                  00149402
001495      FILE STATUS IS WS-CERT-STATUS.                              00149500
001495      SELECT CXCP ASSIGN TO CERTEXCP                              00149501
001495      ORGANIZATION IS SEQUENTIAL.                                 00149502
001496******************************************************************00149600
001496* PARTS DE COMMISSION DES COMMANDES PARTAGEES (ECRIT PAR PJPART3) 00149601
001496******************************************************************00149602
001497      SELECT SPLT ASSIGN TO SPLITS                                00149700
001497      ORGANIZATION IS SEQUENTIAL                                  00149701
001497      FILE STATUS IS WS-SPLT-STATUS.                              00149702
001500                                                                  00150000
001510******************************************************************00151000
001520                                                                  00152000
001530 DATA DIVISION.                                                   00153000
001540 FILE SECTION.                                                    00154000
001550 FD EXT.                                                          00155000
001560 01 ENR-EXT PIC X(436).                                           00156000
001570                                                                  00157000
001580 SD SRTWRK.                                                       00158000
001590 01 SRT-REC.                                                      00159000
001650      05 SRT-P-NO    PIC X(3).                                    00165000
001660      05 FILLER      PIC X(39).                                   00166000
001670      05 SRT-DOCTYP  PIC X(1).                                    00167000
001680      05 FILLER      PIC X(152).                                  00168000
001690                                                                  00169000
001700 FD SRTD.                                                         00170000
001710 01 ENR-SRTD PIC X(436).                                          00171000
001720                                                                  00172000
001730 FD FAC.                                                          00173000
001740 01 ENR-FAC PIC X(101).                                           00174000
002180                                                                  00218000
002190 FD TRM.                                                          00219000
002200 01 ENR-TERMS PIC X(20).                                          00220000
002201                                                                  00220100
002201 FD SCST.                                                         00220101
002202 01 ENR-STDCOST PIC X(20).                                        00220200
002202                                                                  00220201
002203 FD CERT.                                                         00220300
002203 01 ENR-TAXCERT PIC X(80).                                        00220301
002204                                                                  00220400
002204 FD CXCP.                                                         00220401
002205 01 ENR-CERTEXCP PIC X(100).                                      00220500
002205                                                                  00220501
002206 FD SPLT.                                                         00220600
002206 01 ENR-SPLITS PIC X(80).                                         00220601
002210                                                                  00221000
002220 WORKING-STORAGE SECTION.                                         00222000
002230******************************************************************00223000
003350 77 WS-CUR-DISCDAYS PIC 9(3)  VALUE ZERO.                         00335000
003360 77 WS-CUR-DUEDATE  PIC X(10) VALUE SPACES.                       00336000
003370 77 WS-CUR-DISCDATE PIC X(10) VALUE SPACES.                       00337000
003370 77 WS-TERMS-FROM  PIC X(10) VALUE SPACES.                        00337001
003370 77 WS-RUN-BILL-DT PIC X(10) VALUE SPACES.                        00337002
003371                                                                  00337100
003371******************************************************************00337101
003371* TABLE DES COUTS STANDARD : UNE LIGNE PAR PRODUIT ET DATE D EFFET00337102
003371* LE COUT RETENU EST CELUI DE LA DATE D EFFET LA PLUS RECENTE NON 00337103
003371* POSTERIEURE A LA DATE DE COMMANDE. PRODUIT ABSENT = COUT ZERO   00337104
003371* (LIGNE COMPTEE AU JOURNAL DES VENTES), FICHIER ABSENT = IDEM    00337105
003371******************************************************************00337106
003371 77 WS-SCST-STATUS PIC X(2) VALUE SPACES.                         00337107
003371 77 FLAG-SCST PIC 9 VALUE 0.                                      00337108
003371    88 FF-SCST VALUE 1.                                           00337109
003371                                                                  00337110
003371 01 L-STDCOST.                                                    00337111
003371      05 SCS-P-NO      PIC X(3).                                  00337112
003371      05 SCS-EFF-DATE  PIC X(10).                                 00337113
003371      05 SCS-UNIT-COST PIC 9(5)V99.                               00337114
003371                                                                  00337115
003371 01 STDCOST-TABLE.                                                00337116
003372      05 SCS-ENTRY OCCURS 2000 TIMES INDEXED BY SCS-IDX.          00337200
003372         10 SCT-P-NO      PIC X(3).                               00337201
003372         10 SCT-EFF-DATE  PIC X(10).                              00337202
003372         10 SCT-UNIT-COST PIC 9(5)V99.                            00337203
003372 77 WS-SCS-CNT PIC 9(4) VALUE ZERO.                               00337204
003372 77 WS-SCS-MAX PIC 9(4) VALUE 2000.                               00337205
003372 77 WS-SCS-I   PIC 9(4) VALUE ZERO.                               00337206
003372 77 WS-SCS-HIT PIC 9(4) VALUE ZERO.                               00337207
003372                                                                  00337208
003372 77 WS-UNIT-COST  PIC 9(5)V99 VALUE ZERO.                         00337209
003372 77 WS-LINE-COST  PIC S9(7)V99 VALUE ZERO.                        00337210
003372 77 WS-LIST-PRICE PIC 9(5)V99 VALUE ZERO.                         00337211
003372                                                                  00337212
003372******************************************************************00337213
003372* TABLE DES CERTIFICATS D EXONERATION (VOIR COPY CERTREC). UN     00337214
003372* CERTIFICAT DU CLIENT POUR L ETAT DE LIVRAISON, VALIDE A LA DATE 00337215
003372* DE COMMANDE, EXONERE LE DOCUMENT ; UN CERTIFICAT EXPIRE LAISSE  00337216
003373* LA TAXE NORMALE ET EST LISTE SUR CERTEXCP. FICHIER ABSENT =     00337300
003373* AUCUNE EXONERATION                                              00337301
003373******************************************************************00337302
003373 77 WS-CERT-STATUS PIC X(2) VALUE SPACES.                         00337303
003373 77 FLAG-CERT PIC 9 VALUE 0.                                      00337304
003373    88 FF-CERT VALUE 1.                                           00337305
003373                                                                  00337306
003373     COPY CERTREC.                                                00337307
003373                                                                  00337308
003373 01 CERT-TABLE.                                                   00337309
003373      05 CET-ENTRY OCCURS 1000 TIMES INDEXED BY CET-IDX.          00337310
003373         10 CET-C-NO    PIC 9(3).                                 00337311
003373         10 CET-STATE   PIC X(2).                                 00337312
003373         10 CET-CERT-NO PIC X(15).                                00337313
003373         10 CET-TYPE    PIC X(1).                                 00337314
003373         10 CET-EXPIRY  PIC X(10).                                00337315
003373 77 WS-CET-CNT PIC 9(4) VALUE ZERO.                               00337316
003374 77 WS-CET-MAX PIC 9(4) VALUE 1000.                               00337400
003374 77 WS-CET-I   PIC 9(4) VALUE ZERO.                               00337401
003374 77 WS-CET-HIT PIC 9(4) VALUE ZERO.                               00337402
003374 77 WS-CET-EXP PIC 9(4) VALUE ZERO.                               00337403
003374                                                                  00337404
003374******************************************************************00337405
003374* TABLE DES PARTS DE COMMISSION (VOIR COPY SPLXREC), DANS L ORDRE 00337406
003374* DU FICHIER : LES PARTS D UNE COMMANDE SONT CONTIGUES. UNE       00337407
003374* COMMANDE DEJA CHARGEE (REPRISE DE PJPART3) N EST PAS RECHARGEE. 00337408
003374* FICHIER ABSENT = TOUTE LA COMMISSION AU VENDEUR DE LA COMMANDE  00337409
003374******************************************************************00337410
003374 77 WS-SPLT-STATUS PIC X(2) VALUE SPACES.                         00337411
003374 77 FLAG-SPLT PIC 9 VALUE 0.                                      00337412
003374    88 FF-SPLT VALUE 1.                                           00337413
003374                                                                  00337414
003374     COPY SPLXREC.                                                00337415
003374                                                                  00337416
003375 01 SPLIT-TABLE.                                                  00337500
003375      05 SPT-ENTRY OCCURS 2000 TIMES.                             00337501
003375         10 SPT-O-NO    PIC 9(6).                                 00337502
003375         10 SPT-E-NO    PIC 9(3).                                 00337503
003375         10 SPT-SHARE   PIC 9(3).                                 00337504
003375         10 SPT-LNAME   PIC X(20).                                00337505
003375         10 SPT-FNAME   PIC X(20).                                00337506
003375         10 SPT-DNAME   PIC X(20).                                00337507
003375         10 SPT-COM     PIC 99V99.                                00337508
003375 77 WS-SPT-CNT   PIC 9(4) VALUE ZERO.                             00337509
003375 77 WS-SPT-MAX   PIC 9(4) VALUE 2000.                             00337510
003375 77 WS-SPT-I     PIC 9(4) VALUE ZERO.                             00337511
003375 77 WS-SPT-FIRST PIC 9(4) VALUE ZERO.                             00337512
003375 77 WS-SPT-LAST  PIC 9(4) VALUE ZERO.                             00337513
003375 77 WS-SPT-SKIP  PIC 9(6) VALUE ZERO.                             00337514
003375                                                                  00337515
003375******************************************************************00337516
003376* ZONES DE LA PART EN COURS DE COMMISSIONNEMENT                   00337600
003376******************************************************************00337601
003376 77 WS-SHR-E-NO  PIC 9(3)  VALUE ZERO.                            00337602
003376 77 WS-SHR-LNAME PIC X(20) VALUE SPACES.                          00337603
003376 77 WS-SHR-FNAME PIC X(20) VALUE SPACES.                          00337604
003376 77 WS-SHR-DNAME PIC X(20) VALUE SPACES.                          00337605
003376 77 WS-SHR-COM   PIC 99V99 VALUE ZERO.                            00337606
003376 77 WS-SHR-PCT   PIC 9(3)  VALUE ZERO.                            00337607
003376 77 WS-SPL-BASE  PIC S9(7)V99 VALUE ZERO.                         00337608
003376 77 WS-SPL-DONE  PIC S9(7)V99 VALUE ZERO.                         00337609
003376 77 WS-SPL-COM   PIC S9(7)V99 VALUE ZERO.                         00337610
003376 77 WS-SPL-CAP-SW PIC X(1) VALUE 'N'.                             00337611
003376                                                                  00337612
003376 77 WS-CUR-CERT   PIC X(15) VALUE SPACES.                         00337613
003376 77 WS-CUR-EXTYPE PIC X(1)  VALUE SPACE.                          00337614
003376 77 WS-GRAND-EXEMPT PIC S9(9)V99 VALUE ZERO.                      00337615
003376 77 WS-CERTX-CNT    PIC 9(7) VALUE ZERO.                          00337616
003377                                                                  00337700
003377******************************************************************00337701
003377* CONTROLE DE PERIODE DE LA DATE DU DOCUMENT (VOIR PJPT3PER)      00337702
003377******************************************************************00337703
003377 77 WS-PER-DOC-DATE  PIC X(10) VALUE SPACES.                      00337704
003377 77 WS-PER-POST-DATE PIC X(10) VALUE SPACES.                      00337705
003377 77 WS-PER-REDATE-SW PIC X(1)  VALUE 'N'.                         00337706
003377    88 DOC-REDATED VALUE 'Y'.                                     00337707
003377 77 WS-REDATE-CNT    PIC 9(7)  VALUE ZERO.                        00337708
003377                                                                  00337709
003377 77 L-CXC-VIDE PIC X(100) VALUE SPACES.                           00337710
003377                                                                  00337711
003377 01 L-CXC-TITLE.                                                  00337712
003377      05 FILLER PIC X(60) VALUE                                   00337713
003377         'EXPIRED TAX EXEMPTION CERTIFICATES - DOCUMENTS TAXED'.  00337714
003377      05 FILLER PIC X(40) VALUE SPACES.                           00337715
003377                                                                  00337716
003378 01 L-CXC-HDR.                                                    00337800
003378      05 FILLER PIC X(7)  VALUE 'ORDER'.                          00337801
003378      05 FILLER PIC X(4)  VALUE 'CUS'.                            00337802
003378      05 FILLER PIC X(31) VALUE 'COMPANY'.                        00337803
003378      05 FILLER PIC X(3)  VALUE 'ST'.                             00337804
003378      05 FILLER PIC X(16) VALUE 'CERTIFICATE'.                    00337805
003378      05 FILLER PIC X(11) VALUE 'EXPIRED'.                        00337806
003378      05 FILLER PIC X(11) VALUE 'ORDER DATE'.                     00337807
003378      05 FILLER PIC X(17) VALUE 'DOCUMENT'.                       00337808
003378                                                                  00337809
003378 01 L-CXC-LINE.                                                   00337810
003378      05 CXC-O-NO    PIC 9(6).                                    00337811
003378      05 FILLER      PIC X(1) VALUE SPACE.                        00337812
003378      05 CXC-C-NO    PIC 9(3).                                    00337813
003378      05 FILLER      PIC X(1) VALUE SPACE.                        00337814
003378      05 CXC-COMPANY PIC X(30).                                   00337815
003378      05 FILLER      PIC X(1) VALUE SPACE.                        00337816
003379      05 CXC-STATE   PIC X(2).                                    00337900
003379      05 FILLER      PIC X(1) VALUE SPACE.                        00337901
003379      05 CXC-CERT-NO PIC X(15).                                   00337902
003379      05 FILLER      PIC X(1) VALUE SPACE.                        00337903
003379      05 CXC-EXPIRY  PIC X(10).                                   00337904
003379      05 FILLER      PIC X(1) VALUE SPACE.                        00337905
003379      05 CXC-O-DATE  PIC X(10).                                   00337906
003379      05 FILLER      PIC X(1) VALUE SPACE.                        00337907
003379      05 CXC-DOC     PIC X(7).                                    00337908
003379      05 FILLER      PIC X(10) VALUE SPACES.                      00337909
003379                                                                  00337910
003379 01 L-CXC-NONE.                                                   00337911
003379      05 FILLER PIC X(40) VALUE                                   00337912
003379         'NO EXPIRED CERTIFICATE MET IN THIS RUN'.                00337913
003379      05 FILLER PIC X(60) VALUE SPACES.                           00337914
003380                                                                  00338000
003390 01 W-YMD.                                                        00339000
003400      05 W-YMD-Y PIC X(4).                                        00340000
004850 77 WS-GRAND-TTC    PIC S9(9)V99 VALUE ZERO.                      00485000
004860 77 WS-GRAND-FRT    PIC S9(9)V99 VALUE ZERO.                      00486000
004870 77 WS-GRAND-DISC   PIC S9(9)V99 VALUE ZERO.                      00487000
004871 77 WS-GRAND-COST   PIC S9(9)V99 VALUE ZERO.                      00487100
004872 77 WS-NOCOST-CNT   PIC 9(7) VALUE ZERO.                          00487200
004880                                                                  00488000
004890******************************************************************00489000
004900* DECLARATION DES VARIABLES POUR LES DIFFERENTES LIGNES DU        00490000
005450 77 WS-COM-BASE      PIC S9(7)V99 VALUE ZERO.                     00545000
005460 77 WS-CUR-DOCTYP    PIC X(1) VALUE 'I'.                          00546000
005470    88 CREDIT-CUR-DOC VALUE 'C'.                                  00547000
005471    88 RELEASE-CUR-DOC VALUE 'B'.                                 00547100
005480 77 WS-TOT-AMT       PIC S9(7)V99 VALUE ZERO.                     00548000
005490 77 WS-NEG-PRICE     PIC S9(5)V99 VALUE ZERO.                     00549000
005500                                                                  00550000
005570                                                                  00557000
005580******************************************************************00558000
005590* ENREGISTREMENT DU FICHIER DE TRAVAIL DES COMMISSIONS : UNE      00559000
005600* LIGNE PAR PART DE COMMANDE FACTUREE, AVEC LE DETAIL DU CALCUL   00560000
005610* (PART AU TAUX DE BASE, TRANCHE BONUS, TEMOIN DE PLAFOND, PART   00561000
005620* EN POURCENTAGE) POUR LES RELEVES DE COMMISSION ET LES CUMULS DE 00562000
005621* PAIE                                                            00562100
005630******************************************************************00563000
005640 01 L-COMW.                                                       00564000
005650      05 CMW-E-NO    PIC 9(3).                                    00565000
005740      05 CMW-BONUS   PIC S9(7)V99.                                00574000
005750      05 CMW-RATE    PIC 99V99.                                   00575000
005760      05 CMW-CAP-SW  PIC X(1).                                    00576000
005770      05 CMW-SHARE   PIC 9(3).                                    00577000
005780                                                                  00578000
005790******************************************************************00579000
005800* ZONES DE RUPTURE POUR LES CUMULS PAR EMPLOYE ET DEPARTEMENT     00580000
006160      05 FILLER PIC X(12) VALUE '  BONUS COMM'.                   00616000
006170      05 FILLER PIC X(12) VALUE '  COMMISSION'.                   00617000
006180      05 FILLER PIC X(4)  VALUE ' CAP'.                           00618000
006190      05 FILLER PIC X(5)  VALUE ' SHR%'.                          00619000
006191      05 FILLER PIC X(34) VALUE SPACES.                           00619100
006200                                                                  00620000
006210 01 L-STM-LINE.                                                   00621000
006220      05 STM-O-NO    PIC 9(6).                                    00622000
006310      05 STM-COM     PIC Z(7)9.99-.                               00631000
006320      05 FILLER      PIC X(2) VALUE SPACES.                       00632000
006330      05 STM-CAP     PIC X(1).                                    00633000
006340      05 FILLER      PIC X(2) VALUE SPACES.                       00634000
006341      05 STM-SHARE   PIC ZZ9.                                     00634100
006342      05 FILLER      PIC X(27) VALUE SPACES.                      00634200
006350                                                                  00635000
006360 01 L-STM-TOTAL.                                                  00636000
006370      05 FILLER PIC X(40) VALUE                                   00637000
006840      05 REGC-VALUE PIC Z(6)9.                                    00684000
006850      05 FILLER     PIC X(18) VALUE SPACES.                       00685000
006860                                                                  00686000
006861******************************************************************00686100
006862* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00686200
006863******************************************************************00686300
006864     COPY JLGREC.                                                 00686400
006865                                                                  00686500
006870 PROCEDURE DIVISION.                                              00687000
006871                                                                  00687100
006871     INITIALIZE L-JOBLOG                                          00687101
006872     MOVE 'PJPART3B' TO JLG-PROGRAM                               00687200
006873     MOVE 'S' TO JLG-TYPE                                         00687300
006874     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00687400
006880                                                                  00688000
006890     PERFORM 100-INITIALIZE                                       00689000
006900                                                                  00690000
006960                                                                  00696000
006970     PERFORM 900-WRITE-REGISTER                                   00697000
006980     PERFORM 905-WRITE-CTLTOT                                     00698000
006981     PERFORM 907-END-CERTEXCP                                     00698100
006990     PERFORM 910-WRITE-PAYROLL                                    00699000
007000     PERFORM 920-VERIFY-RUNCTL                                    00700000
007010                                                                  00701000
007100     CLOSE REG                                                    00710000
007110     CLOSE CTL                                                    00711000
007120     CLOSE STMT                                                   00712000
007121     CLOSE CXCP                                                   00712100
007121                                                                  00712101
007122     MOVE SPACES TO JLG-RUN-KEY                                   00712200
007122     MOVE WS-RUN-OPT TO JLG-RUN-KEY(1:1)                          00712201
007123     MOVE WS-RUN-BRANCH TO JLG-RUN-KEY(3:3)                       00712300
007123     MOVE WS-EXT-READ-CNT TO JLG-IN-CNT                           00712301
007124     MOVE WS-INVOICE-CNT TO JLG-OUT-CNT                           00712400
007124     MOVE RETURN-CODE TO JLG-RC                                   00712401
007125     MOVE 'E' TO JLG-TYPE                                         00712500
007125     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00712501
007130                                                                  00713000
007140     GOBACK.                                                      00714000
007150                                                                  00715000
007240     PERFORM 130-LOAD-PROFILE                                     00724000
007250     PERFORM 140-LOAD-CONTRACTS                                   00725000
007260     PERFORM 150-LOAD-TERMS                                       00726000
007261     PERFORM 160-LOAD-STDCOST                                     00726100
007262     PERFORM 170-LOAD-CERTS                                       00726200
007263     PERFORM 180-LOAD-SPLITS                                      00726300
007270     IF CONSOL-RUN                                                00727000
007280         SORT SRTWRK                                              00728000
007290              ON ASCENDING KEY SRT-COMPANY                        00729000
007500                                                                  00750000
007510     OPEN OUTPUT COMW                                             00751000
007520     OPEN OUTPUT STMT                                             00752000
007521                                                                  00752100
007522     OPEN OUTPUT CXCP                                             00752200
007523     WRITE ENR-CERTEXCP FROM L-CXC-TITLE                          00752300
007524     WRITE ENR-CERTEXCP FROM L-CXC-VIDE                           00752400
007525     WRITE ENR-CERTEXCP FROM L-CXC-HDR                            00752500
007530     EXIT.                                                        00753000
007540                                                                  00754000
007550******************************************************************00755000
008160         PERFORM ABEND-PROG                                       00816000
008170     END-IF                                                       00817000
008180     MOVE RUN-EXT-CNT TO WS-CTL-EXT-CNT                           00818000
008181     MOVE RUN-DT-TO   TO WS-RUN-BILL-DT                           00818100
008190     EXIT.                                                        00819000
008200                                                                  00820000
008210 125-READ-RUNCTL.                                                 00821000
009550     EXIT.                                                        00955000
009560                                                                  00956000
009570******************************************************************00957000
009571* PARAGRAPHES DE CHARGEMENT DES COUTS STANDARD                    00957100
009571******************************************************************00957101
009571 160-LOAD-STDCOST.                                                00957102
009571     INITIALIZE STDCOST-TABLE                                     00957103
009571     OPEN INPUT SCST                                              00957104
009571     IF WS-SCST-STATUS = '00'                                     00957105
009571         PERFORM 162-READ-SCST                                    00957106
009571         PERFORM 164-LOAD-ONE-COST UNTIL FF-SCST                  00957107
009571         CLOSE SCST                                               00957108
009571     ELSE                                                         00957109
009571         DISPLAY 'NO STDCOST FILE : ' WS-SCST-STATUS              00957110
009571     END-IF                                                       00957111
009571     EXIT.                                                        00957112
009571                                                                  00957113
009571 162-READ-SCST.                                                   00957114
009572     READ SCST INTO L-STDCOST                                     00957200
009572         AT END                                                   00957201
009572              SET FF-SCST TO TRUE                                 00957202
009572     END-READ                                                     00957203
009572     IF WS-SCST-STATUS NOT = '00' AND WS-SCST-STATUS NOT = '10'   00957204
009572         SET FF-SCST TO TRUE                                      00957205
009572     END-IF                                                       00957206
009572     EXIT.                                                        00957207
009572                                                                  00957208
009572 164-LOAD-ONE-COST.                                               00957209
009572     IF WS-SCS-CNT >= WS-SCS-MAX                                  00957210
009572         DISPLAY 'STDCOST TABLE FULL - ENTRY SKIPPED : ' SCS-P-NO 00957211
009572     ELSE                                                         00957212
009572         ADD 1 TO WS-SCS-CNT                                      00957213
009572         SET SCS-IDX TO WS-SCS-CNT                                00957214
009573         MOVE SCS-P-NO      TO SCT-P-NO(SCS-IDX)                  00957300
009573         MOVE SCS-EFF-DATE  TO SCT-EFF-DATE(SCS-IDX)              00957301
009573         MOVE SCS-UNIT-COST TO SCT-UNIT-COST(SCS-IDX)             00957302
009573     END-IF                                                       00957303
009573     PERFORM 162-READ-SCST                                        00957304
009573     EXIT.                                                        00957305
009573                                                                  00957306
009573******************************************************************00957307
009573* PARAGRAPHES DE CHARGEMENT DES CERTIFICATS D EXONERATION         00957308
009573******************************************************************00957309
009573 170-LOAD-CERTS.                                                  00957310
009573     INITIALIZE CERT-TABLE                                        00957311
009573     OPEN INPUT CERT                                              00957312
009573     IF WS-CERT-STATUS = '00'                                     00957313
009573         PERFORM 172-READ-CERT                                    00957314
009574         PERFORM 174-LOAD-ONE-CERT UNTIL FF-CERT                  00957400
009574         CLOSE CERT                                               00957401
009574     ELSE                                                         00957402
009574         DISPLAY 'NO TAXCERT FILE : ' WS-CERT-STATUS              00957403
009574     END-IF                                                       00957404
009574     EXIT.                                                        00957405
009574                                                                  00957406
009574 172-READ-CERT.                                                   00957407
009574     READ CERT INTO L-CERT                                        00957408
009574         AT END                                                   00957409
009574              SET FF-CERT TO TRUE                                 00957410
009574     END-READ                                                     00957411
009574     IF WS-CERT-STATUS NOT = '00' AND WS-CERT-STATUS NOT = '10'   00957412
009574         SET FF-CERT TO TRUE                                      00957413
009574     END-IF                                                       00957414
009575     EXIT.                                                        00957500
009575                                                                  00957501
009575 174-LOAD-ONE-CERT.                                               00957502
009575     IF WS-CET-CNT >= WS-CET-MAX                                  00957503
009575         DISPLAY 'TAXCERT TABLE FULL - ENTRY SKIPPED : '          00957504
009575                 CRT-CERT-NO                                      00957505
009575     ELSE                                                         00957506
009575         ADD 1 TO WS-CET-CNT                                      00957507
009575         SET CET-IDX TO WS-CET-CNT                                00957508
009575         MOVE CRT-C-NO    TO CET-C-NO(CET-IDX)                    00957509
009575         MOVE CRT-STATE   TO CET-STATE(CET-IDX)                   00957510
009575         MOVE CRT-CERT-NO TO CET-CERT-NO(CET-IDX)                 00957511
009575         MOVE CRT-TYPE    TO CET-TYPE(CET-IDX)                    00957512
009575         MOVE CRT-EXPIRY  TO CET-EXPIRY(CET-IDX)                  00957513
009575     END-IF                                                       00957514
009576     PERFORM 172-READ-CERT                                        00957600
009576     EXIT.                                                        00957601
009576                                                                  00957602
009576******************************************************************00957603
009576* PARAGRAPHES DE CHARGEMENT DES PARTS DE COMMISSION. UNE TABLE    00957604
009576* PLEINE ARRETE LE RUN : UNE PART PERDUE FAUSSERAIT LA PAIE       00957605
009576******************************************************************00957606
009576 180-LOAD-SPLITS.                                                 00957607
009576     INITIALIZE SPLIT-TABLE                                       00957608
009576     OPEN INPUT SPLT                                              00957609
009576     IF WS-SPLT-STATUS = '00'                                     00957610
009576         PERFORM 182-READ-SPLT                                    00957611
009576         PERFORM 184-LOAD-ONE-SPLIT UNTIL FF-SPLT                 00957612
009576         CLOSE SPLT                                               00957613
009576     ELSE                                                         00957614
009577         DISPLAY 'NO SPLITS FILE : ' WS-SPLT-STATUS               00957700
009577     END-IF                                                       00957701
009577     EXIT.                                                        00957702
009577                                                                  00957703
009577 182-READ-SPLT.                                                   00957704
009577     READ SPLT INTO L-SPLX                                        00957705
009577         AT END                                                   00957706
009577              SET FF-SPLT TO TRUE                                 00957707
009577     END-READ                                                     00957708
009577     IF WS-SPLT-STATUS NOT = '00' AND WS-SPLT-STATUS NOT = '10'   00957709
009577         SET FF-SPLT TO TRUE                                      00957710
009577     END-IF                                                       00957711
009577     EXIT.                                                        00957712
009577                                                                  00957713
009577 184-LOAD-ONE-SPLIT.                                              00957714
009578     IF SPX-SEQ = 1                                               00957800
009578         MOVE ZERO TO WS-SPT-SKIP                                 00957801
009578         PERFORM 186-SCAN-LOADED                                  00957802
009578            VARYING WS-SPT-I FROM 1 BY 1                          00957803
009578               UNTIL WS-SPT-I > WS-SPT-CNT OR WS-SPT-SKIP > ZERO  00957804
009578     END-IF                                                       00957805
009578     IF SPX-O-NO NOT = WS-SPT-SKIP                                00957806
009578         IF WS-SPT-CNT >= WS-SPT-MAX                              00957807
009578             DISPLAY 'SPLITS TABLE FULL AT ORDER : ' SPX-O-NO     00957808
009578             PERFORM ABEND-PROG                                   00957809
009578         END-IF                                                   00957810
009578         ADD 1 TO WS-SPT-CNT                                      00957811
009578         MOVE SPX-O-NO  TO SPT-O-NO(WS-SPT-CNT)                   00957812
009578         MOVE SPX-E-NO  TO SPT-E-NO(WS-SPT-CNT)                   00957813
009578         MOVE SPX-SHARE TO SPT-SHARE(WS-SPT-CNT)                  00957814
009579         MOVE SPX-LNAME TO SPT-LNAME(WS-SPT-CNT)                  00957900
009579         MOVE SPX-FNAME TO SPT-FNAME(WS-SPT-CNT)                  00957901
009579         MOVE SPX-DNAME TO SPT-DNAME(WS-SPT-CNT)                  00957902
009579         MOVE SPX-COM   TO SPT-COM(WS-SPT-CNT)                    00957903
009579     END-IF                                                       00957904
009579     PERFORM 182-READ-SPLT                                        00957905
009579     EXIT.                                                        00957906
009579                                                                  00957907
009579 186-SCAN-LOADED.                                                 00957908
009579     IF SPT-O-NO(WS-SPT-I) = SPX-O-NO                             00957909
009579         MOVE SPX-O-NO TO WS-SPT-SKIP                             00957910
009579     END-IF                                                       00957911
009579     EXIT.                                                        00957912
009579                                                                  00957913
009579******************************************************************00957914
009580* PARAGRAPHE POUR LA LECTURE DU FICHIER EXTRACT                   00958000
009590******************************************************************00959000
009600 200-READ-EXT.                                                    00960000
010010     PERFORM 360-WRITE-PROD                                       01001000
010020     PERFORM 368-APPLY-ORDER-DISC                                 01002000
010030     MOVE WS-CUMUL TO WS-COM-BASE                                 01003000
010040     PERFORM 376-SPLIT-COMMISSION                                 01004000
010050     PERFORM 370-WRITE-TOTAL                                      01005000
010060     PERFORM 375-WRITE-INVX-HEADER                                01006000
010080     IF FF-EXT THEN                                               01008000
010090        WRITE ENR-FAC FROM L-VIDE                                 01009000
010100     ELSE                                                         01010000
010820     WRITE ENR-FAC FROM L-ORDER-NUM                               01082000
010830     MOVE WS-O-DATE TO ED-O-DATE                                  01083000
010840     WRITE ENR-FAC FROM L-ORDER-DATE                              01084000
010841     IF WS-CARRIER NOT = SPACES                                   01084100
010842         MOVE WS-CARRIER  TO ED-CARRIER                           01084200
010843         MOVE WS-TRACKING TO ED-TRACKING                          01084300
010844         WRITE ENR-FAC FROM L-SHIP-VIA                            01084400
010845     END-IF                                                       01084500
010850     EXIT.                                                        01085000
010860                                                                  01086000
010870 350-WRITE-EMP-INFO.                                              01087000
011390     EXIT.                                                        01139000
011400                                                                  01140000
011410 358-COMPUTE-DUE-DATES.                                           01141000
011420     MOVE WS-O-DATE(1:10) TO WS-TERMS-FROM                        01142000
011430     IF WS-DOC-TYPE = 'B' AND WS-RUN-BILL-DT NOT = SPACES         01143000
011440         MOVE WS-RUN-BILL-DT TO WS-TERMS-FROM                     01144000
011450     END-IF                                                       01145000
011460     MOVE WS-TERMS-FROM TO WS-CUR-DUEDATE                         01146000
011461     MOVE WS-TERMS-FROM TO WS-CUR-DISCDATE                        01146100
011462     MOVE WS-TERMS-FROM(1:4) TO W-YMD-Y                           01146200
011463     MOVE WS-TERMS-FROM(6:2) TO W-YMD-M                           01146300
011464     MOVE WS-TERMS-FROM(9:2) TO W-YMD-D                           01146400
011470     IF W-YMD-NUM NUMERIC                                         01147000
011480         COMPUTE WS-DATE-INT =                                    01148000
011490            FUNCTION INTEGER-OF-DATE(W-YMD-NUM) + WS-CUR-DUEDAYS  01149000
011530         MOVE W-YMD-M TO WS-CUR-DUEDATE(6:2)                      01153000
011540         MOVE '-'     TO WS-CUR-DUEDATE(8:1)                      01154000
011550         MOVE W-YMD-D TO WS-CUR-DUEDATE(9:2)                      01155000
011560         MOVE WS-TERMS-FROM(1:4) TO W-YMD-Y                       01156000
011570         MOVE WS-TERMS-FROM(6:2) TO W-YMD-M                       01157000
011580         MOVE WS-TERMS-FROM(9:2) TO W-YMD-D                       01158000
011590         COMPUTE WS-DATE-INT =                                    01159000
011600            FUNCTION INTEGER-OF-DATE(W-YMD-NUM) + WS-CUR-DISCDAYS 01160000
011610         COMPUTE W-YMD-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)01161000
011830         WHEN TAX-STATE(TAX-IDX) = WS-EFF-STATE                   01183000
011840             MOVE TAX-PCT(TAX-IDX) TO WS-TVA                      01184000
011850     END-SEARCH                                                   01185000
011851     PERFORM 352-CHECK-EXEMPTION                                  01185100
011851     EXIT.                                                        01185101
011851                                                                  01185102
011851******************************************************************01185103
011851* PARAGRAPHES DE L EXONERATION : UN CERTIFICAT DU CLIENT POUR     01185104
011851* L ETAT DE LIVRAISON DONT L EXPIRATION N EST PAS ANTERIEURE A LA 01185105
011851* DATE DE COMMANDE MET LE TAUX A ZERO. SI LE CLIENT N A POUR CET  01185106
011852* ETAT QUE DES CERTIFICATS EXPIRES, LE DOCUMENT EST TAXE          01185200
011852* NORMALEMENT ET LE PLUS RECENT EST LISTE EN EXCEPTION            01185201
011852******************************************************************01185202
011852 352-CHECK-EXEMPTION.                                             01185203
011852     MOVE SPACES TO WS-CUR-CERT                                   01185204
011852     MOVE SPACE  TO WS-CUR-EXTYPE                                 01185205
011852     MOVE ZERO TO WS-CET-HIT                                      01185206
011853     MOVE ZERO TO WS-CET-EXP                                      01185300
011853     PERFORM 353-SCAN-CERT                                        01185301
011853        VARYING WS-CET-I FROM 1 BY 1                              01185302
011853           UNTIL WS-CET-I > WS-CET-CNT                            01185303
011853     IF WS-CET-HIT > ZERO                                         01185304
011853         MOVE ZERO TO WS-TVA                                      01185305
011853         MOVE CET-CERT-NO(WS-CET-HIT) TO WS-CUR-CERT              01185306
011854         MOVE CET-TYPE(WS-CET-HIT)    TO WS-CUR-EXTYPE            01185400
011854     ELSE                                                         01185401
011854         IF WS-CET-EXP > ZERO                                     01185402
011854             PERFORM 354-WRITE-CERT-EXCP                          01185403
011854         END-IF                                                   01185404
011854     END-IF                                                       01185405
011854     EXIT.                                                        01185406
011855                                                                  01185500
011855 353-SCAN-CERT.                                                   01185501
011855     IF CET-C-NO(WS-CET-I) = WS-C-NO                              01185502
011855        AND CET-STATE(WS-CET-I) = WS-EFF-STATE                    01185503
011855         IF CET-EXPIRY(WS-CET-I) >= WS-O-DATE(1:10)               01185504
011855             MOVE WS-CET-I TO WS-CET-HIT                          01185505
011855         ELSE                                                     01185506
011856             IF WS-CET-EXP = ZERO                                 01185600
011856                OR CET-EXPIRY(WS-CET-I) > CET-EXPIRY(WS-CET-EXP)  01185601
011856                 MOVE WS-CET-I TO WS-CET-EXP                      01185602
011856             END-IF                                               01185603
011856         END-IF                                                   01185604
011856     END-IF                                                       01185605
011856     EXIT.                                                        01185606
011857                                                                  01185700
011857 354-WRITE-CERT-EXCP.                                             01185701
011857     ADD 1 TO WS-CERTX-CNT                                        01185702
011857     INITIALIZE L-CXC-LINE                                        01185703
011857     MOVE WS-O-NO                 TO CXC-O-NO                     01185704
011857     MOVE WS-C-NO                 TO CXC-C-NO                     01185705
011857     MOVE WS-COMPANY              TO CXC-COMPANY                  01185706
011858     MOVE WS-EFF-STATE            TO CXC-STATE                    01185800
011858     MOVE CET-CERT-NO(WS-CET-EXP) TO CXC-CERT-NO                  01185801
011858     MOVE CET-EXPIRY(WS-CET-EXP)  TO CXC-EXPIRY                   01185802
011858     MOVE WS-O-DATE(1:10)         TO CXC-O-DATE                   01185803
011858     IF CREDIT-DOC                                                01185804
011858         MOVE 'CREDIT'  TO CXC-DOC                                01185805
011858     ELSE                                                         01185806
011859         MOVE 'INVOICE' TO CXC-DOC                                01185900
011859     END-IF                                                       01185901
011859     WRITE ENR-CERTEXCP FROM L-CXC-LINE                           01185902
011860     EXIT.                                                        01186000
011870                                                                  01187000
011880******************************************************************01188000
012130                                                                  01213000
012140 361-WRITE-LINE-PROD.                                             01214000
012150     INITIALIZE L-DATA-BOX-PROD                                   01215000
012151     MOVE WS-PRICE TO WS-LIST-PRICE                               01215100
012160     PERFORM 364-APPLY-CONTRACT                                   01216000
012161     PERFORM 366-LOOKUP-STDCOST                                   01216100
012170     COMPUTE WS-SUMPROD = WS-QUANTITY * WS-PRICE                  01217000
012171     COMPUTE WS-LINE-COST = WS-QUANTITY * WS-UNIT-COST            01217100
012180     IF CREDIT-DOC                                                01218000
012190         COMPUTE WS-SUMPROD = ZERO - WS-SUMPROD                   01219000
012191         COMPUTE WS-LINE-COST = ZERO - WS-LINE-COST               01219100
012200         COMPUTE WS-NEG-PRICE = ZERO - WS-PRICE                   01220000
012210         INITIALIZE L-DATA-BOX-PROD-CR                            01221000
012220         MOVE WS-P-NO        TO ED-P-NO-CR                        01222000
012360         MOVE WS-SUMPROD TO ED-SUMP                               01236000
012370         WRITE ENR-FAC FROM L-DATA-BOX-PROD                       01237000
012380     END-IF                                                       01238000
012400     ADD WS-SUMPROD TO WS-CUMUL                                   01240000
012410     ADD WS-SUMPROD TO WS-ORD-CUMUL                               01241000
012411     ADD WS-LINE-COST TO WS-GRAND-COST                            01241100
012420     PERFORM 363-ACCUM-WEIGHT                                     01242000
012421     MOVE ZERO TO WS-LINE-DISC                                    01242100
012430     IF WS-CON-HIT > ZERO                                         01243000
012440        AND CNT-TYPE(WS-CON-HIT) = 'D'                            01244000
012450         COMPUTE WS-LINE-DISC ROUNDED =                           01245000
012460            WS-SUMPROD * CNT-PCT(WS-CON-HIT) / 100                01246000
012470         ADD WS-LINE-DISC TO WS-ORDDISC                           01247000
012480     END-IF                                                       01248000
012481     PERFORM 365-WRITE-INVX-DETAIL                                01248100
012490     ADD 1 TO WS-LINE-CNT                                         01249000
012500     PERFORM 200-READ-EXT                                         01250000
012510     IF NOT FF-EXT                                                01251000
013190     EXIT.                                                        01319000
013200                                                                  01320000
013210******************************************************************01321000
013211* PARAGRAPHES DU COUT STANDARD DE LA LIGNE : DATE D EFFET LA PLUS 01321100
013211* RECENTE NON POSTERIEURE A LA DATE DE COMMANDE, COMME LES PRIX   01321101
013211* CONTRAT, POUR QU UN AVOIR REPRENNE LE COUT DE LA FACTURE        01321102
013211******************************************************************01321103
013212 366-LOOKUP-STDCOST.                                              01321200
013212     MOVE ZERO TO WS-SCS-HIT                                      01321201
013212     MOVE ZERO TO WS-UNIT-COST                                    01321202
013212     PERFORM 367-SCAN-STDCOST                                     01321203
013213        VARYING WS-SCS-I FROM 1 BY 1                              01321300
013213           UNTIL WS-SCS-I > WS-SCS-CNT                            01321301
013213     IF WS-SCS-HIT > ZERO                                         01321302
013213         MOVE SCT-UNIT-COST(WS-SCS-HIT) TO WS-UNIT-COST           01321303
013214     ELSE                                                         01321400
013214         ADD 1 TO WS-NOCOST-CNT                                   01321401
013214     END-IF                                                       01321402
013214     EXIT.                                                        01321403
013215                                                                  01321500
013215 367-SCAN-STDCOST.                                                01321501
013215     IF SCT-P-NO(WS-SCS-I) = WS-P-NO                              01321502
013215        AND SCT-EFF-DATE(WS-SCS-I) <= WS-O-DATE(1:10)             01321503
013216         IF WS-SCS-HIT = ZERO                                     01321600
013216            OR SCT-EFF-DATE(WS-SCS-I) > SCT-EFF-DATE(WS-SCS-HIT)  01321601
013216             MOVE WS-SCS-I TO WS-SCS-HIT                          01321602
013216         END-IF                                                   01321603
013217     END-IF                                                       01321700
013217     EXIT.                                                        01321701
013217                                                                  01321702
013217******************************************************************01321703
013220* PARAGRAPHE D EDITION DU MOTIF DE RETOUR SOUS LA LIGNE D AVOIR   01322000
013230******************************************************************01323000
013240 369-WRITE-RET-REASON.                                            01324000
013770     PERFORM 371-WRITE-TOTAL-LINE                                 01377000
013780                                                                  01378000
013790     COMPUTE WS-CUMULTVA = (WS-TVA / 100) * WS-CUMUL              01379000
013800     IF WS-CUR-CERT NOT = SPACES                                  01380000
013810         MOVE 'TAX EXEMPT' TO ED-TOTAL                            01381000
013820         ADD WS-CUMUL TO WS-GRAND-EXEMPT                          01382000
013830     ELSE                                                         01383000
013840         MOVE WS-TVA TO ED-TVA                                    01384000
013850         STRING                                                   01385000
013860            'SALEE TAX (' DELIMITED BY SIZE                       01386000
013861            ED-TVA DELIMITED BY SIZE                              01386100
013862            '%)'   DELIMITED BY SIZE                              01386200
013863            INTO ED-TOTAL                                         01386300
013864         END-STRING                                               01386400
013865     END-IF                                                       01386500
013870     MOVE WS-CUMULTVA TO WS-TOT-AMT                               01387000
013880     PERFORM 371-WRITE-TOTAL-LINE                                 01388000
013890                                                                  01389000
014170     MOVE 'TOTAL' TO ED-TOTAL                                     01417000
014180     MOVE WS-CUMULTTC TO WS-TOT-AMT                               01418000
014190     PERFORM 371-WRITE-TOTAL-LINE                                 01419000
014191     IF WS-CUR-CERT NOT = SPACES                                  01419100
014192         MOVE WS-CUR-CERT   TO ED-CERT-NO                         01419200
014193         MOVE WS-CUR-EXTYPE TO ED-CERT-TYPE                       01419300
014194         WRITE ENR-FAC FROM L-CERT-NOTE                           01419400
014195     END-IF                                                       01419500
014200                                                                  01420000
014210     ADD WS-CUMUL    TO WS-GRAND-CUMUL                            01421000
014220     ADD WS-CUMULTVA TO WS-GRAND-TVA                              01422000
014820     MOVE 'N' TO WS-COM-CAP-SW                                    01482000
014830     IF WS-COM-BASE > WS-COM-THRESHOLD                            01483000
014840         COMPUTE WS-COM-PART1 =                                   01484000
014850            WS-COM-THRESHOLD * WS-SHR-COM                         01485000
014860         COMPUTE WS-COM-PART2 =                                   01486000
014870            (WS-COM-BASE - WS-COM-THRESHOLD) *                    01487000
014880            (WS-SHR-COM + WS-COM-BONUS)                           01488000
014890     ELSE                                                         01489000
014900         COMPUTE WS-COM-PART1 = WS-SHR-COM * WS-COM-BASE          01490000
014910         MOVE ZERO TO WS-COM-PART2                                01491000
014920     END-IF                                                       01492000
014930     COMPUTE WS-CUMULCOM = WS-COM-PART1 + WS-COM-PART2            01493000
014940     IF WS-CUMULCOM > WS-COM-CAP                                  01494000
014950         MOVE WS-COM-CAP TO WS-CUMULCOM                           01495000
014960         MOVE 'Y' TO WS-COM-CAP-SW                                01496000
014961     END-IF                                                       01496100
014961     EXIT.                                                        01496101
014961                                                                  01496102
014961******************************************************************01496103
014961* PARAGRAPHES DU PARTAGE DE COMMISSION : LE SOUS-TOTAL DE LA      01496104
014961* COMMANDE (WS-COM-BASE) EST REPARTI SELON LES PARTS, LA DERNIERE 01496105
014961* PART PRENANT L ARRONDI. CHAQUE PART EST COMMISSIONNEE AU TAUX,  01496106
014961* AUX PALIERS ET AU PLAFOND DE SON VENDEUR ET ECRIT SA LIGNE      01496107
014962* COMWORK. EN SORTIE WS-CUMULCOM EST LE TOTAL DES PARTS ET        01496200
014962* COM-CAPPED EST VRAI SI UNE PART AU MOINS EST PLAFONNEE          01496201
014962******************************************************************01496202
014962 376-SPLIT-COMMISSION.                                            01496203
014962     MOVE WS-COM-BASE TO WS-SPL-BASE                              01496204
014962     MOVE ZERO TO WS-SPL-DONE                                     01496205
014962     MOVE ZERO TO WS-SPL-COM                                      01496206
014962     MOVE 'N' TO WS-SPL-CAP-SW                                    01496207
014963     MOVE ZERO TO WS-SPT-FIRST                                    01496300
014963     MOVE ZERO TO WS-SPT-LAST                                     01496301
014963     PERFORM 377-SCAN-SPLIT                                       01496302
014963        VARYING WS-SPT-I FROM 1 BY 1                              01496303
014963           UNTIL WS-SPT-I > WS-SPT-CNT                            01496304
014963     IF WS-SPT-FIRST = ZERO                                       01496305
014963         MOVE WS-CUR-E-NO  TO WS-SHR-E-NO                         01496306
014963         MOVE WS-CUR-LNAME TO WS-SHR-LNAME                        01496307
014964         MOVE WS-CUR-FNAME TO WS-SHR-FNAME                        01496400
014964         MOVE WS-CUR-DNAME TO WS-SHR-DNAME                        01496401
014964         MOVE WS-CUR-COM   TO WS-SHR-COM                          01496402
014964         MOVE 100          TO WS-SHR-PCT                          01496403
014964         PERFORM 379-COMMISSION-ONE-SHARE                         01496404
014964     ELSE                                                         01496405
014964         PERFORM 378-SHARE-FROM-TABLE                             01496406
014964            VARYING WS-SPT-I FROM WS-SPT-FIRST BY 1               01496407
014965               UNTIL WS-SPT-I > WS-SPT-LAST                       01496500
014965     END-IF                                                       01496501
014965     MOVE WS-SPL-COM    TO WS-CUMULCOM                            01496502
014965     MOVE WS-SPL-CAP-SW TO WS-COM-CAP-SW                          01496503
014965     MOVE WS-SPL-BASE   TO WS-COM-BASE                            01496504
014965     EXIT.                                                        01496505
014965                                                                  01496506
014965 377-SCAN-SPLIT.                                                  01496507
014966     IF SPT-O-NO(WS-SPT-I) = WS-CUR-ORD                           01496600
014966         IF WS-SPT-FIRST = ZERO                                   01496601
014966             MOVE WS-SPT-I TO WS-SPT-FIRST                        01496602
014966         END-IF                                                   01496603
014966         MOVE WS-SPT-I TO WS-SPT-LAST                             01496604
014966     END-IF                                                       01496605
014966     EXIT.                                                        01496606
014966                                                                  01496607
014967 378-SHARE-FROM-TABLE.                                            01496700
014967     MOVE SPT-E-NO(WS-SPT-I)  TO WS-SHR-E-NO                      01496701
014967     MOVE SPT-LNAME(WS-SPT-I) TO WS-SHR-LNAME                     01496702
014967     MOVE SPT-FNAME(WS-SPT-I) TO WS-SHR-FNAME                     01496703
014967     MOVE SPT-DNAME(WS-SPT-I) TO WS-SHR-DNAME                     01496704
014967     MOVE SPT-COM(WS-SPT-I)   TO WS-SHR-COM                       01496705
014967     MOVE SPT-SHARE(WS-SPT-I) TO WS-SHR-PCT                       01496706
014967     IF WS-SPT-I = WS-SPT-LAST                                    01496707
014968         COMPUTE WS-COM-BASE = WS-SPL-BASE - WS-SPL-DONE          01496800
014968     ELSE                                                         01496801
014968         COMPUTE WS-COM-BASE ROUNDED =                            01496802
014968            WS-SPL-BASE * WS-SHR-PCT / 100                        01496803
014968         ADD WS-COM-BASE TO WS-SPL-DONE                           01496804
014968     END-IF                                                       01496805
014968     PERFORM 379-COMMISSION-ONE-SHARE                             01496806
014968     EXIT.                                                        01496807
014969                                                                  01496900
014969 379-COMMISSION-ONE-SHARE.                                        01496901
014969     PERFORM 372-COMPUTE-COMMISSION                               01496902
014969     PERFORM 380-ACCUM-PAYROLL                                    01496903
014969     ADD WS-CUMULCOM TO WS-SPL-COM                                01496904
014969     IF COM-CAPPED                                                01496905
014969         MOVE 'Y' TO WS-SPL-CAP-SW                                01496906
014970     END-IF                                                       01497000
014980     EXIT.                                                        01498000
014990                                                                  01499000
015090     MOVE WS-QUANTITY   TO INVXD-QTY                              01509000
015100     MOVE WS-PRICE      TO INVXD-PRICE                            01510000
015110     MOVE WS-SUMPROD    TO INVXD-LINETOT                          01511000
015111     MOVE WS-UNIT-COST  TO INVXD-UNIT-COST                        01511100
015111     MOVE WS-LINE-COST  TO INVXD-COST-TOT                         01511101
015112     MOVE WS-LIST-PRICE TO INVXD-LIST-PRICE                       01511200
015112     MOVE WS-LINE-DISC  TO INVXD-LINE-DISC                        01511201
015113     IF WS-CON-HIT > ZERO                                         01511300
015113         MOVE CNT-TYPE(WS-CON-HIT) TO INVXD-CONT-TYPE             01511301
015114     ELSE                                                         01511400
015114         MOVE SPACE TO INVXD-CONT-TYPE                            01511401
015115     END-IF                                                       01511500
015115     MOVE WS-CUR-CERT   TO INVXD-CERT-NO                          01511501
015116     MOVE WS-CUR-EXTYPE TO INVXD-EXEMPT-TYPE                      01511600
015116     MOVE WS-CARRIER    TO INVXD-CARRIER                          01511601
015117     MOVE WS-TRACKING   TO INVXD-TRACKING                         01511700
015120     WRITE ENR-INVX FROM L-INVX-DET                               01512000
015130     EXIT.                                                        01513000
015140                                                                  01514000
015150 375-WRITE-INVX-HEADER.                                           01515000
015160     INITIALIZE L-INVX-HDR                                        01516000
015170     EVALUATE TRUE                                                01517000
015180         WHEN CREDIT-CUR-DOC                                      01518000
015190             MOVE 'C' TO INVXH-TYPE                               01519000
015200         WHEN RELEASE-CUR-DOC                                     01520000
015210             MOVE 'B' TO INVXH-TYPE                               01521000
015211         WHEN OTHER                                               01521100
015212             MOVE 'H' TO INVXH-TYPE                               01521200
015213     END-EVALUATE                                                 01521300
015220     MOVE WS-CUR-ORD   TO INVXH-O-NO                              01522000
015230     MOVE WS-CUR-O-DATE TO INVXH-O-DATE                           01523000
015231     PERFORM 374-CHECK-PERIOD                                     01523100
015240     MOVE WS-CUR-COMPANY TO INVXH-COMPANY                         01524000
015250     MOVE WS-CUR-LNAME TO INVXH-LNAME                             01525000
015260     MOVE WS-CUR-FNAME TO INVXH-FNAME                             01526000
015430     EXIT.                                                        01543000
015440                                                                  01544000
015450******************************************************************01545000
015451* PARAGRAPHE DE CONTROLE DE PERIODE : UN DOCUMENT DATE DANS UN    01545100
015451* MOIS CLOS PREND LE PREMIER JOUR DU MOIS OUVERT SUIVANT          01545101
015452******************************************************************01545200
015452 374-CHECK-PERIOD.                                                01545201
015453     MOVE WS-CUR-O-DATE(1:10) TO WS-PER-DOC-DATE                  01545300
015453     CALL 'PJPT3PER' USING BY REFERENCE WS-PER-DOC-DATE           01545301
015454                                        WS-PER-POST-DATE          01545400
015454                                        WS-PER-REDATE-SW          01545401
015455     IF DOC-REDATED                                               01545500
015455         MOVE WS-PER-POST-DATE TO INVXH-O-DATE                    01545501
015456         ADD 1 TO WS-REDATE-CNT                                   01545600
015456         DISPLAY 'DOCUMENT ' WS-CUR-ORD ' OF ' WS-PER-DOC-DATE    01545601
015457                 ' IN A CLOSED PERIOD - DATED ' WS-PER-POST-DATE  01545700
015457     END-IF                                                       01545701
015458     EXIT.                                                        01545800
015458                                                                  01545801
015459******************************************************************01545900
015460* PARAGRAPHE D ECRITURE D UNE LIGNE DE COMMISSION DANS LE         01546000
015470* FICHIER DE TRAVAIL : UNE PAR COMMANDE FACTUREE. LES CUMULS      01547000
015480* PAR EMPLOYE ET PAR DEPARTEMENT SONT FAITS EN FIN DE RUN PAR     01548000
015500******************************************************************01550000
015510 380-ACCUM-PAYROLL.                                               01551000
015520     INITIALIZE L-COMW                                            01552000
015530     MOVE WS-SHR-E-NO    TO CMW-E-NO                              01553000
015540     MOVE WS-SHR-LNAME   TO CMW-LNAME                             01554000
015550     MOVE WS-SHR-FNAME   TO CMW-FNAME                             01555000
015560     MOVE WS-SHR-DNAME   TO CMW-DNAME                             01556000
015570     MOVE WS-CUR-ORD     TO CMW-O-NO                              01557000
015580     MOVE WS-CUR-COMPANY TO CMW-COMPANY                           01558000
015590     MOVE WS-COM-BASE    TO CMW-SUBTOT                            01559000
015600     MOVE WS-CUMULCOM    TO CMW-COM                               01560000
015610     MOVE WS-COM-PART1   TO CMW-BASE                              01561000
015620     MOVE WS-COM-PART2   TO CMW-BONUS                             01562000
015630     MOVE WS-SHR-COM     TO CMW-RATE                              01563000
015640     MOVE WS-COM-CAP-SW  TO CMW-CAP-SW                            01564000
015641     MOVE WS-SHR-PCT     TO CMW-SHARE                             01564100
015650     WRITE ENR-COMWORK FROM L-COMW                                01565000
015660     EXIT.                                                        01566000
015670                                                                  01567000
016220     WRITE ENR-FAC FROM L-BOX-PROD                                01622000
016230     WRITE ENR-FAC FROM L-ENTETE-BOX-PROD                         01623000
016240     ADD 6 TO WS-LINE-CNT                                         01624000
016241     IF WS-CARRIER NOT = SPACES                                   01624100
016242         ADD 1 TO WS-LINE-CNT                                     01624200
016243     END-IF                                                       01624300
016250     MOVE ZERO TO WS-ORD-CUMUL                                    01625000
016260     PERFORM 361-WRITE-LINE-PROD                                  01626000
016270        UNTIL FF-EXT OR WS-O-NO NOT = WS-CUR-ORD                  01627000
016290     WRITE ENR-FAC FROM L-BOX-PROD                                01629000
016300     PERFORM 368-APPLY-ORDER-DISC                                 01630000
016310     MOVE WS-ORD-CUMUL TO WS-COM-BASE                             01631000
016320     PERFORM 376-SPLIT-COMMISSION                                 01632000
016330     IF COM-CAPPED                                                01633000
016340         MOVE 'Y' TO WS-DOC-CAP-SW                                01634000
016350     END-IF                                                       01635000
016360     ADD WS-CUMULCOM TO WS-DOC-COM                                01636000
016380     EXIT.                                                        01638000
016390                                                                  01639000
016400******************************************************************01640000
016910     MOVE 'TOTAL INVOICED (TTC)'      TO REGA-LABEL               01691000
016920     MOVE WS-GRAND-TTC                TO REGA-VALUE               01692000
016930     WRITE ENR-REG FROM L-REG-AMT                                 01693000
016931                                                                  01693100
016931     WRITE ENR-REG FROM L-REG-VIDE                                01693101
016931                                                                  01693102
016932     MOVE 'TOTAL STANDARD COST'       TO REGA-LABEL               01693200
016932     MOVE WS-GRAND-COST               TO REGA-VALUE               01693201
016932     WRITE ENR-REG FROM L-REG-AMT                                 01693202
016933                                                                  01693300
016933     MOVE 'LINES WITHOUT STD COST'    TO REGC-LABEL               01693301
016933     MOVE WS-NOCOST-CNT               TO REGC-VALUE               01693302
016934     WRITE ENR-REG FROM L-REG-CNT                                 01693400
016934                                                                  01693401
016934     WRITE ENR-REG FROM L-REG-VIDE                                01693402
016935                                                                  01693500
016935     MOVE 'TOTAL TAX-EXEMPT SALES'    TO REGA-LABEL               01693501
016935     MOVE WS-GRAND-EXEMPT             TO REGA-VALUE               01693502
016936     WRITE ENR-REG FROM L-REG-AMT                                 01693600
016936                                                                  01693601
016936     MOVE 'EXPIRED CERTIFICATES TAXED' TO REGC-LABEL              01693602
016937     MOVE WS-CERTX-CNT                TO REGC-VALUE               01693700
016937     WRITE ENR-REG FROM L-REG-CNT                                 01693701
016937                                                                  01693702
016938     WRITE ENR-REG FROM L-REG-VIDE                                01693800
016938                                                                  01693801
016938     MOVE 'DOCS DATED INTO OPEN PERIOD' TO REGC-LABEL             01693802
016939     MOVE WS-REDATE-CNT               TO REGC-VALUE               01693900
016939     WRITE ENR-REG FROM L-REG-CNT                                 01693901
016940     EXIT.                                                        01694000
016950                                                                  01695000
016960******************************************************************01696000
017030     MOVE WS-EXT-READ-CNT TO CTL2-EXT-READ                        01703000
017040     MOVE WS-INVOICE-CNT  TO CTL2-INVOICES                        01704000
017050     WRITE ENR-CTLTOT FROM L-CTL2                                 01705000
017051     EXIT.                                                        01705100
017052                                                                  01705200
017053******************************************************************01705300
017054* PARAGRAPHE DE FIN DE LA LISTE DES CERTIFICATS EXPIRES           01705400
017055******************************************************************01705500
017056 907-END-CERTEXCP.                                                01705600
017057     IF WS-CERTX-CNT = ZERO                                       01705700
017058         WRITE ENR-CERTEXCP FROM L-CXC-NONE                       01705800
017059     END-IF                                                       01705900
017060     EXIT.                                                        01706000
017070                                                                  01707000
017080******************************************************************01708000
017810     MOVE CMW-BASE    TO STM-BASE                                 01781000
017820     MOVE CMW-BONUS   TO STM-BONUS                                01782000
017830     MOVE CMW-COM     TO STM-COM                                  01783000
017831     MOVE CMW-SHARE   TO STM-SHARE                                01783100
017840     IF CMW-CAP-SW = 'Y'                                          01784000
017850         MOVE '*' TO STM-CAP                                      01785000
017860         MOVE 'Y' TO WS-ANY-CAP-SW                                01786000
