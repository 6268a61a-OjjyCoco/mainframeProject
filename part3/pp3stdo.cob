000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3STO.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - STANDING ORDERS : GENERATES   00020000
000210*                  EACH OCCURRENCE OF THE STANDORD STANDING       00021000
000220*                  ORDERS DUE UP TO THE RUN DATE AS AN ORDER IN   00022000
000230*                  API5.ORDERS/ITEMS, WITH THE EDITS OF PJORDE    00023000
000240*                  (CUSTOMER, SALESPERSON, PRODUCT, PRICE FROM THE00024000
000250*                  CONTRACT OR THE PRODUCT, CREDIT CHECK WITH PARK00025000
000260*                  IN ORDHOLD) AND THE SHIP-TO ON SHIPTO. SKIPS   00026000
000270*                  SUSPENDED ORDERS, DELETED CUSTOMERS, CUSTOMERS 00027000
000280*                  ON HOLD AND PRODUCTS NO LONGER ON FILE. RUNS   00028000
000290*                  AHEAD OF PJPART3L AND LISTS WHAT WAS CREATED   00029000
000300*                  AND WHAT WAS SKIPPED WITH THE REASON           00030000
000301* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00030100
000302*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00030200
000303*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00030300
000304* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00030400
000305*                  NO UNSET FIELD REACHES JOBLOG                  00030500
000310******************************************************************00031000
000320                                                                  00032000
000330 ENVIRONMENT DIVISION.                                            00033000
000340 INPUT-OUTPUT SECTION.                                            00034000
000350 FILE-CONTROL.                                                    00035000
000360******************************************************************00036000
000370* COMMANDES PERMANENTES (VOIR COPY SORDREC), LUES EN SEQUENCE ET  00037000
000380* MISES A JOUR DE LA DERNIERE DATE TRAITEE                        00038000
000390******************************************************************00039000
000400      SELECT SORF ASSIGN TO STANDORD                              00040000
000410      ORGANIZATION IS INDEXED                                     00041000
000420      ACCESS MODE  IS DYNAMIC                                     00042000
000430      RECORD KEY   IS SOR-KEY                                     00043000
000440      FILE STATUS  IS WS-SORF-STATUS.                             00044000
000450******************************************************************00045000
000460* FICHIER DES CONDITIONS CLIENT (PRIX CONTRAT / REMISE)           00046000
000470******************************************************************00047000
000480      SELECT CONT ASSIGN TO CONTRACT                              00048000
000490      ORGANIZATION IS SEQUENTIAL                                  00049000
000500      FILE STATUS IS WS-CONT-STATUS.                              00050000
000510******************************************************************00051000
000520* KSDS LUS POUR LE CONTROLE DE CREDIT : LIMITES DE CREDIT,        00052000
000530* ENCOURS AR ET HISTORIQUE DES FACTURES                           00053000
000540******************************************************************00054000
000550      SELECT CRLF ASSIGN TO CREDLIM                               00055000
000560      ORGANIZATION IS INDEXED                                     00056000
000570      ACCESS MODE  IS RANDOM                                      00057000
000580      RECORD KEY   IS CRL-KEY                                     00058000
000590      FILE STATUS  IS WS-CRLF-STATUS.                             00059000
000600      SELECT ARBF ASSIGN TO ARBAL                                 00060000
000610      ORGANIZATION IS INDEXED                                     00061000
000620      ACCESS MODE  IS RANDOM                                      00062000
000630      RECORD KEY   IS ARB-KEY                                     00063000
000640      FILE STATUS  IS WS-ARBF-STATUS.                             00064000
000650      SELECT HISF ASSIGN TO INVHIST                               00065000
000660      ORGANIZATION IS INDEXED                                     00066000
000670      ACCESS MODE  IS RANDOM                                      00067000
000680      RECORD KEY   IS HIST-KEY                                    00068000
000690      FILE STATUS  IS WS-HISF-STATUS.                             00069000
000700******************************************************************00070000
000710* KSDS MIS A JOUR : COMMANDES BLOQUEES (PARCOURU AU DEBUT POUR    00071000
000720* LES CLIENTS BLOQUES) ET ADRESSES DE LIVRAISON                   00072000
000730******************************************************************00073000
000740      SELECT HLDF ASSIGN TO ORDHOLD                               00074000
000750      ORGANIZATION IS INDEXED                                     00075000
000760      ACCESS MODE  IS DYNAMIC                                     00076000
000770      RECORD KEY   IS HLD-KEY                                     00077000
000780      FILE STATUS  IS WS-HLDF-STATUS.                             00078000
000790      SELECT SHIPF ASSIGN TO SHIPTO                               00079000
000800      ORGANIZATION IS INDEXED                                     00080000
000810      ACCESS MODE  IS RANDOM                                      00081000
000820      RECORD KEY   IS SHI-KEY                                     00082000
000830      FILE STATUS  IS WS-SHIPF-STATUS.                            00083000
000840******************************************************************00084000
000850* ETAT DE GENERATION DES COMMANDES PERMANENTES                    00085000
000860******************************************************************00086000
000870      SELECT SORR ASSIGN TO STDORDR                               00087000
000880      ORGANIZATION  IS SEQUENTIAL.                                00088000
000890                                                                  00089000
000900******************************************************************00090000
000910                                                                  00091000
000920 DATA DIVISION.                                                   00092000
000930 FILE SECTION.                                                    00093000
000940 FD SORF.                                                         00094000
000950     COPY SORDREC.                                                00095000
000960                                                                  00096000
000970 FD CONT.                                                         00097000
000980 01 ENR-CONTRACT PIC X(40).                                       00098000
000990                                                                  00099000
001000 FD CRLF.                                                         00100000
001010     COPY CRLMREC.                                                00101000
001020                                                                  00102000
001030 FD ARBF.                                                         00103000
001040     COPY ARBLREC.                                                00104000
001050                                                                  00105000
001060 FD HISF.                                                         00106000
001070 01 HIST-RECORD.                                                  00107000
001080    05 HIST-KEY.                                                  00108000
001090       10 HK-O-NO PIC 9(6).                                       00109000
001100       10 HK-TYPE PIC X(1).                                       00110000
001110       10 HK-SEQ  PIC 9(3).                                       00111000
001120    05 HIST-DATA  PIC X(204).                                     00112000
001130                                                                  00113000
001140 FD HLDF.                                                         00114000
001150     COPY ORDHREC.                                                00115000
001160                                                                  00116000
001170 FD SHIPF.                                                        00117000
001180     COPY SHIPREC.                                                00118000
001190                                                                  00119000
001200 FD SORR.                                                         00120000
001210 01 ENR-STDORDR PIC X(132).                                       00121000
001220                                                                  00122000
001230 WORKING-STORAGE SECTION.                                         00123000
001240******************************************************************00124000
001250* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00125000
001260******************************************************************00126000
001270 77 FLAG-SORF   PIC 9 VALUE 0.                                    00127000
001280    88 FF-SORF VALUE 1.                                           00128000
001290 77 FLAG-CONT   PIC 9 VALUE 0.                                    00129000
001300    88 FF-CONT VALUE 1.                                           00130000
001310 77 FLAG-HLDF   PIC 9 VALUE 0.                                    00131000
001320    88 FF-HLDF VALUE 1.                                           00132000
001330 77 WS-SORF-STATUS  PIC X(2) VALUE SPACES.                        00133000
001340 77 WS-CONT-STATUS  PIC X(2) VALUE SPACES.                        00134000
001350 77 WS-CRLF-STATUS  PIC X(2) VALUE SPACES.                        00135000
001360 77 WS-ARBF-STATUS  PIC X(2) VALUE SPACES.                        00136000
001370 77 WS-HISF-STATUS  PIC X(2) VALUE SPACES.                        00137000
001380 77 WS-HLDF-STATUS  PIC X(2) VALUE SPACES.                        00138000
001390 77 WS-SHIPF-STATUS PIC X(2) VALUE SPACES.                        00139000
001400 77 WS-SORF-SW PIC X(1) VALUE 'N'.                                00140000
001410    88 STANDORD-OPEN VALUE 'Y'.                                   00141000
001420 77 WS-CRLF-SW PIC X(1) VALUE 'N'.                                00142000
001430    88 CREDLIM-OPEN VALUE 'Y'.                                    00143000
001440 77 WS-ARBF-SW PIC X(1) VALUE 'N'.                                00144000
001450    88 ARBAL-OPEN   VALUE 'Y'.                                    00145000
001460 77 WS-HISF-SW PIC X(1) VALUE 'N'.                                00146000
001470    88 INVHIST-OPEN VALUE 'Y'.                                    00147000
001480                                                                  00148000
001490 77 WS-ANO PIC 99 VALUE ZERO.                                     00149000
001500                                                                  00150000
001510******************************************************************00151000
001520* CARTE SYSIN : DATE DU TRAITEMENT (AAAA-MM-JJ), DATE DES         00152000
001530* COMMANDES GENEREES ET DERNIERE ECHEANCE PRISE EN COMPTE         00153000
001540******************************************************************00154000
001550 77 WS-RUN-DATE PIC X(10) VALUE SPACES.                           00155000
001560                                                                  00156000
001570******************************************************************00157000
001580* CALCUL DES ECHEANCES SUR LES DATES EN JOURS (INTEGER-OF-DATE :  00158000
001590* LE JOUR 1 EST LE LUNDI 1ER JANVIER 1601, D OU LE JOUR DE LA     00159000
001600* SEMAINE PAR LE RESTE DE LA DIVISION PAR 7)                      00160000
001610******************************************************************00161000
001620 01 W-YMD.                                                        00162000
001630      05 W-YMD-Y PIC X(4).                                        00163000
001640      05 W-YMD-M PIC X(2).                                        00164000
001650      05 W-YMD-D PIC X(2).                                        00165000
001660 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00166000
001670 77 WS-DATE-X    PIC X(10) VALUE SPACES.                          00167000
001680 77 WS-DATE-INT  PIC S9(9) COMP VALUE ZERO.                       00168000
001690 77 WS-RUN-INT   PIC S9(9) COMP VALUE ZERO.                       00169000
001700 77 WS-START-INT PIC S9(9) COMP VALUE ZERO.                       00170000
001710 77 WS-FROM-INT  PIC S9(9) COMP VALUE ZERO.                       00171000
001720 77 WS-TO-INT    PIC S9(9) COMP VALUE ZERO.                       00172000
001730 77 WS-DUE-INT   PIC S9(9) COMP VALUE ZERO.                       00173000
001740 77 WS-WORK-INT  PIC S9(9) COMP VALUE ZERO.                       00174000
001750 77 WS-QUOT      PIC S9(9) COMP VALUE ZERO.                       00175000
001760 77 WS-DOW       PIC S9(4) COMP VALUE ZERO.                       00176000
001770 77 WS-WEEK-REM  PIC S9(4) COMP VALUE ZERO.                       00177000
001780 77 WS-DAY-OF-M  PIC 9(2) VALUE ZERO.                             00178000
001790 77 WS-DUE-DATE  PIC X(10) VALUE SPACES.                          00179000
001800 77 WS-DUE-SW    PIC X(1) VALUE 'N'.                              00180000
001810    88 OCCURRENCE-DUE VALUE 'Y'.                                  00181000
001820 77 WS-STOP-SW   PIC X(1) VALUE 'N'.                              00182000
001830    88 SO-STOPPED VALUE 'Y'.                                      00183000
001840 77 WS-SO-CHG    PIC X(1) VALUE 'N'.                              00184000
001850    88 SO-CHANGED VALUE 'Y'.                                      00185000
001860                                                                  00186000
001870******************************************************************00187000
001880* CLIENTS AYANT UNE COMMANDE BLOQUEE (STATUT H) DANS ORDHOLD,     00188000
001890* INDICES PAR LE NUMERO CLIENT. UNE COMMANDE BLOQUEE PAR CE       00189000
001900* TRAITEMENT BLOQUE AUSSI LES ECHEANCES SUIVANTES DU CLIENT       00190000
001910******************************************************************00191000
001920 01 HOLD-TABLE.                                                   00192000
001930      05 HOLD-FLAG PIC X(1) OCCURS 999 TIMES.                     00193000
001940         88 CUSTOMER-ON-HOLD VALUE 'H'.                           00194000
001950                                                                  00195000
001960******************************************************************00196000
001970* TABLE DES CONDITIONS CLIENT : SEUL LE PRIX CONTRAT (P) FIXE LE  00197000
001980* PRIX DE LA LIGNE, LA REMISE (D) EST APPLIQUEE A LA FACTURATION  00198000
001990* PAR PJPART3B. LA CONDITION PRODUIT PRIME SUR LA CONDITION ***   00199000
002000******************************************************************00200000
002010 01 L-CONTRACT.                                                   00201000
002020      05 CON-C-NO     PIC 9(3).                                   00202000
002030      05 CON-P-NO     PIC X(3).                                   00203000
002040      05 CON-TYPE     PIC X(1).                                   00204000
002050      05 CON-PCT      PIC 99V99.                                  00205000
002060      05 CON-PRICE    PIC 9(5)V99.                                00206000
002070      05 CON-EFF-FROM PIC X(10).                                  00207000
002080      05 CON-EFF-TO   PIC X(10).                                  00208000
002090      05 FILLER       PIC X(2).                                   00209000
002100                                                                  00210000
002110 01 CONTRACT-TABLE.                                               00211000
002120      05 CON-ENTRY OCCURS 500 TIMES INDEXED BY CON-IDX.           00212000
002130         10 CNT-C-NO     PIC 9(3).                                00213000
002140         10 CNT-P-NO     PIC X(3).                                00214000
002150         10 CNT-TYPE     PIC X(1).                                00215000
002160         10 CNT-PCT      PIC 99V99.                               00216000
002170         10 CNT-PRICE    PIC 9(5)V99.                             00217000
002180         10 CNT-EFF-FROM PIC X(10).                               00218000
002190         10 CNT-EFF-TO   PIC X(10).                               00219000
002200 77 WS-CON-CNT PIC 9(3) VALUE ZERO.                               00220000
002210 77 WS-CON-MAX PIC 9(3) VALUE 500.                                00221000
002220 77 WS-CON-I   PIC 9(3) VALUE ZERO.                               00222000
002230 77 WS-CON-HIT PIC 9(3) VALUE ZERO.                               00223000
002240                                                                  00224000
002250******************************************************************00225000
002260* ECHEANCE EN COURS ET SES LIGNES                                 00226000
002270******************************************************************00227000
002280 01 WS-OCC.                                                       00228000
002290      05 OCC-COMPANY  PIC X(30).                                  00229000
002300      05 OCC-O-NO     PIC 9(6).                                   00230000
002310      05 OCC-REASON   PIC X(40).                                  00231000
002320      05 OCC-LINE-OK  PIC 9(1).                                   00232000
002330                                                                  00233000
002340 01 LIN-TABLE.                                                    00234000
002350      05 LIN-ENTRY OCCURS 8 TIMES INDEXED BY LIN-IDX.             00235000
002360         10 LIN-P-NO     PIC X(3).                                00236000
002370         10 LIN-QTY      PIC 9(2).                                00237000
002380         10 LIN-PRICE    PIC 9(5)V99.                             00238000
002390         10 LIN-SW       PIC X(1).                                00239000
002400            88 LIN-REJECTED VALUE 'R'.                            00240000
002410                                                                  00241000
002420******************************************************************00242000
002430* DECLARATION DES ZONES DB2                                       00243000
002440******************************************************************00244000
002450     EXEC SQL                                                     00245000
002460        INCLUDE SQLCA                                             00246000
002470     END-EXEC.                                                    00247000
002480                                                                  00248000
002490     EXEC SQL                                                     00249000
002500        INCLUDE ORDERS                                            00250000
002510     END-EXEC.                                                    00251000
002520                                                                  00252000
002530     EXEC SQL                                                     00253000
002540        INCLUDE CUSTS                                             00254000
002550     END-EXEC.                                                    00255000
002560                                                                  00256000
002570     EXEC SQL                                                     00257000
002580        INCLUDE EMPLO                                             00258000
002590     END-EXEC.                                                    00259000
002600                                                                  00260000
002610     EXEC SQL                                                     00261000
002620        INCLUDE PRODUCTS                                          00262000
002630     END-EXEC.                                                    00263000
002640                                                                  00264000
002650     EXEC SQL                                                     00265000
002660        INCLUDE ITEMS                                             00266000
002670     END-EXEC.                                                    00267000
002680                                                                  00268000
002690******************************************************************00269000
002700* CURSEUR DES AUTRES COMMANDES DU CLIENT POUR LE CALCUL DE        00270000
002710* L ENCOURS NON FACTURE AU MOMENT DU CONTROLE DE CREDIT           00271000
002720******************************************************************00272000
002730     EXEC SQL                                                     00273000
002740        DECLARE CPEND CURSOR FOR                                  00274000
002750           SELECT O_NO                                            00275000
002760           FROM API5.ORDERS                                       00276000
002770           WHERE C_NO = :ORDER-C-NO                               00277000
002780             AND O_NO <> :ORDER-O-NO                              00278000
002790     END-EXEC.                                                    00279000
002800                                                                  00280000
002810 77 WS-SQL-SW      PIC X(1) VALUE 'Y'.                            00281000
002820    88 SQL-OK VALUE 'Y'.                                          00282000
002830 77 ED-SQLCODE     PIC +Z(8)9.                                    00283000
002840 77 WS-MAX-IND     PIC S9(4) COMP VALUE ZERO.                     00284000
002850                                                                  00285000
002860******************************************************************00286000
002870* CONTROLE DE CREDIT (MEMES REGLES QUE PJORDE)                    00287000
002880******************************************************************00288000
002890 77 WS-ORD-VALUE   PIC S9(9)V99 VALUE ZERO.                       00289000
002900 77 WS-OPEN-AR     PIC S9(9)V99 VALUE ZERO.                       00290000
002910 77 WS-PENDING     PIC S9(9)V99 COMP-3 VALUE ZERO.                00291000
002920 77 WS-PENDING-IND PIC S9(4) COMP VALUE ZERO.                     00292000
002930 77 WS-PEND-TOT    PIC S9(9)V99 VALUE ZERO.                       00293000
002940 77 WS-PEND-SW     PIC X VALUE 'Y'.                               00294000
002950    88 PENDING-UNBILLED VALUE 'Y'.                                00295000
002960 77 WS-EXPOSURE    PIC S9(9)V99 VALUE ZERO.                       00296000
002970 77 WS-OVER-SW     PIC X VALUE 'N'.                               00297000
002980    88 OVER-LIMIT VALUE 'Y'.                                      00298000
002990                                                                  00299000
003000******************************************************************00300000
003010* COMPTEURS DE CONTROLE                                           00301000
003020******************************************************************00302000
003030 77 WS-SO-READ    PIC 9(7) VALUE ZERO.                            00303000
003040 77 WS-SO-ENDED   PIC 9(7) VALUE ZERO.                            00304000
003050 77 WS-OCC-DUE    PIC 9(7) VALUE ZERO.                            00305000
003060 77 WS-OCC-MADE   PIC 9(7) VALUE ZERO.                            00306000
003070 77 WS-OCC-HELD   PIC 9(7) VALUE ZERO.                            00307000
003080 77 WS-OCC-SKIP   PIC 9(7) VALUE ZERO.                            00308000
003090 77 WS-LIN-LOADED PIC 9(7) VALUE ZERO.                            00309000
003100 77 WS-LIN-REJ    PIC 9(7) VALUE ZERO.                            00310000
003110 77 WS-TOT-AMT    PIC S9(11)V99 VALUE ZERO.                       00311000
003120                                                                  00312000
003130******************************************************************00313000
003140* DECLARATION DES LIGNES DE L ETAT DE GENERATION                  00314000
003150******************************************************************00315000
003160 77 L-SOR-VIDE PIC X(132) VALUE SPACES.                           00316000
003170                                                                  00317000
003180 01 L-SOR-TITLE.                                                  00318000
003190      05 FILLER   PIC X(36) VALUE                                 00319000
003200         'STANDING ORDER GENERATION - RUN '.                      00320000
003210      05 SRT-DATE PIC X(10).                                      00321000
003220      05 FILLER   PIC X(86) VALUE SPACES.                         00322000
003230                                                                  00323000
003240 01 L-SOR-HDR.                                                    00324000
003250      05 FILLER PIC X(5)  VALUE 'CUST'.                           00325000
003260      05 FILLER PIC X(31) VALUE 'COMPANY'.                        00326000
003270      05 FILLER PIC X(5)  VALUE 'S/O'.                            00327000
003280      05 FILLER PIC X(5)  VALUE 'FREQ'.                           00328000
003290      05 FILLER PIC X(11) VALUE 'DUE DATE'.                       00329000
003300      05 FILLER PIC X(8)  VALUE 'ORDER'.                          00330000
003310      05 FILLER PIC X(67) VALUE 'STATUS / REASON'.                00331000
003320                                                                  00332000
003330 01 L-SOR-OCC.                                                    00333000
003340      05 SRO-C-NO    PIC ZZ9.                                     00334000
003350      05 FILLER      PIC X(2) VALUE SPACES.                       00335000
003360      05 SRO-COMPANY PIC X(30).                                   00336000
003370      05 FILLER      PIC X(1) VALUE SPACE.                        00337000
003380      05 SRO-SO-NO   PIC ZZ9.                                     00338000
003390      05 FILLER      PIC X(2) VALUE SPACES.                       00339000
003400      05 SRO-FREQ    PIC X(1).                                    00340000
003410      05 FILLER      PIC X(4) VALUE SPACES.                       00341000
003420      05 SRO-DUE     PIC X(10).                                   00342000
003430      05 FILLER      PIC X(1) VALUE SPACE.                        00343000
003440      05 SRO-O-NO    PIC ZZZZZ9.                                  00344000
003450      05 FILLER      PIC X(2) VALUE SPACES.                       00345000
003460      05 SRO-STATUS  PIC X(9).                                    00346000
003470      05 SRO-REASON  PIC X(40).                                   00347000
003480      05 FILLER      PIC X(18) VALUE SPACES.                      00348000
003490                                                                  00349000
003500 01 L-SOR-LINE.                                                   00350000
003510      05 FILLER      PIC X(8) VALUE SPACES.                       00351000
003520      05 FILLER      PIC X(8) VALUE 'PRODUCT '.                   00352000
003530      05 SRL-P-NO    PIC X(3).                                    00353000
003540      05 FILLER      PIC X(5) VALUE ' QTY '.                      00354000
003550      05 SRL-QTY     PIC Z9.                                      00355000
003560      05 FILLER      PIC X(2) VALUE SPACES.                       00356000
003570      05 SRL-REASON  PIC X(40).                                   00357000
003580      05 FILLER      PIC X(64) VALUE SPACES.                      00358000
003590                                                                  00359000
003600 01 L-SOR-CNT.                                                    00360000
003610      05 SOR-CNT-LABEL PIC X(38).                                 00361000
003620      05 FILLER        PIC X(9) VALUE SPACES.                     00362000
003630      05 SOR-CNT-VALUE PIC Z(6)9.                                 00363000
003640      05 FILLER        PIC X(78) VALUE SPACES.                    00364000
003650                                                                  00365000
003660 01 L-SOR-TOT.                                                    00366000
003670      05 SOR-TOT-LABEL PIC X(38).                                 00367000
003680      05 FILLER        PIC X(4) VALUE SPACES.                     00368000
003690      05 SOR-TOT-VALUE PIC Z(11)9.99-.                            00369000
003700      05 FILLER        PIC X(74) VALUE SPACES.                    00370000
003710                                                                  00371000
003711******************************************************************00371100
003712* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00371200
003713******************************************************************00371300
003714     COPY JLGREC.                                                 00371400
003715                                                                  00371500
003720 PROCEDURE DIVISION.                                              00372000
003721                                                                  00372100
003721     INITIALIZE L-JOBLOG                                          00372101
003722     MOVE 'PJPT3STO' TO JLG-PROGRAM                               00372200
003723     MOVE 'S' TO JLG-TYPE                                         00372300
003724     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00372400
003730                                                                  00373000
003740     PERFORM 100-INITIALIZE                                       00374000
003750                                                                  00375000
003760     IF STANDORD-OPEN                                             00376000
003770         PERFORM 200-READ-SORF                                    00377000
003780         PERFORM 300-PROCESS-STANDORD UNTIL FF-SORF               00378000
003790     END-IF                                                       00379000
003800                                                                  00380000
003810     PERFORM 900-WRITE-TOTALS                                     00381000
003820                                                                  00382000
003830     IF CREDLIM-OPEN                                              00383000
003840         CLOSE CRLF                                               00384000
003850     END-IF                                                       00385000
003860     IF ARBAL-OPEN                                                00386000
003870         CLOSE ARBF                                               00387000
003880     END-IF                                                       00388000
003890     IF INVHIST-OPEN                                              00389000
003900         CLOSE HISF                                               00390000
003910     END-IF                                                       00391000
003920     IF STANDORD-OPEN                                             00392000
003930         CLOSE SORF                                               00393000
003940     END-IF                                                       00394000
003950     CLOSE HLDF                                                   00395000
003960     CLOSE SHIPF                                                  00396000
003970     CLOSE SORR                                                   00397000
003971                                                                  00397100
003972     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00397200
003973     MOVE WS-SO-READ TO JLG-IN-CNT                                00397300
003974     MOVE WS-OCC-MADE TO JLG-OUT-CNT                              00397400
003975     MOVE RETURN-CODE TO JLG-RC                                   00397500
003976     MOVE 'E' TO JLG-TYPE                                         00397600
003977     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00397700
003978                                                                  00397800
003980     GOBACK.                                                      00398000
003990                                                                  00399000
004000******************************************************************00400000
004010* PARAGRAPHE D INITIALISATION : CARTE SYSIN, TABLES ET OUVERTURE  00401000
004020* DES FICHIERS                                                    00402000
004030******************************************************************00403000
004040 100-INITIALIZE.                                                  00404000
004050     ACCEPT WS-RUN-DATE FROM SYSIN                                00405000
004060     MOVE WS-RUN-DATE TO WS-DATE-X                                00406000
004070     PERFORM 810-DATE-TO-INT                                      00407000
004080     IF WS-DATE-INT = ZERO                                        00408000
004090         DISPLAY 'SYSIN RUN DATE INVALID : ' WS-RUN-DATE          00409000
004100         PERFORM ABEND-PROG                                       00410000
004110     END-IF                                                       00411000
004120     MOVE WS-DATE-INT TO WS-RUN-INT                               00412000
004130                                                                  00413000
004140     OPEN OUTPUT SORR                                             00414000
004150     MOVE WS-RUN-DATE TO SRT-DATE                                 00415000
004160     WRITE ENR-STDORDR FROM L-SOR-TITLE                           00416000
004170     WRITE ENR-STDORDR FROM L-SOR-VIDE                            00417000
004180     WRITE ENR-STDORDR FROM L-SOR-HDR                             00418000
004190                                                                  00419000
004200     PERFORM 130-LOAD-CONTRACTS                                   00420000
004210     PERFORM 150-OPEN-KSDS                                        00421000
004220     PERFORM 160-LOAD-HOLDS                                       00422000
004230     EXIT.                                                        00423000
004240                                                                  00424000
004250******************************************************************00425000
004260* CHARGEMENT DES CONDITIONS CLIENT (COMME PJPART3B)               00426000
004270******************************************************************00427000
004280 130-LOAD-CONTRACTS.                                              00428000
004290     INITIALIZE CONTRACT-TABLE                                    00429000
004300     OPEN INPUT CONT                                              00430000
004310     IF WS-CONT-STATUS = '00'                                     00431000
004320         PERFORM 132-READ-CONT                                    00432000
004330         PERFORM 134-LOAD-ONE-CONTRACT UNTIL FF-CONT              00433000
004340         CLOSE CONT                                               00434000
004350     ELSE                                                         00435000
004360         DISPLAY 'NO CONTRACT FILE : ' WS-CONT-STATUS             00436000
004370     END-IF                                                       00437000
004380     EXIT.                                                        00438000
004390                                                                  00439000
004400 132-READ-CONT.                                                   00440000
004410     READ CONT INTO L-CONTRACT                                    00441000
004420         AT END                                                   00442000
004430              SET FF-CONT TO TRUE                                 00443000
004440     END-READ                                                     00444000
004450     IF WS-CONT-STATUS NOT = '00' AND WS-CONT-STATUS NOT = '10'   00445000
004460         SET FF-CONT TO TRUE                                      00446000
004470     END-IF                                                       00447000
004480     EXIT.                                                        00448000
004490                                                                  00449000
004500 134-LOAD-ONE-CONTRACT.                                           00450000
004510     IF WS-CON-CNT >= WS-CON-MAX                                  00451000
004520         DISPLAY 'CONTRACT TABLE FULL - ENTRY SKIPPED : '         00452000
004530                 CON-C-NO                                         00453000
004540     ELSE                                                         00454000
004550         ADD 1 TO WS-CON-CNT                                      00455000
004560         SET CON-IDX TO WS-CON-CNT                                00456000
004570         MOVE CON-C-NO     TO CNT-C-NO(CON-IDX)                   00457000
004580         MOVE CON-P-NO     TO CNT-P-NO(CON-IDX)                   00458000
004590         MOVE CON-TYPE     TO CNT-TYPE(CON-IDX)                   00459000
004600         MOVE CON-PCT      TO CNT-PCT(CON-IDX)                    00460000
004610         MOVE CON-PRICE    TO CNT-PRICE(CON-IDX)                  00461000
004620         MOVE CON-EFF-FROM TO CNT-EFF-FROM(CON-IDX)               00462000
004630         MOVE CON-EFF-TO   TO CNT-EFF-TO(CON-IDX)                 00463000
004640     END-IF                                                       00464000
004650     PERFORM 132-READ-CONT                                        00465000
004660     EXIT.                                                        00466000
004670                                                                  00467000
004680******************************************************************00468000
004690* OUVERTURE DES KSDS. STANDORD ABSENT = AUCUNE COMMANDE           00469000
004700* PERMANENTE ; CREDLIM, ARBAL ET INVHIST SONT FACULTATIFS (PAS DE 00470000
004710* LIMITE, PAS D ENCOURS, AUCUNE COMMANDE FACTUREE)                00471000
004720******************************************************************00472000
004730 150-OPEN-KSDS.                                                   00473000
004740     OPEN I-O SORF                                                00474000
004750     IF WS-SORF-STATUS = '00'                                     00475000
004760         MOVE 'Y' TO WS-SORF-SW                                   00476000
004770     ELSE                                                         00477000
004780         DISPLAY 'NO STANDORD FILE : ' WS-SORF-STATUS             00478000
004790     END-IF                                                       00479000
004800     OPEN INPUT CRLF                                              00480000
004810     IF WS-CRLF-STATUS = '00'                                     00481000
004820         MOVE 'Y' TO WS-CRLF-SW                                   00482000
004830     ELSE                                                         00483000
004840         DISPLAY 'NO CREDLIM FILE : ' WS-CRLF-STATUS              00484000
004850     END-IF                                                       00485000
004860     OPEN INPUT ARBF                                              00486000
004870     IF WS-ARBF-STATUS = '00'                                     00487000
004880         MOVE 'Y' TO WS-ARBF-SW                                   00488000
004890     ELSE                                                         00489000
004900         DISPLAY 'NO ARBAL FILE : ' WS-ARBF-STATUS                00490000
004910     END-IF                                                       00491000
004920     OPEN INPUT HISF                                              00492000
004930     IF WS-HISF-STATUS = '00'                                     00493000
004940         MOVE 'Y' TO WS-HISF-SW                                   00494000
004950     ELSE                                                         00495000
004960         DISPLAY 'NO INVHIST FILE : ' WS-HISF-STATUS              00496000
004970     END-IF                                                       00497000
004980                                                                  00498000
004990     OPEN I-O HLDF                                                00499000
005000     IF WS-HLDF-STATUS NOT = '00'                                 00500000
005010         DISPLAY 'ERREUR OUVERTURE ORDHOLD : ' WS-HLDF-STATUS     00501000
005020         PERFORM ABEND-PROG                                       00502000
005030     END-IF                                                       00503000
005040     OPEN I-O SHIPF                                               00504000
005050     IF WS-SHIPF-STATUS NOT = '00'                                00505000
005060         DISPLAY 'ERREUR OUVERTURE SHIPTO : ' WS-SHIPF-STATUS     00506000
005070         PERFORM ABEND-PROG                                       00507000
005080     END-IF                                                       00508000
005090     EXIT.                                                        00509000
005100                                                                  00510000
005110******************************************************************00511000
005120* PARCOURS D ORDHOLD : UN CLIENT AYANT UNE COMMANDE BLOQUEE POUR  00512000
005130* CREDIT (STATUT H, PAS ENCORE LIBEREE PAR PJCR) EST BLOQUE       00513000
005140******************************************************************00514000
005150 160-LOAD-HOLDS.                                                  00515000
005160     MOVE SPACES TO HOLD-TABLE                                    00516000
005170     MOVE ZERO TO HLD-O-NO                                        00517000
005180     START HLDF KEY IS NOT LESS THAN HLD-KEY                      00518000
005190     IF WS-HLDF-STATUS = '00'                                     00519000
005200         PERFORM 162-READ-HLDF                                    00520000
005210         PERFORM 164-LOAD-ONE-HOLD UNTIL FF-HLDF                  00521000
005220     END-IF                                                       00522000
005230     EXIT.                                                        00523000
005240                                                                  00524000
005250 162-READ-HLDF.                                                   00525000
005260     READ HLDF NEXT RECORD                                        00526000
005270         AT END                                                   00527000
005280              SET FF-HLDF TO TRUE                                 00528000
005290     END-READ                                                     00529000
005300     IF WS-HLDF-STATUS NOT = '00' AND WS-HLDF-STATUS NOT = '10'   00530000
005310         SET FF-HLDF TO TRUE                                      00531000
005320     END-IF                                                       00532000
005330     EXIT.                                                        00533000
005340                                                                  00534000
005350 164-LOAD-ONE-HOLD.                                               00535000
005360     IF HOLD-CREDIT AND HLD-C-NO > ZERO                           00536000
005370         MOVE 'H' TO HOLD-FLAG(HLD-C-NO)                          00537000
005380     END-IF                                                       00538000
005390     PERFORM 162-READ-HLDF                                        00539000
005400     EXIT.                                                        00540000
005410                                                                  00541000
005420 200-READ-SORF.                                                   00542000
005430     READ SORF NEXT RECORD                                        00543000
005440         AT END                                                   00544000
005450              SET FF-SORF TO TRUE                                 00545000
005460     END-READ                                                     00546000
005470     IF WS-SORF-STATUS NOT = '00' AND WS-SORF-STATUS NOT = '10'   00547000
005480         DISPLAY 'ERREUR LECTURE STANDORD : ' WS-SORF-STATUS      00548000
005490         PERFORM ABEND-PROG                                       00549000
005500     END-IF                                                       00550000
005510     EXIT.                                                        00551000
005520                                                                  00552000
005530******************************************************************00553000
005540* UNE COMMANDE PERMANENTE : LES JOURS DU LENDEMAIN DE LA DERNIERE 00554000
005550* DATE TRAITEE (OU DE LA DATE DE DEBUT) JUSQU A LA DATE DU        00555000
005560* TRAITEMENT (OU DE FIN) SONT EXAMINES UN A UN. LA DERNIERE DATE  00556000
005570* TRAITEE AVANCE MEME SI LA COMMANDE EST SUSPENDUE : UNE REPRISE  00557000
005580* NE RATTRAPE PAS LES ECHEANCES SAUTEES. LA COMMANDE DONT LA      00558000
005590* DATE DE FIN EST ATTEINTE PASSE AU STATUT E                      00559000
005600******************************************************************00560000
005610 300-PROCESS-STANDORD.                                            00561000
005620     ADD 1 TO WS-SO-READ                                          00562000
005630     MOVE 'N' TO WS-STOP-SW                                       00563000
005640     MOVE 'N' TO WS-SO-CHG                                        00564000
005650     IF NOT SOR-ENDED                                             00565000
005660         PERFORM 310-SET-WINDOW                                   00566000
005670         IF WS-FROM-INT > ZERO AND WS-TO-INT > ZERO               00567000
005680             PERFORM 320-EXAMINE-DAY                              00568000
005690                VARYING WS-DUE-INT FROM WS-FROM-INT BY 1          00569000
005700                   UNTIL WS-DUE-INT > WS-TO-INT OR SO-STOPPED     00570000
005710             IF NOT SO-STOPPED AND WS-TO-INT >= WS-FROM-INT       00571000
005720                 MOVE WS-TO-INT TO WS-DATE-INT                    00572000
005730                 PERFORM 820-INT-TO-DATE                          00573000
005740                 MOVE WS-DATE-X TO SOR-LAST-DATE                  00574000
005750                 MOVE 'Y' TO WS-SO-CHG                            00575000
005760             END-IF                                               00576000
005770             IF NOT SO-STOPPED AND SOR-END-DATE NOT = SPACES      00577000
005780                AND SOR-END-DATE <= WS-RUN-DATE                   00578000
005790                 MOVE 'E' TO SOR-STATUS                           00579000
005800                 MOVE WS-RUN-DATE TO SOR-CHG-DATE                 00580000
005810                 MOVE 'STANDORD' TO SOR-USERID                    00581000
005820                 MOVE 'Y' TO WS-SO-CHG                            00582000
005830                 ADD 1 TO WS-SO-ENDED                             00583000
005840             END-IF                                               00584000
005850             IF SO-CHANGED                                        00585000
005860                 PERFORM 360-REWRITE-STANDORD                     00586000
005870             END-IF                                               00587000
005880         END-IF                                                   00588000
005890     END-IF                                                       00589000
005900     PERFORM 200-READ-SORF                                        00590000
005910     EXIT.                                                        00591000
005920                                                                  00592000
005930******************************************************************00593000
005940* FENETRE DES ECHEANCES : DU MAX(DEBUT, DERNIERE DATE + 1) AU     00594000
005950* MIN(DATE DU TRAITEMENT, DATE DE FIN). UNE DATE ILLISIBLE SUR LA 00595000
005960* COMMANDE LA FAIT IGNORER AVEC UN MESSAGE                        00596000
005970******************************************************************00597000
005980 310-SET-WINDOW.                                                  00598000
005990     MOVE SOR-START-DATE TO WS-DATE-X                             00599000
006000     PERFORM 810-DATE-TO-INT                                      00600000
006010     MOVE WS-DATE-INT TO WS-START-INT                             00601000
006020     MOVE WS-DATE-INT TO WS-FROM-INT                              00602000
006030     IF SOR-LAST-DATE NOT = SPACES AND WS-FROM-INT > ZERO         00603000
006040         MOVE SOR-LAST-DATE TO WS-DATE-X                          00604000
006050         PERFORM 810-DATE-TO-INT                                  00605000
006060         IF WS-DATE-INT >= WS-FROM-INT                            00606000
006070             COMPUTE WS-FROM-INT = WS-DATE-INT + 1                00607000
006080         END-IF                                                   00608000
006090     END-IF                                                       00609000
006100     MOVE WS-RUN-INT TO WS-TO-INT                                 00610000
006110     IF SOR-END-DATE NOT = SPACES AND WS-FROM-INT > ZERO          00611000
006120         MOVE SOR-END-DATE TO WS-DATE-X                           00612000
006130         PERFORM 810-DATE-TO-INT                                  00613000
006140         IF WS-DATE-INT = ZERO                                    00614000
006150             MOVE ZERO TO WS-TO-INT                               00615000
006160         ELSE                                                     00616000
006170             IF WS-DATE-INT < WS-TO-INT                           00617000
006180                 MOVE WS-DATE-INT TO WS-TO-INT                    00618000
006190             END-IF                                               00619000
006200         END-IF                                                   00620000
006210     END-IF                                                       00621000
006220     IF WS-FROM-INT = ZERO OR WS-TO-INT = ZERO                    00622000
006230         DISPLAY 'STANDING ORDER DATES INVALID - IGNORED : '      00623000
006240                 SOR-C-NO '-' SOR-NO                              00624000
006250     END-IF                                                       00625000
006260     EXIT.                                                        00626000
006270                                                                  00627000
006280******************************************************************00628000
006290* UN JOUR DE LA FENETRE EST-IL UNE ECHEANCE ?                     00629000
006300*   W : LE JOUR DE LA SEMAINE SOR-DAY (1 = LUNDI)                 00630000
006310*   F : IDEM, UNE SEMAINE SUR DEUX A COMPTER DE LA DATE DE DEBUT  00631000
006320*   M : LE JOUR SOR-DAY DU MOIS, OU LE DERNIER JOUR D UN MOIS     00632000
006330*       PLUS COURT                                                00633000
006340******************************************************************00634000
006350 320-EXAMINE-DAY.                                                 00635000
006360     MOVE 'N' TO WS-DUE-SW                                        00636000
006370     COMPUTE WS-WORK-INT = WS-DUE-INT - 1                         00637000
006380     DIVIDE WS-WORK-INT BY 7 GIVING WS-QUOT REMAINDER WS-DOW      00638000
006390     ADD 1 TO WS-DOW                                              00639000
006400     EVALUATE TRUE                                                00640000
006410         WHEN SOR-WEEKLY                                          00641000
006420             IF WS-DOW = SOR-DAY                                  00642000
006430                 MOVE 'Y' TO WS-DUE-SW                            00643000
006440             END-IF                                               00644000
006450         WHEN SOR-FORTNIGHTLY                                     00645000
006460             IF WS-DOW = SOR-DAY                                  00646000
006470                 COMPUTE WS-WORK-INT = WS-DUE-INT - WS-START-INT  00647000
006480                 DIVIDE WS-WORK-INT BY 7 GIVING WS-QUOT           00648000
006490                 DIVIDE WS-QUOT BY 2 GIVING WS-WORK-INT           00649000
006500                    REMAINDER WS-WEEK-REM                         00650000
006510                 IF WS-WEEK-REM = ZERO                            00651000
006520                     MOVE 'Y' TO WS-DUE-SW                        00652000
006530                 END-IF                                           00653000
006540             END-IF                                               00654000
006550         WHEN SOR-MONTHLY                                         00655000
006560             MOVE WS-DUE-INT TO WS-DATE-INT                       00656000
006570             PERFORM 820-INT-TO-DATE                              00657000
006580             MOVE W-YMD-D TO WS-DAY-OF-M                          00658000
006590             IF WS-DAY-OF-M = SOR-DAY                             00659000
006600                 MOVE 'Y' TO WS-DUE-SW                            00660000
006610             ELSE                                                 00661000
006620                 IF SOR-DAY > WS-DAY-OF-M                         00662000
006630                     COMPUTE WS-DATE-INT = WS-DUE-INT + 1         00663000
006640                     PERFORM 820-INT-TO-DATE                      00664000
006650                     IF W-YMD-D = '01'                            00665000
006660                         MOVE 'Y' TO WS-DUE-SW                    00666000
006670                     END-IF                                       00667000
006680                 END-IF                                           00668000
006690             END-IF                                               00669000
006700     END-EVALUATE                                                 00670000
006710     IF OCCURRENCE-DUE                                            00671000
006720         MOVE WS-DUE-INT TO WS-DATE-INT                           00672000
006730         PERFORM 820-INT-TO-DATE                                  00673000
006740         MOVE WS-DATE-X TO WS-DUE-DATE                            00674000
006750         PERFORM 400-PROCESS-OCCURRENCE                           00675000
006760     END-IF                                                       00676000
006770     EXIT.                                                        00677000
006780                                                                  00678000
006790******************************************************************00679000
006800* UNE ECHEANCE : COMMANDE SUSPENDUE, CLIENT SUPPRIME OU BLOQUE,   00680000
006810* VENDEUR INCONNU OU PLUS AUCUN PRODUIT AU FICHIER = ECHEANCE     00681000
006820* SAUTEE AVEC LE MOTIF ; SINON LA COMMANDE EST CREEE. UNE ERREUR  00682000
006830* SQL ARRETE LA COMMANDE PERMANENTE SANS AVANCER SA DERNIERE      00683000
006840* DATE : L ECHEANCE SERA REPRISE AU PROCHAIN PASSAGE              00684000
006850******************************************************************00685000
006860 400-PROCESS-OCCURRENCE.                                          00686000
006870     ADD 1 TO WS-OCC-DUE                                          00687000
006880     MOVE 'Y' TO WS-SQL-SW                                        00688000
006890     INITIALIZE WS-OCC                                            00689000
006900     INITIALIZE LIN-TABLE                                         00690000
006910     IF SOR-SUSPENDED                                             00691000
006920         MOVE 'STANDING ORDER SUSPENDED' TO OCC-REASON            00692000
006930     ELSE                                                         00693000
006940         PERFORM 430-CHECK-CUSTOMER                               00694000
006950         IF OCC-REASON = SPACES AND CUSTOMER-ON-HOLD(SOR-C-NO)    00695000
006960             MOVE 'CUSTOMER ON CREDIT HOLD' TO OCC-REASON         00696000
006970         END-IF                                                   00697000
006980         IF OCC-REASON = SPACES                                   00698000
006990             PERFORM 440-CHECK-EMPLOYEE                           00699000
007000         END-IF                                                   00700000
007010         IF OCC-REASON = SPACES                                   00701000
007020             PERFORM 450-EDIT-LINE                                00702000
007030                VARYING LIN-IDX FROM 1 BY 1                       00703000
007040                   UNTIL LIN-IDX > SOR-LINE-CNT OR NOT SQL-OK     00704000
007050             IF SQL-OK AND OCC-LINE-OK = ZERO                     00705000
007060                 MOVE 'NO PRODUCT LEFT ON FILE' TO OCC-REASON     00706000
007070             END-IF                                               00707000
007080         END-IF                                                   00708000
007090     END-IF                                                       00709000
007100     IF OCC-REASON = SPACES                                       00710000
007110         PERFORM 500-LOAD-ORDER                                   00711000
007120     END-IF                                                       00712000
007130     IF NOT SQL-OK                                                00713000
007140         MOVE 'Y' TO WS-STOP-SW                                   00714000
007150     END-IF                                                       00715000
007160     IF OCC-O-NO = ZERO                                           00716000
007170         ADD 1 TO WS-OCC-SKIP                                     00717000
007180     ELSE                                                         00718000
007190         ADD 1 TO WS-OCC-MADE                                     00719000
007200         MOVE WS-DUE-DATE TO SOR-LAST-DATE                        00720000
007210         MOVE OCC-O-NO    TO SOR-LAST-O-NO                        00721000
007220         ADD 1 TO SOR-GEN-CNT                                     00722000
007230         PERFORM 360-REWRITE-STANDORD                             00723000
007240     END-IF                                                       00724000
007250     PERFORM 700-REPORT-OCCURRENCE                                00725000
007260     EXIT.                                                        00726000
007270                                                                  00727000
007280 360-REWRITE-STANDORD.                                            00728000
007290     REWRITE STANDORD-RECORD                                      00729000
007300     IF WS-SORF-STATUS NOT = '00'                                 00730000
007310         DISPLAY 'ERREUR REECRITURE STANDORD : ' WS-SORF-STATUS   00731000
007320         PERFORM ABEND-PROG                                       00732000
007330     END-IF                                                       00733000
007340     EXIT.                                                        00734000
007350                                                                  00735000
007360 430-CHECK-CUSTOMER.                                              00736000
007370     INITIALIZE ST-CUSTS                                          00737000
007380     MOVE SOR-C-NO TO CUSTS-C-NO                                  00738000
007390     EXEC SQL                                                     00739000
007400        SELECT COMPANY                                            00740000
007410            INTO :CUSTS-COMPANY                                   00741000
007420            FROM API5.CUSTOMERS                                   00742000
007430            WHERE C_NO = :CUSTS-C-NO                              00743000
007440     END-EXEC                                                     00744000
007450     EVALUATE TRUE                                                00745000
007460         WHEN SQLCODE = ZERO                                      00746000
007470             MOVE CUSTS-COMPANY TO OCC-COMPANY                    00747000
007480         WHEN SQLCODE = +100                                      00748000
007490             MOVE 'CUSTOMER NOT ON FILE' TO OCC-REASON            00749000
007500         WHEN OTHER                                               00750000
007510             PERFORM 950-SQL-ERROR                                00751000
007520     END-EVALUATE                                                 00752000
007530     EXIT.                                                        00753000
007540                                                                  00754000
007550 440-CHECK-EMPLOYEE.                                              00755000
007560     INITIALIZE ST-EMPLO                                          00756000
007570     MOVE SOR-S-NO TO EMPLO-E-NO                                  00757000
007580     EXEC SQL                                                     00758000
007590        SELECT LNAME, FNAME                                       00759000
007600            INTO :EMPLO-LNAME, :EMPLO-FNAME                       00760000
007610            FROM API5.EMPLOYEES                                   00761000
007620            WHERE E_NO = :EMPLO-E-NO                              00762000
007630     END-EXEC                                                     00763000
007640     EVALUATE TRUE                                                00764000
007650         WHEN SQLCODE = ZERO                                      00765000
007660             CONTINUE                                             00766000
007670         WHEN SQLCODE = +100                                      00767000
007680             MOVE 'SALESPERSON NOT ON FILE' TO OCC-REASON         00768000
007690         WHEN OTHER                                               00769000
007700             PERFORM 950-SQL-ERROR                                00770000
007710     END-EVALUATE                                                 00771000
007720     EXIT.                                                        00772000
007730                                                                  00773000
007740******************************************************************00774000
007750* CONTROLES D UNE LIGNE : PRODUIT CONNU (SINON LA LIGNE EST       00775000
007760* SAUTEE ET SIGNALEE) ; PRIX DU CONTRAT OU, A DEFAUT, DU PRODUIT  00776000
007770******************************************************************00777000
007780 450-EDIT-LINE.                                                   00778000
007790     MOVE SOR-P-NO(LIN-IDX) TO LIN-P-NO(LIN-IDX)                  00779000
007800     MOVE SOR-QTY(LIN-IDX)  TO LIN-QTY(LIN-IDX)                   00780000
007810     MOVE SPACE             TO LIN-SW(LIN-IDX)                    00781000
007820     PERFORM 454-CHECK-PRODUCT                                    00782000
007830     IF SQL-OK AND NOT LIN-REJECTED(LIN-IDX)                      00783000
007840         PERFORM 456-SET-PRICE                                    00784000
007850         ADD 1 TO OCC-LINE-OK                                     00785000
007860     END-IF                                                       00786000
007870     EXIT.                                                        00787000
007880                                                                  00788000
007890 454-CHECK-PRODUCT.                                               00789000
007900     INITIALIZE ST-PROD                                           00790000
007910     MOVE LIN-P-NO(LIN-IDX) TO PROD-P-NO                          00791000
007920     EXEC SQL                                                     00792000
007930        SELECT DESCRIPTION, PRICE                                 00793000
007940            INTO :PROD-DESCRIPTION, :PROD-PRICE                   00794000
007950            FROM API5.PRODUCTS                                    00795000
007960            WHERE P_NO = :PROD-P-NO                               00796000
007970     END-EXEC                                                     00797000
007980     EVALUATE TRUE                                                00798000
007990         WHEN SQLCODE = ZERO                                      00799000
008000             CONTINUE                                             00800000
008010         WHEN SQLCODE = +100                                      00801000
008020             MOVE 'R' TO LIN-SW(LIN-IDX)                          00802000
008030         WHEN OTHER                                               00803000
008040             PERFORM 950-SQL-ERROR                                00804000
008050     END-EVALUATE                                                 00805000
008060     EXIT.                                                        00806000
008070                                                                  00807000
008080 456-SET-PRICE.                                                   00808000
008090     MOVE PROD-PRICE TO LIN-PRICE(LIN-IDX)                        00809000
008100     MOVE ZERO TO WS-CON-HIT                                      00810000
008110     PERFORM 457-SCAN-CONTRACT                                    00811000
008120        VARYING WS-CON-I FROM 1 BY 1                              00812000
008130           UNTIL WS-CON-I > WS-CON-CNT                            00813000
008140     IF WS-CON-HIT > ZERO                                         00814000
008150         IF CNT-TYPE(WS-CON-HIT) = 'P'                            00815000
008160             MOVE CNT-PRICE(WS-CON-HIT) TO LIN-PRICE(LIN-IDX)     00816000
008170         END-IF                                                   00817000
008180     END-IF                                                       00818000
008190     EXIT.                                                        00819000
008200                                                                  00820000
008210 457-SCAN-CONTRACT.                                               00821000
008220     IF CNT-C-NO(WS-CON-I) = SOR-C-NO                             00822000
008230        AND (CNT-P-NO(WS-CON-I) = LIN-P-NO(LIN-IDX)               00823000
008240             OR CNT-P-NO(WS-CON-I) = '***')                       00824000
008250        AND WS-RUN-DATE >= CNT-EFF-FROM(WS-CON-I)                 00825000
008260        AND WS-RUN-DATE <= CNT-EFF-TO(WS-CON-I)                   00826000
008270         IF WS-CON-HIT = ZERO                                     00827000
008280            OR (CNT-P-NO(WS-CON-HIT) = '***'                      00828000
008290                AND CNT-P-NO(WS-CON-I) NOT = '***')               00829000
008300             MOVE WS-CON-I TO WS-CON-HIT                          00830000
008310         END-IF                                                   00831000
008320     END-IF                                                       00832000
008330     EXIT.                                                        00833000
008340                                                                  00834000
008350******************************************************************00835000
008360* CREATION DE LA COMMANDE (COMME PJPT3EPO) : NUMERO SUIVANT SOUS  00836000
008370* 900000, ORDERS DATEE DU JOUR DU TRAITEMENT POUR PASSER DANS LA  00837000
008380* LISTE DE PREPARATION PJPART3L, ITEMS, CONTROLE DE CREDIT AVEC   00838000
008390* BLOCAGE DANS ORDHOLD, ADRESSE DE LIVRAISON, PUIS COMMIT         00839000
008400******************************************************************00840000
008410 500-LOAD-ORDER.                                                  00841000
008420     INITIALIZE ST-ORDER                                          00842000
008430     EXEC SQL                                                     00843000
008440        SELECT MAX(O_NO)                                          00844000
008450            INTO :ORDER-O-NO :WS-MAX-IND                          00845000
008460            FROM API5.ORDERS                                      00846000
008470            WHERE O_NO < 900000                                   00847000
008480     END-EXEC                                                     00848000
008490     IF SQLCODE NOT = ZERO                                        00849000
008500         PERFORM 950-SQL-ERROR                                    00850000
008510     ELSE                                                         00851000
008520         IF WS-MAX-IND < ZERO                                     00852000
008530             MOVE ZERO TO ORDER-O-NO                              00853000
008540         END-IF                                                   00854000
008550         IF ORDER-O-NO >= 899999                                  00855000
008560             DISPLAY 'ORDER NUMBERS EXHAUSTED BELOW 900000'       00856000
008570             PERFORM ABEND-PROG                                   00857000
008580         END-IF                                                   00858000
008590         ADD 1 TO ORDER-O-NO                                      00859000
008600         MOVE ORDER-O-NO  TO OCC-O-NO                             00860000
008610         MOVE SOR-S-NO    TO ORDER-S-NO                           00861000
008620         MOVE SOR-C-NO    TO ORDER-C-NO                           00862000
008630         MOVE WS-RUN-DATE TO ORDER-O-DATE                         00863000
008640         EXEC SQL                                                 00864000
008650            INSERT INTO API5.ORDERS                               00865000
008660               (O_NO, S_NO, C_NO, O_DATE)                         00866000
008670            VALUES (:ORDER-O-NO, :ORDER-S-NO,                     00867000
008680                    :ORDER-C-NO, :ORDER-O-DATE)                   00868000
008690         END-EXEC                                                 00869000
008700         IF SQLCODE NOT = ZERO                                    00870000
008710             PERFORM 950-SQL-ERROR                                00871000
008720         END-IF                                                   00872000
008730     END-IF                                                       00873000
008740     MOVE ZERO TO WS-ORD-VALUE                                    00874000
008750     IF SQL-OK                                                    00875000
008760         PERFORM 510-INSERT-ONE-ITEM                              00876000
008770            VARYING LIN-IDX FROM 1 BY 1                           00877000
008780               UNTIL LIN-IDX > SOR-LINE-CNT OR NOT SQL-OK         00878000
008790     END-IF                                                       00879000
008800     IF SQL-OK                                                    00880000
008810         PERFORM 520-CREDIT-CHECK                                 00881000
008820     END-IF                                                       00882000
008830     IF SQL-OK                                                    00883000
008840         PERFORM 540-WRITE-SHIPTO                                 00884000
008850         IF OVER-LIMIT                                            00885000
008860             PERFORM 530-WRITE-HOLD                               00886000
008870         END-IF                                                   00887000
008880         EXEC SQL                                                 00888000
008890            COMMIT WORK                                           00889000
008900         END-EXEC                                                 00890000
008910         ADD OCC-LINE-OK TO WS-LIN-LOADED                         00891000
008920         ADD WS-ORD-VALUE TO WS-TOT-AMT                           00892000
008930     ELSE                                                         00893000
008940         EXEC SQL                                                 00894000
008950            ROLLBACK WORK                                         00895000
008960         END-EXEC                                                 00896000
008970         MOVE ZERO TO OCC-O-NO                                    00897000
008980     END-IF                                                       00898000
008990     EXIT.                                                        00899000
009000                                                                  00900000
009010 510-INSERT-ONE-ITEM.                                             00901000
009020     IF NOT LIN-REJECTED(LIN-IDX)                                 00902000
009030         INITIALIZE ST-ITEM                                       00903000
009040         MOVE OCC-O-NO            TO ITEM-O-NO                    00904000
009050         MOVE LIN-P-NO(LIN-IDX)   TO ITEM-P-NO                    00905000
009060         MOVE LIN-QTY(LIN-IDX)    TO ITEM-QUANTITY                00906000
009070         MOVE LIN-PRICE(LIN-IDX)  TO ITEM-PRICE                   00907000
009080         COMPUTE WS-ORD-VALUE = WS-ORD-VALUE                      00908000
009090            + LIN-QTY(LIN-IDX) * LIN-PRICE(LIN-IDX)               00909000
009100         EXEC SQL                                                 00910000
009110            INSERT INTO API5.ITEMS                                00911000
009120               (O_NO, P_NO, QUANTITY, PRICE)                      00912000
009130            VALUES (:ITEM-O-NO, :ITEM-P-NO,                       00913000
009140                    :ITEM-QUANTITY, :ITEM-PRICE)                  00914000
009150         END-EXEC                                                 00915000
009160         IF SQLCODE NOT = ZERO                                    00916000
009170             PERFORM 950-SQL-ERROR                                00917000
009180         END-IF                                                   00918000
009190     END-IF                                                       00919000
009200     EXIT.                                                        00920000
009210                                                                  00921000
009220******************************************************************00922000
009230* CONTROLE DE CREDIT : ENCOURS AR (ARBAL) PLUS LES AUTRES         00923000
009240* COMMANDES NON FACTUREES PLUS CETTE COMMANDE, CONTRE LA LIMITE   00924000
009250* CREDLIM. PAS DE LIMITE = PAS DE CONTROLE. AU-DELA, LA COMMANDE  00925000
009260* EST CREEE MAIS BLOQUEE DANS ORDHOLD JUSQU A LIBERATION (PJCR)   00926000
009270******************************************************************00927000
009280 520-CREDIT-CHECK.                                                00928000
009290     MOVE 'N' TO WS-OVER-SW                                       00929000
009300     IF CREDLIM-OPEN                                              00930000
009310         MOVE SOR-C-NO TO CRL-C-NO                                00931000
009320         READ CRLF KEY IS CRL-KEY                                 00932000
009330         IF WS-CRLF-STATUS = '00'                                 00933000
009340             PERFORM 522-GET-EXPOSURE                             00934000
009350             IF WS-EXPOSURE > CRL-LIMIT                           00935000
009360                 MOVE 'Y' TO WS-OVER-SW                           00936000
009370             END-IF                                               00937000
009380         END-IF                                                   00938000
009390     END-IF                                                       00939000
009400     EXIT.                                                        00940000
009410                                                                  00941000
009420 522-GET-EXPOSURE.                                                00942000
009430     MOVE ZERO TO WS-OPEN-AR                                      00943000
009440     IF ARBAL-OPEN                                                00944000
009450         MOVE SOR-C-NO TO ARB-C-NO                                00945000
009460         READ ARBF KEY IS ARB-KEY                                 00946000
009470         IF WS-ARBF-STATUS = '00'                                 00947000
009480             MOVE ARB-AMOUNT TO WS-OPEN-AR                        00948000
009490         END-IF                                                   00949000
009500     END-IF                                                       00950000
009510     MOVE ZERO TO WS-PEND-TOT                                     00951000
009520     INITIALIZE ST-ORDER                                          00952000
009530     MOVE SOR-C-NO TO ORDER-C-NO                                  00953000
009540     MOVE OCC-O-NO TO ORDER-O-NO                                  00954000
009550     EXEC SQL                                                     00955000
009560        OPEN CPEND                                                00956000
009570     END-EXEC                                                     00957000
009580     IF SQLCODE = ZERO                                            00958000
009590         PERFORM 524-FETCH-PENDING                                00959000
009600         PERFORM 526-ADD-PENDING-ORDER                            00960000
009610            UNTIL SQLCODE NOT = ZERO                              00961000
009620         IF SQLCODE NOT = +100                                    00962000
009630             PERFORM 950-SQL-ERROR                                00963000
009640         END-IF                                                   00964000
009650         EXEC SQL                                                 00965000
009660            CLOSE CPEND                                           00966000
009670         END-EXEC                                                 00967000
009680     ELSE                                                         00968000
009690         PERFORM 950-SQL-ERROR                                    00969000
009700     END-IF                                                       00970000
009710     COMPUTE WS-EXPOSURE =                                        00971000
009720        WS-OPEN-AR + WS-PEND-TOT + WS-ORD-VALUE                   00972000
009730     EXIT.                                                        00973000
009740                                                                  00974000
009750 524-FETCH-PENDING.                                               00975000
009760     EXEC SQL                                                     00976000
009770        FETCH CPEND                                               00977000
009780        INTO :ORDER-O-NO                                          00978000
009790     END-EXEC                                                     00979000
009800     EXIT.                                                        00980000
009810                                                                  00981000
009820 526-ADD-PENDING-ORDER.                                           00982000
009830     PERFORM 528-CHECK-UNBILLED                                   00983000
009840     IF PENDING-UNBILLED                                          00984000
009850         MOVE ZERO TO WS-PENDING                                  00985000
009860         INITIALIZE ST-ITEM                                       00986000
009870         MOVE ORDER-O-NO TO ITEM-O-NO                             00987000
009880         EXEC SQL                                                 00988000
009890            SELECT SUM(QUANTITY * PRICE)                          00989000
009900                INTO :WS-PENDING :WS-PENDING-IND                  00990000
009910                FROM API5.ITEMS                                   00991000
009920                WHERE O_NO = :ITEM-O-NO                           00992000
009930         END-EXEC                                                 00993000
009940         IF SQLCODE = ZERO AND WS-PENDING-IND >= ZERO             00994000
009950             ADD WS-PENDING TO WS-PEND-TOT                        00995000
009960         END-IF                                                   00996000
009970     END-IF                                                       00997000
009980     PERFORM 524-FETCH-PENDING                                    00998000
009990     EXIT.                                                        00999000
010000                                                                  01000000
010010 528-CHECK-UNBILLED.                                              01001000
010020     MOVE 'Y' TO WS-PEND-SW                                       01002000
010030     IF INVHIST-OPEN                                              01003000
010040         MOVE ORDER-O-NO TO HK-O-NO                               01004000
010050         MOVE 'H'  TO HK-TYPE                                     01005000
010060         MOVE ZERO TO HK-SEQ                                      01006000
010070         READ HISF KEY IS HIST-KEY                                01007000
010080         IF WS-HISF-STATUS = '00'                                 01008000
010090             MOVE 'N' TO WS-PEND-SW                               01009000
010100         END-IF                                                   01010000
010110     END-IF                                                       01011000
010120     IF PENDING-UNBILLED                                          01012000
010130         MOVE ORDER-O-NO TO HLD-O-NO                              01013000
010140         READ HLDF KEY IS HLD-KEY                                 01014000
010150         IF WS-HLDF-STATUS = '00' AND HLD-STATUS = 'X'            01015000
010160             MOVE 'N' TO WS-PEND-SW                               01016000
010170         END-IF                                                   01017000
010180     END-IF                                                       01018000
010190     EXIT.                                                        01019000
010200                                                                  01020000
010210 530-WRITE-HOLD.                                                  01021000
010220     INITIALIZE HOLD-RECORD                                       01022000
010230     MOVE OCC-O-NO     TO HLD-O-NO                                01023000
010240     MOVE 'H'          TO HLD-STATUS                              01024000
010250     MOVE SOR-C-NO     TO HLD-C-NO                                01025000
010260     MOVE OCC-COMPANY  TO HLD-COMPANY                             01026000
010270     MOVE WS-ORD-VALUE TO HLD-AMOUNT                              01027000
010280     MOVE WS-RUN-DATE  TO HLD-DATE                                01028000
010290     MOVE 'STANDORD'   TO HLD-USERID                              01029000
010300     WRITE HOLD-RECORD                                            01030000
010310     IF WS-HLDF-STATUS NOT = '00'                                 01031000
010320         DISPLAY 'ERREUR ECRITURE ORDHOLD : ' WS-HLDF-STATUS      01032000
010330         PERFORM ABEND-PROG                                       01033000
010340     END-IF                                                       01034000
010350     MOVE 'H' TO HOLD-FLAG(SOR-C-NO)                              01035000
010360     ADD 1 TO WS-OCC-HELD                                         01036000
010370     EXIT.                                                        01037000
010380                                                                  01038000
010390 540-WRITE-SHIPTO.                                                01039000
010400     IF SOR-SHIP-NAME NOT = SPACES                                01040000
010410         INITIALIZE SHIPTO-RECORD                                 01041000
010420         MOVE OCC-O-NO      TO SHI-O-NO                           01042000
010430         MOVE SOR-SHIP-NAME TO SHI-NAME                           01043000
010440         MOVE SOR-SHIP-ADDR TO SHI-ADDR                           01044000
010450         MOVE SOR-SHIP-CITY TO SHI-CITY                           01045000
010460         MOVE SOR-SHIP-ST   TO SHI-STATE                          01046000
010470         MOVE SOR-SHIP-ZIP  TO SHI-ZIP                            01047000
010480         WRITE SHIPTO-RECORD                                      01048000
010490         IF WS-SHIPF-STATUS NOT = '00'                            01049000
010500             DISPLAY 'ERREUR ECRITURE SHIPTO : ' WS-SHIPF-STATUS  01050000
010510             PERFORM ABEND-PROG                                   01051000
010520         END-IF                                                   01052000
010530     END-IF                                                       01053000
010540     EXIT.                                                        01054000
010550                                                                  01055000
010560******************************************************************01056000
010570* ETAT : UNE LIGNE PAR ECHEANCE (COMMANDE CREEE, BLOQUEE OU       01057000
010580* SAUTEE AVEC LE MOTIF), PUIS CHAQUE LIGNE SAUTEE FAUTE DE        01058000
010590* PRODUIT                                                         01059000
010600******************************************************************01060000
010610 700-REPORT-OCCURRENCE.                                           01061000
010620     MOVE SOR-C-NO       TO SRO-C-NO                              01062000
010630     MOVE OCC-COMPANY    TO SRO-COMPANY                           01063000
010640     MOVE SOR-NO         TO SRO-SO-NO                             01064000
010650     MOVE SOR-FREQ       TO SRO-FREQ                              01065000
010660     MOVE WS-DUE-DATE    TO SRO-DUE                               01066000
010670     MOVE OCC-O-NO       TO SRO-O-NO                              01067000
010680     MOVE OCC-REASON     TO SRO-REASON                            01068000
010690     EVALUATE TRUE                                                01069000
010700         WHEN OCC-O-NO = ZERO                                     01070000
010710             MOVE 'SKIPPED'  TO SRO-STATUS                        01071000
010720         WHEN OVER-LIMIT                                          01072000
010730             MOVE 'HELD'     TO SRO-STATUS                        01073000
010740             MOVE 'CREDIT LIMIT EXCEEDED - RELEASE BY PJCR'       01074000
010750                TO SRO-REASON                                     01075000
010760         WHEN OTHER                                               01076000
010770             MOVE 'CREATED'  TO SRO-STATUS                        01077000
010780     END-EVALUATE                                                 01078000
010790     WRITE ENR-STDORDR FROM L-SOR-OCC                             01079000
010800     IF OCC-O-NO > ZERO OR OCC-REASON = 'NO PRODUCT LEFT ON FILE' 01080000
010810         PERFORM 710-REPORT-LINE                                  01081000
010820            VARYING LIN-IDX FROM 1 BY 1                           01082000
010830               UNTIL LIN-IDX > SOR-LINE-CNT                       01083000
010840     END-IF                                                       01084000
010850     EXIT.                                                        01085000
010860                                                                  01086000
010870 710-REPORT-LINE.                                                 01087000
010880     IF LIN-REJECTED(LIN-IDX)                                     01088000
010890         ADD 1 TO WS-LIN-REJ                                      01089000
010900         MOVE LIN-P-NO(LIN-IDX) TO SRL-P-NO                       01090000
010910         MOVE LIN-QTY(LIN-IDX)  TO SRL-QTY                        01091000
010920         MOVE 'PRODUCT NOT ON FILE - LINE SKIPPED' TO SRL-REASON  01092000
010930         WRITE ENR-STDORDR FROM L-SOR-LINE                        01093000
010940     END-IF                                                       01094000
010950     EXIT.                                                        01095000
010960                                                                  01096000
010970******************************************************************01097000
010980* CONVERSION AAAA-MM-JJ EN JOURS (ZERO SI LA DATE EST ILLISIBLE)  01098000
010990* ET RETOUR                                                       01099000
011000******************************************************************01100000
011010 810-DATE-TO-INT.                                                 01101000
011020     MOVE ZERO TO WS-DATE-INT                                     01102000
011030     MOVE WS-DATE-X(1:4) TO W-YMD-Y                               01103000
011040     MOVE WS-DATE-X(6:2) TO W-YMD-M                               01104000
011050     MOVE WS-DATE-X(9:2) TO W-YMD-D                               01105000
011060     IF W-YMD-NUM NUMERIC                                         01106000
011070        AND W-YMD-M >= '01' AND W-YMD-M <= '12'                   01107000
011080        AND W-YMD-D >= '01' AND W-YMD-D <= '31'                   01108000
011090        AND W-YMD-Y >= '1601'                                     01109000
011100         COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)01110000
011110     END-IF                                                       01111000
011120     EXIT.                                                        01112000
011130                                                                  01113000
011140 820-INT-TO-DATE.                                                 01114000
011150     COMPUTE W-YMD-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)    01115000
011160     MOVE W-YMD-Y TO WS-DATE-X(1:4)                               01116000
011170     MOVE '-'     TO WS-DATE-X(5:1)                               01117000
011180     MOVE W-YMD-M TO WS-DATE-X(6:2)                               01118000
011190     MOVE '-'     TO WS-DATE-X(8:1)                               01119000
011200     MOVE W-YMD-D TO WS-DATE-X(9:2)                               01120000
011210     EXIT.                                                        01121000
011220                                                                  01122000
011230 900-WRITE-TOTALS.                                                01123000
011240     WRITE ENR-STDORDR FROM L-SOR-VIDE                            01124000
011250     MOVE 'STANDING ORDERS READ'          TO SOR-CNT-LABEL        01125000
011260     MOVE WS-SO-READ                      TO SOR-CNT-VALUE        01126000
011270     WRITE ENR-STDORDR FROM L-SOR-CNT                             01127000
011280     MOVE 'STANDING ORDERS COMPLETED (ENDED)' TO SOR-CNT-LABEL    01128000
011290     MOVE WS-SO-ENDED                     TO SOR-CNT-VALUE        01129000
011300     WRITE ENR-STDORDR FROM L-SOR-CNT                             01130000
011310     MOVE 'OCCURRENCES DUE'               TO SOR-CNT-LABEL        01131000
011320     MOVE WS-OCC-DUE                      TO SOR-CNT-VALUE        01132000
011330     WRITE ENR-STDORDR FROM L-SOR-CNT                             01133000
011340     MOVE 'ORDERS CREATED'                TO SOR-CNT-LABEL        01134000
011350     MOVE WS-OCC-MADE                     TO SOR-CNT-VALUE        01135000
011360     WRITE ENR-STDORDR FROM L-SOR-CNT                             01136000
011370     MOVE '  OF WHICH HELD FOR CREDIT'    TO SOR-CNT-LABEL        01137000
011380     MOVE WS-OCC-HELD                     TO SOR-CNT-VALUE        01138000
011390     WRITE ENR-STDORDR FROM L-SOR-CNT                             01139000
011400     MOVE 'OCCURRENCES SKIPPED'           TO SOR-CNT-LABEL        01140000
011410     MOVE WS-OCC-SKIP                     TO SOR-CNT-VALUE        01141000
011420     WRITE ENR-STDORDR FROM L-SOR-CNT                             01142000
011430     MOVE 'LINES LOADED'                  TO SOR-CNT-LABEL        01143000
011440     MOVE WS-LIN-LOADED                   TO SOR-CNT-VALUE        01144000
011450     WRITE ENR-STDORDR FROM L-SOR-CNT                             01145000
011460     MOVE 'LINES SKIPPED (PRODUCT NOT ON FILE)' TO SOR-CNT-LABEL  01146000
011470     MOVE WS-LIN-REJ                      TO SOR-CNT-VALUE        01147000
011480     WRITE ENR-STDORDR FROM L-SOR-CNT                             01148000
011490     MOVE 'VALUE OF THE ORDERS CREATED'   TO SOR-TOT-LABEL        01149000
011500     MOVE WS-TOT-AMT                      TO SOR-TOT-VALUE        01150000
011510     WRITE ENR-STDORDR FROM L-SOR-TOT                             01151000
011520     DISPLAY 'STANDING ORDERS READ  : ' WS-SO-READ                01152000
011530     DISPLAY 'OCCURRENCES DUE       : ' WS-OCC-DUE                01153000
011540     DISPLAY 'ORDERS CREATED        : ' WS-OCC-MADE               01154000
011550     DISPLAY 'ORDERS HELD FOR CREDIT: ' WS-OCC-HELD               01155000
011560     DISPLAY 'OCCURRENCES SKIPPED   : ' WS-OCC-SKIP               01156000
011570     EXIT.                                                        01157000
011580                                                                  01158000
011590******************************************************************01159000
011600* ERREUR SQL : L ECHEANCE EN COURS EST SAUTEE AVEC LE SQLCODE ET  01160000
011610* SON UNITE DE TRAVAIL ANNULEE                                    01161000
011620******************************************************************01162000
011630 950-SQL-ERROR.                                                   01163000
011640     MOVE 'N' TO WS-SQL-SW                                        01164000
011650     MOVE SQLCODE TO ED-SQLCODE                                   01165000
011660     MOVE SPACES TO OCC-REASON                                    01166000
011670     STRING 'SQL ERROR - SQLCODE ' DELIMITED BY SIZE              01167000
011680            ED-SQLCODE DELIMITED BY SIZE                          01168000
011690            INTO OCC-REASON                                       01169000
011700     END-STRING                                                   01170000
011710     DISPLAY 'ERREUR SQL : ' SQLCODE ' STANDING ORDER '           01171000
011720             SOR-C-NO '-' SOR-NO                                  01172000
011730     EXIT.                                                        01173000
011740                                                                  01174000
011750******************************************************************01175000
011760* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   01176000
011770* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            01177000
011780******************************************************************01178000
011790 ABEND-PROG.                                                      01179000
011800     DISPLAY 'ABEND-PROG !'                                       01180000
011810     COMPUTE WS-ANO = 1 / WS-ANO.                                 01181000
