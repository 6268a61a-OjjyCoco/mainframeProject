000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.        PJPT3BOR.                                     00011000
000120 AUTHOR.            GAYLORD.                                      00012000
000130 INSTALLATION.      AJC.                                          00013000
000140 DATE-WRITTEN.      15/10/2026.                                   00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.          COMMENTAIRES.                                 00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - NIGHTLY BACKORDER RELEASE     00020000
000210*                  RUN : ROLLS THE BACKORD GENERATIONS WRITTEN    00021000
000220*                  BY PJPART3 INTO THE STANDING BACKORDER KSDS    00022000
000230*                  BOMSTR, RELEASES EVERY OPEN LINE THE STKMSTR   00023000
000240*                  ON-HAND CAN NOW COVER (AFTER THE PJPART3I      00024000
000250*                  RECEIPTS), PRINTS THE RELEASE PICK LIST IN     00025000
000260*                  THE PJPART3L STYLE AND THE BACKORDER AGING     00026000
000270*                  REPORT BY CUSTOMER AND PART. THE RELEASED      00027000
000280*                  QUANTITIES ARE BILLED BY THE NEXT PJPART3      00028000
000281* 15/10/2026 GAY  NO RELEASE FOR A PART WHOSE PHYSICAL COUNT IS   00028100
000282*                  IN PROGRESS (STK-COUNT-SW) : ITS SHELF IS NOT  00028200
000283*                  PICKED UNTIL THE COUNT IS POSTED               00028300
000284* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00028400
000285*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00028500
000286*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00028600
000287* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00028700
000288*                  NO UNSET FIELD REACHES JOBLOG                  00028800
000290******************************************************************00029000
000300                                                                  00030000
000310 ENVIRONMENT DIVISION.                                            00031000
000320 CONFIGURATION SECTION.                                           00032000
000330 SPECIAL-NAMES.                                                   00033000
000340     DECIMAL-POINT IS COMMA.                                      00034000
000350                                                                  00035000
000360 INPUT-OUTPUT SECTION.                                            00036000
000370 FILE-CONTROL.                                                    00037000
000380******************************************************************00038000
000390* GENERATIONS DU FICHIER DES RELIQUATS ECRITES PAR PJPART3        00039000
000400******************************************************************00040000
000410      SELECT BORDIN ASSIGN TO BACKORD                             00041000
000420      ORGANIZATION IS SEQUENTIAL                                  00042000
000430      FILE STATUS IS WS-BORDIN-STATUS.                            00043000
000440******************************************************************00044000
000450* KSDS DES RELIQUATS EN ATTENTE (VOIR COPY BOMREC)                00045000
000460******************************************************************00046000
000470      SELECT BOMF ASSIGN TO BOMSTR                                00047000
000480      ORGANIZATION IS INDEXED                                     00048000
000490      ACCESS MODE  IS DYNAMIC                                     00049000
000500      RECORD KEY   IS BOM-KEY                                     00050000
000510      FILE STATUS  IS WS-BOMF-STATUS.                             00051000
000520******************************************************************00052000
000530* KSDS DU STOCK PAR PRODUIT (VOIR COPY STKREC), EN LECTURE        00053000
000540******************************************************************00054000
000550      SELECT STKM ASSIGN TO STKMSTR                               00055000
000560      ORGANIZATION IS INDEXED                                     00056000
000570      ACCESS MODE  IS RANDOM                                      00057000
000580      RECORD KEY   IS STK-KEY                                     00058000
000590      FILE STATUS  IS WS-STKM-STATUS.                             00059000
000600******************************************************************00060000
000610* KSDS DES COMMANDES BLOQUEES CREDIT (ECRIT PAR PJORDE)           00061000
000620******************************************************************00062000
000630      SELECT HOLDF ASSIGN TO ORDHOLD                              00063000
000640      ORGANIZATION IS INDEXED                                     00064000
000650      ACCESS MODE  IS SEQUENTIAL                                  00065000
000660      RECORD KEY   IS HLD-KEY                                     00066000
000670      FILE STATUS  IS WS-HOLDF-STATUS.                            00067000
000680******************************************************************00068000
000690* FICHIER D IMPRESSION DES LISTES DE PREPARATION DES RELIQUATS    00069000
000700******************************************************************00070000
000710      SELECT PICK ASSIGN TO PICKLIST                              00071000
000720      ORGANIZATION IS SEQUENTIAL.                                 00072000
000730******************************************************************00073000
000740* FICHIERS DE TRI : TRAVAIL ET RESULTAT TRIE PAR CLIENT/PRODUIT   00074000
000750******************************************************************00075000
000760      SELECT SRTWRK ASSIGN TO SORTWORK.                           00076000
000770      SELECT SRTD ASSIGN TO SORTED                                00077000
000780      ORGANIZATION IS SEQUENTIAL.                                 00078000
000790******************************************************************00079000
000800* ETAT DE L ANCIENNETE DES RELIQUATS                              00080000
000810******************************************************************00081000
000820      SELECT AGER ASSIGN TO BOAGING                               00082000
000830      ORGANIZATION IS SEQUENTIAL.                                 00083000
000840                                                                  00084000
000850******************************************************************00085000
000860                                                                  00086000
000870 DATA DIVISION.                                                   00087000
000880 FILE SECTION.                                                    00088000
000890 FD BORDIN.                                                       00089000
000900 01 ENR-BACKORD PIC X(20).                                        00090000
000910                                                                  00091000
000920 FD BOMF.                                                         00092000
000930     COPY BOMREC.                                                 00093000
000940                                                                  00094000
000950 FD STKM.                                                         00095000
000960     COPY STKREC.                                                 00096000
000970                                                                  00097000
000980 FD HOLDF.                                                        00098000
000990     COPY ORDHREC.                                                00099000
001000                                                                  00100000
001010 FD PICK.                                                         00101000
001020 01 ENR-PICKLIST PIC X(101).                                      00102000
001030                                                                  00103000
001040 SD SRTWRK.                                                       00104000
001050 01 SRT-REC.                                                      00105000
001060      05 SRT-O-NO    PIC 9(6).                                    00106000
001070      05 SRT-P-NO    PIC X(3).                                    00107000
001080      05 SRT-BO-DATE PIC X(8).                                    00108000
001090      05 FILLER      PIC X(4).                                    00109000
001100      05 SRT-COMPANY PIC X(30).                                   00110000
001110      05 FILLER      PIC X(49).                                   00111000
001120                                                                  00112000
001130 FD SRTD.                                                         00113000
001140 01 ENR-SRTD PIC X(100).                                          00114000
001150                                                                  00115000
001160 FD AGER.                                                         00116000
001170 01 ENR-BOAGING PIC X(132).                                       00117000
001180                                                                  00118000
001190 WORKING-STORAGE SECTION.                                         00119000
001200******************************************************************00120000
001210*                  DECLARATION SQL                                00121000
001220******************************************************************00122000
001230     EXEC SQL                                                     00123000
001240        INCLUDE SQLCA                                             00124000
001250     END-EXEC.                                                    00125000
001260                                                                  00126000
001270     EXEC SQL                                                     00127000
001280        INCLUDE ORDERS                                            00128000
001290     END-EXEC.                                                    00129000
001300                                                                  00130000
001310     EXEC SQL                                                     00131000
001320        INCLUDE CUSTS                                             00132000
001330     END-EXEC.                                                    00133000
001340                                                                  00134000
001350     EXEC SQL                                                     00135000
001360        INCLUDE PRODUCTS                                          00136000
001370     END-EXEC.                                                    00137000
001380                                                                  00138000
001390******************************************************************00139000
001400* PARAMETRE SYSIN : SEUIL D ANCIENNETE EN JOURS DE L ETAT         00140000
001410******************************************************************00141000
001420 01 WS-PARM.                                                      00142000
001430      05 WS-AGE-LIMIT PIC 9(3).                                   00143000
001440                                                                  00144000
001450******************************************************************00145000
001460* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00146000
001470******************************************************************00147000
001480 77 FLAG-SRTD   PIC 9 VALUE 0.                                    00148000
001490    88 FF-SRTD VALUE 1.                                           00149000
001500 77 WS-BORDIN-STATUS PIC X(2) VALUE SPACES.                       00150000
001510 77 WS-BOMF-STATUS   PIC X(2) VALUE SPACES.                       00151000
001520 77 WS-STKM-STATUS   PIC X(2) VALUE SPACES.                       00152000
001530 77 WS-STKM-SW PIC X(1) VALUE 'N'.                                00153000
001540    88 STOCK-OPEN VALUE 'Y'.                                      00154000
001550                                                                  00155000
001560******************************************************************00156000
001570* ENREGISTREMENT DU FICHIER DES RELIQUATS (ECRIT PAR PJPART3)     00157000
001580******************************************************************00158000
001590 01 L-BACKORD.                                                    00159000
001600      05 BO-O-NO   PIC 9(6).                                      00160000
001610      05 BO-P-NO   PIC X(3).                                      00161000
001620      05 BO-QTY    PIC 99.                                        00162000
001630      05 BO-DATE   PIC X(8).                                      00163000
001640      05 FILLER    PIC X(1).                                      00164000
001650                                                                  00165000
001660******************************************************************00166000
001670* TABLE DES COMMANDES BLOQUEES CREDIT (PAS DE LIBERATION)         00167000
001680******************************************************************00168000
001690 01 HOLD-TABLE.                                                   00169000
001700      05 HT-ENTRY OCCURS 500 TIMES INDEXED BY HT-IDX.             00170000
001710         10 HT-O-NO   PIC 9(6).                                   00171000
001720 77 WS-HT-CNT PIC 9(3) VALUE ZERO.                                00172000
001730 77 WS-HT-MAX PIC 9(3) VALUE 500.                                 00173000
001740 77 WS-HOLDF-STATUS PIC X(2) VALUE SPACES.                        00174000
001750 77 WS-HOLD-SW PIC X(1) VALUE 'N'.                                00175000
001760    88 ORDER-ON-HOLD VALUE 'Y'.                                   00176000
001770                                                                  00177000
001780******************************************************************00178000
001790* TABLE DU DISPONIBLE PAR PRODUIT : STOCK EN MAIN DE STKMSTR,     00179000
001800* DIMINUE DES QUANTITES DEJA LIBEREES ET PAS ENCORE FACTUREES     00180000
001810* PUIS DE CELLES LIBEREES DANS CE RUN                             00181000
001820******************************************************************00182000
001830 01 AVAIL-TABLE.                                                  00183000
001840      05 AV-ENTRY OCCURS 500 TIMES INDEXED BY AV-IDX.             00184000
001850         10 AV-P-NO PIC X(3).                                     00185000
001860         10 AV-QTY  PIC S9(7).                                    00186000
001870 77 WS-AV-CNT PIC 9(3) VALUE ZERO.                                00187000
001880 77 WS-AV-MAX PIC 9(3) VALUE 500.                                 00188000
001890 77 WS-AV-SW PIC X(1) VALUE 'N'.                                  00189000
001900    88 AVAIL-FOUND VALUE 'Y'.                                     00190000
001910 77 WS-REL-QTY PIC 99 VALUE ZERO.                                 00191000
001920 77 WS-AGE-SW PIC X(1) VALUE 'N'.                                 00192000
001930    88 AGED-LINE VALUE 'Y'.                                       00193000
001940                                                                  00194000
001950******************************************************************00195000
001960* DECLARATION DES VARIABLES DE CALCUL D ANCIENNETE                00196000
001970******************************************************************00197000
001980 01 W-YMD.                                                        00198000
001990      05 W-YMD-Y PIC X(4).                                        00199000
002000      05 W-YMD-M PIC X(2).                                        00200000
002010      05 W-YMD-D PIC X(2).                                        00201000
002020 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00202000
002030 77 WS-TODAY-INT PIC S9(9) COMP VALUE ZERO.                       00203000
002040 77 WS-ORD-INT   PIC S9(9) COMP VALUE ZERO.                       00204000
002050 77 WS-AGE-DAYS  PIC S9(5)      VALUE ZERO.                       00205000
002060 77 WS-TODAY-YMD PIC X(8)  VALUE SPACES.                          00206000
002070 77 WS-TODAY-D   PIC X(10) VALUE SPACES.                          00207000
002080                                                                  00208000
002090******************************************************************00209000
002100* ZONES DE TRAVAIL DU DOCUMENT DE PREPARATION EN COURS            00210000
002110******************************************************************00211000
002120 77 WS-O-NO      PIC 9(6) VALUE ZERO.                             00212000
002130 77 WS-PICK-O-NO PIC 9(6) VALUE ZERO.                             00213000
002140 77 WS-PICK-SW   PIC X(1) VALUE 'N'.                              00214000
002150    88 PICK-DOC-OPEN VALUE 'Y'.                                   00215000
002160                                                                  00216000
002170******************************************************************00217000
002180* RELIQUAT LU DANS LE FICHIER TRIE (MEME FORMAT QUE BOMREC)       00218000
002190******************************************************************00219000
002200 01 L-BOAGE.                                                      00220000
002210      05 BOA-O-NO     PIC 9(6).                                   00221000
002220      05 BOA-P-NO     PIC X(3).                                   00222000
002230      05 BOA-BO-DATE  PIC X(8).                                   00223000
002240      05 BOA-STATUS   PIC X(1).                                   00224000
002250         88 BOA-OPEN       VALUE 'O'.                             00225000
002260         88 BOA-RELEASED   VALUE 'R'.                             00226000
002270      05 BOA-C-NO     PIC 9(3).                                   00227000
002280      05 BOA-COMPANY  PIC X(30).                                  00228000
002290      05 BOA-O-DATE   PIC X(10).                                  00229000
002300      05 BOA-OPEN-QTY PIC 99.                                     00230000
002310      05 BOA-REL-QTY  PIC 99.                                     00231000
002320      05 FILLER       PIC X(35).                                  00232000
002330                                                                  00233000
002340******************************************************************00234000
002350* CUMULS DE L ETAT D ANCIENNETE PAR CLIENT ET GENERAUX            00235000
002360******************************************************************00236000
002370 77 WS-CUR-COMPANY PIC X(30) VALUE SPACES.                        00237000
002380 77 WS-CUS-LINES PIC 9(5) VALUE ZERO.                             00238000
002390 77 WS-CUS-QTY   PIC 9(7) VALUE ZERO.                             00239000
002400 77 WS-TOT-LINES PIC 9(7) VALUE ZERO.                             00240000
002410 77 WS-TOT-QTY   PIC 9(7) VALUE ZERO.                             00241000
002420                                                                  00242000
002430******************************************************************00243000
002440* COMPTEURS DE CONTROLE                                           00244000
002450******************************************************************00245000
002460 77 WS-BO-READ      PIC 9(7) VALUE ZERO.                          00246000
002470 77 WS-BO-ROLLED    PIC 9(7) VALUE ZERO.                          00247000
002480 77 WS-BO-DUP       PIC 9(7) VALUE ZERO.                          00248000
002490 77 WS-BO-BAD       PIC 9(7) VALUE ZERO.                          00249000
002500 77 WS-REL-LINES    PIC 9(7) VALUE ZERO.                          00250000
002510 77 WS-REL-DOCS     PIC 9(7) VALUE ZERO.                          00251000
002520 77 WS-SKIP-HELD-CNT PIC 9(7) VALUE ZERO.                         00252000
002530 77 WS-NO-STOCK-CNT PIC 9(7) VALUE ZERO.                          00253000
002540                                                                  00254000
002550******************************************************************00255000
002560* LIGNES D IMPRESSION PARTAGEES (VOIR COPY FACBOX) ET LIGNES      00256000
002570* DE LA LISTE DE PREPARATION, IDENTIQUES A CELLES DE PJPART3L     00257000
002580******************************************************************00258000
002590     COPY FACBOX.                                                 00259000
002600                                                                  00260000
002610 77 L-PCK-VIDE PIC X(101) VALUE SPACES.                           00261000
002620                                                                  00262000
002630 01 L-PCK-TITLE.                                                  00263000
002640      05 FILLER PIC X(2) VALUE SPACES.                            00264000
002650      05 FILLER PIC X(42) VALUE                                   00265000
002660         '****   BACKORDER RELEASE PICK LIST   ****'.             00266000
002670                                                                  00267000
002680 01 L-PCK-HDR.                                                    00268000
002690      05 FILLER PIC X(1)  VALUE SPACE.                            00269000
002700      05 FILLER PIC X(2)  VALUE '* '.                             00270000
002710      05 FILLER PIC X(11) VALUE 'N0 PRODUCT '.                    00271000
002720      05 FILLER PIC X(2)  VALUE '* '.                             00272000
002730      05 FILLER PIC X(31) VALUE 'PRODUCT DESCRIPTION'.            00273000
002740      05 FILLER PIC X(2)  VALUE '* '.                             00274000
002750      05 FILLER PIC X(9)  VALUE 'QUANTITY '.                      00275000
002760      05 FILLER PIC X(2)  VALUE '* '.                             00276000
002770      05 FILLER PIC X(13) VALUE 'QTY PICKED   '.                  00277000
002780      05 FILLER PIC X(1)  VALUE '*'.                              00278000
002790                                                                  00279000
002800 01 L-PCK-LINE.                                                   00280000
002810      05 FILLER      PIC X(1) VALUE SPACE.                        00281000
002820      05 FILLER      PIC X(2) VALUE '* '.                         00282000
002830      05 PCK-P-NO    PIC X(3).                                    00283000
002840      05 FILLER      PIC X(8) VALUE SPACES.                       00284000
002850      05 FILLER      PIC X(2) VALUE '* '.                         00285000
002860      05 PCK-DESC    PIC X(30).                                   00286000
002870      05 FILLER      PIC X(3) VALUE ' * '.                        00287000
002880      05 PCK-QTY     PIC Z9.                                      00288000
002890      05 FILLER      PIC X(7) VALUE SPACES.                       00289000
002900      05 FILLER      PIC X(2) VALUE '* '.                         00290000
002910      05 FILLER      PIC X(11) VALUE '__________ '.               00291000
002920      05 FILLER      PIC X(2) VALUE ' *'.                         00292000
002930                                                                  00293000
002940 01 L-PCK-BOX.                                                    00294000
002950      05 FILLER PIC X(1) VALUE SPACE.                             00295000
002960      05 FILLER PIC X(75) VALUE ALL '*'.                          00296000
002970                                                                  00297000
002980******************************************************************00298000
002990* DECLARATION DES LIGNES DE L ETAT D ANCIENNETE DES RELIQUATS     00299000
003000******************************************************************00300000
003010 77 L-AGE-VIDE PIC X(132) VALUE SPACES.                           00301000
003020                                                                  00302000
003030 01 L-AGE-TITLE.                                                  00303000
003040      05 FILLER PIC X(37) VALUE                                   00304000
003050         'BACKORDER AGING - LINES WAITING OVER '.                 00305000
003060      05 AGT-LIMIT PIC ZZ9.                                       00306000
003070      05 FILLER PIC X(15) VALUE ' DAYS - AS OF '.                 00307000
003080      05 AGT-TODAY PIC X(10).                                     00308000
003090      05 FILLER PIC X(67) VALUE SPACES.                           00309000
003100                                                                  00310000
003110 01 L-AGE-HDR.                                                    00311000
003120      05 FILLER PIC X(31) VALUE 'CUSTOMER'.                       00312000
003130      05 FILLER PIC X(5)  VALUE 'PRD'.                            00313000
003140      05 FILLER PIC X(7)  VALUE 'ORDER'.                          00314000
003150      05 FILLER PIC X(11) VALUE 'ORDER DATE'.                     00315000
003160      05 FILLER PIC X(11) VALUE 'BACKORDERED'.                    00316000
003170      05 FILLER PIC X(6)  VALUE '  DAYS'.                         00317000
003180      05 FILLER PIC X(9)  VALUE '  ON B/O'.                       00318000
003190      05 FILLER PIC X(9)  VALUE ' RELEASED'.                      00319000
003200      05 FILLER PIC X(43) VALUE SPACES.                           00320000
003210                                                                  00321000
003220 01 L-AGE-LINE.                                                   00322000
003230      05 AGL-COMPANY PIC X(30).                                   00323000
003240      05 FILLER      PIC X(1) VALUE SPACE.                        00324000
003250      05 AGL-P-NO    PIC X(3).                                    00325000
003260      05 FILLER      PIC X(2) VALUE SPACES.                       00326000
003270      05 AGL-O-NO    PIC 9(6).                                    00327000
003280      05 FILLER      PIC X(1) VALUE SPACE.                        00328000
003290      05 AGL-O-DATE  PIC X(10).                                   00329000
003300      05 FILLER      PIC X(1) VALUE SPACE.                        00330000
003310      05 AGL-BO-DATE PIC X(10).                                   00331000
003320      05 FILLER      PIC X(1) VALUE SPACE.                        00332000
003330      05 AGL-DAYS    PIC ZZZZ9.                                   00333000
003340      05 FILLER      PIC X(1) VALUE SPACE.                        00334000
003350      05 AGL-OPEN    PIC Z(7)9.                                   00335000
003360      05 FILLER      PIC X(1) VALUE SPACE.                        00336000
003370      05 AGL-REL     PIC Z(7)9.                                   00337000
003380      05 FILLER      PIC X(44) VALUE SPACES.                      00338000
003390                                                                  00339000
003400 01 L-AGE-TOT.                                                    00340000
003410      05 AGO-LABEL   PIC X(42).                                   00341000
003420      05 AGO-LINES   PIC Z(6)9.                                   00342000
003430      05 FILLER      PIC X(7) VALUE ' LINES '.                    00343000
003440      05 FILLER      PIC X(15) VALUE SPACES.                      00344000
003450      05 AGO-QTY     PIC Z(7)9.                                   00345000
003460      05 FILLER      PIC X(53) VALUE SPACES.                      00346000
003470                                                                  00347000
003480******************************************************************00348000
003490* DECLARATION DE VARIABLE UTILITAIRE COMME AFFICHER LE CODE SQL   00349000
003500* DE RETOUR OU EN CAS D ANOMALIE ARRETER LE PROGRAMME             00350000
003510******************************************************************00351000
003520 77 ED-SQLCODE PIC +Z(8)9.                                        00352000
003530                                                                  00353000
003540 77 WS-ANO PIC 99 VALUE 0.                                        00354000
003550                                                                  00355000
003551******************************************************************00355100
003552* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00355200
003553******************************************************************00355300
003554     COPY JLGREC.                                                 00355400
003555                                                                  00355500
003560 PROCEDURE DIVISION.                                              00356000
003561                                                                  00356100
003561     INITIALIZE L-JOBLOG                                          00356101
003562     MOVE 'PJPT3BOR' TO JLG-PROGRAM                               00356200
003563     MOVE 'S' TO JLG-TYPE                                         00356300
003564     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00356400
003570                                                                  00357000
003580     PERFORM 100-INITIALIZE                                       00358000
003590     PERFORM 200-ROLL-BACKORD                                     00359000
003600     IF STOCK-OPEN                                                00360000
003610         PERFORM 300-RESERVE-RELEASED                             00361000
003620         PERFORM 400-RELEASE-OPEN                                 00362000
003630         CLOSE STKM                                               00363000
003640     END-IF                                                       00364000
003650     CLOSE BOMF                                                   00365000
003660     CLOSE PICK                                                   00366000
003670     PERFORM 500-AGING-REPORT                                     00367000
003680     PERFORM 900-WRITE-TOTALS                                     00368000
003681                                                                  00368100
003682     MOVE SPACES TO JLG-RUN-KEY                                   00368200
003683     MOVE WS-BO-READ TO JLG-IN-CNT                                00368300
003684     MOVE WS-REL-DOCS TO JLG-OUT-CNT                              00368400
003685     MOVE RETURN-CODE TO JLG-RC                                   00368500
003686     MOVE 'E' TO JLG-TYPE                                         00368600
003687     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00368700
003688                                                                  00368800
003690     GOBACK.                                                      00369000
003700                                                                  00370000
003710******************************************************************00371000
003720* PARAGRAPHE D INITIALISATION : SEUIL SYSIN, DATE DU JOUR,        00372000
003730* BLOCAGES CREDIT, OUVERTURES                                     00373000
003740******************************************************************00374000
003750 100-INITIALIZE.                                                  00375000
003760     ACCEPT WS-AGE-LIMIT FROM SYSIN                               00376000
003770     IF WS-AGE-LIMIT NOT NUMERIC                                  00377000
003780         DISPLAY 'SEUIL D ANCIENNETE INVALIDE : ' WS-AGE-LIMIT    00378000
003790         PERFORM 900-ABEND-PROG                                   00379000
003800     END-IF                                                       00380000
003810     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD                       00381000
003820     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-D(1:4)                    00382000
003830     MOVE '-'               TO WS-TODAY-D(5:1)                    00383000
003840     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-D(6:2)                    00384000
003850     MOVE '-'               TO WS-TODAY-D(8:1)                    00385000
003860     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-D(9:2)                    00386000
003870     MOVE WS-TODAY-YMD TO W-YMD                                   00387000
003880     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)   00388000
003890     OPEN OUTPUT PICK                                             00389000
003900     PERFORM 170-LOAD-HOLDS                                       00390000
003910     PERFORM 150-OPEN-BOMF                                        00391000
003920     MOVE 'N' TO WS-STKM-SW                                       00392000
003930     OPEN INPUT STKM                                              00393000
003940     IF WS-STKM-STATUS = '00'                                     00394000
003950         MOVE 'Y' TO WS-STKM-SW                                   00395000
003960     ELSE                                                         00396000
003970         DISPLAY 'PAS DE FICHIER STKMSTR : ' WS-STKM-STATUS       00397000
003980         DISPLAY 'AUCUNE LIBERATION DE RELIQUAT CE SOIR'          00398000
003990     END-IF                                                       00399000
004000     EXIT.                                                        00400000
004010                                                                  00401000
004020******************************************************************00402000
004030* PARAGRAPHE D OUVERTURE DU KSDS DES RELIQUATS, CREE VIDE AU      00403000
004040* PREMIER PASSAGE                                                 00404000
004050******************************************************************00405000
004060 150-OPEN-BOMF.                                                   00406000
004070     OPEN I-O BOMF                                                00407000
004080     IF WS-BOMF-STATUS = '35'                                     00408000
004090         OPEN OUTPUT BOMF                                         00409000
004100         CLOSE BOMF                                               00410000
004110         OPEN I-O BOMF                                            00411000
004120     END-IF                                                       00412000
004130     IF WS-BOMF-STATUS NOT = '00'                                 00413000
004140         DISPLAY 'ERREUR OUVERTURE BOMSTR : ' WS-BOMF-STATUS      00414000
004150         PERFORM 900-ABEND-PROG                                   00415000
004160     END-IF                                                       00416000
004170     EXIT.                                                        00417000
004180                                                                  00418000
004190******************************************************************00419000
004200* PARAGRAPHES DE CHARGEMENT DES COMMANDES BLOQUEES CREDIT         00420000
004210******************************************************************00421000
004220 170-LOAD-HOLDS.                                                  00422000
004230     INITIALIZE HOLD-TABLE                                        00423000
004240     OPEN INPUT HOLDF                                             00424000
004250     IF WS-HOLDF-STATUS = '00'                                    00425000
004260         PERFORM 172-READ-HOLDF                                   00426000
004270         PERFORM 174-LOAD-ONE-HOLD                                00427000
004280            UNTIL WS-HOLDF-STATUS NOT = '00'                      00428000
004290         CLOSE HOLDF                                              00429000
004300     ELSE                                                         00430000
004310         DISPLAY 'PAS DE FICHIER ORDHOLD : ' WS-HOLDF-STATUS      00431000
004320     END-IF                                                       00432000
004330     EXIT.                                                        00433000
004340                                                                  00434000
004350 172-READ-HOLDF.                                                  00435000
004360     READ HOLDF                                                   00436000
004370     EXIT.                                                        00437000
004380                                                                  00438000
004390 174-LOAD-ONE-HOLD.                                               00439000
004400     IF WS-HT-CNT < WS-HT-MAX                                     00440000
004410         ADD 1 TO WS-HT-CNT                                       00441000
004420         SET HT-IDX TO WS-HT-CNT                                  00442000
004430         MOVE HLD-O-NO TO HT-O-NO(HT-IDX)                         00443000
004440     ELSE                                                         00444000
004450         DISPLAY 'TABLE ORDHOLD PLEINE : ' HLD-O-NO               00445000
004460     END-IF                                                       00446000
004470     PERFORM 172-READ-HOLDF                                       00447000
004480     EXIT.                                                        00448000
004490                                                                  00449000
004500 176-CHECK-HOLD.                                                  00450000
004510     MOVE 'N' TO WS-HOLD-SW                                       00451000
004520     SET HT-IDX TO 1                                              00452000
004530     SEARCH HT-ENTRY                                              00453000
004540         AT END                                                   00454000
004550             CONTINUE                                             00455000
004560         WHEN HT-IDX > WS-HT-CNT                                  00456000
004570             CONTINUE                                             00457000
004580         WHEN HT-O-NO(HT-IDX) = WS-O-NO                           00458000
004590             MOVE 'Y' TO WS-HOLD-SW                               00459000
004600     END-SEARCH                                                   00460000
004610     EXIT.                                                        00461000
004620                                                                  00462000
004630******************************************************************00463000
004640* PARAGRAPHES DE CHARGEMENT DES GENERATIONS BACKORD DANS LE       00464000
004650* KSDS. LA CLE (COMMANDE, PRODUIT, DATE DU RELIQUAT) REND LE      00465000
004660* CHARGEMENT REJOUABLE : UNE GENERATION DEJA CHARGEE UN SOIR      00466000
004670* PRECEDENT EST IGNOREE, LES GENERATIONS SONT LUES TANT QUE LE    00467000
004680* GDG LES CONSERVE. FICHIER ABSENT = RIEN A CHARGER               00468000
004690******************************************************************00469000
004700 200-ROLL-BACKORD.                                                00470000
004710     OPEN INPUT BORDIN                                            00471000
004720     IF WS-BORDIN-STATUS = '00'                                   00472000
004730         PERFORM 210-READ-BORDIN                                  00473000
004740         PERFORM 220-ROLL-ONE                                     00474000
004750            UNTIL WS-BORDIN-STATUS NOT = '00'                     00475000
004760         CLOSE BORDIN                                             00476000
004770     ELSE                                                         00477000
004780         DISPLAY 'PAS DE FICHIER BACKORD : ' WS-BORDIN-STATUS     00478000
004790     END-IF                                                       00479000
004800     EXIT.                                                        00480000
004810                                                                  00481000
004820 210-READ-BORDIN.                                                 00482000
004830     READ BORDIN INTO L-BACKORD                                   00483000
004840     IF WS-BORDIN-STATUS = '00'                                   00484000
004850         ADD 1 TO WS-BO-READ                                      00485000
004860     END-IF                                                       00486000
004870     EXIT.                                                        00487000
004880                                                                  00488000
004890 220-ROLL-ONE.                                                    00489000
004900     IF BO-O-NO NOT NUMERIC OR BO-QTY NOT NUMERIC                 00490000
004910        OR BO-QTY = ZERO                                          00491000
004920         DISPLAY 'RELIQUAT INVALIDE : ' BO-O-NO ' ' BO-P-NO       00492000
004930         ADD 1 TO WS-BO-BAD                                       00493000
004940     ELSE                                                         00494000
004950         MOVE BO-O-NO TO BOM-O-NO                                 00495000
004960         MOVE BO-P-NO TO BOM-P-NO                                 00496000
004970         IF BO-DATE = SPACES OR LOW-VALUES                        00497000
004980             MOVE WS-TODAY-YMD TO BOM-BO-DATE                     00498000
004990         ELSE                                                     00499000
005000             MOVE BO-DATE TO BOM-BO-DATE                          00500000
005010         END-IF                                                   00501000
005020         READ BOMF KEY IS BOM-KEY                                 00502000
005030         IF WS-BOMF-STATUS = '00'                                 00503000
005040             ADD 1 TO WS-BO-DUP                                   00504000
005050         ELSE                                                     00505000
005060             PERFORM 230-BUILD-BOM                                00506000
005070             WRITE BACKORDER-RECORD                               00507000
005080             IF WS-BOMF-STATUS = '00'                             00508000
005090                 ADD 1 TO WS-BO-ROLLED                            00509000
005100             ELSE                                                 00510000
005110                 DISPLAY 'ERREUR ECRITURE BOMSTR : '              00511000
005120                         WS-BOMF-STATUS ' ' BO-O-NO               00512000
005130             END-IF                                               00513000
005140         END-IF                                                   00514000
005150     END-IF                                                       00515000
005160     PERFORM 210-READ-BORDIN                                      00516000
005170     EXIT.                                                        00517000
005180                                                                  00518000
005190******************************************************************00519000
005200* PARAGRAPHE DE CONSTITUTION D UN RELIQUAT : CLIENT ET DATE DE    00520000
005210* COMMANDE REPRIS DE API5.ORDERS POUR L ETAT D ANCIENNETE         00521000
005220******************************************************************00522000
005230 230-BUILD-BOM.                                                   00523000
005240     INITIALIZE BACKORDER-RECORD                                  00524000
005250     MOVE BO-O-NO TO BOM-O-NO                                     00525000
005260     MOVE BO-P-NO TO BOM-P-NO                                     00526000
005270     IF BO-DATE = SPACES OR LOW-VALUES                            00527000
005280         MOVE WS-TODAY-YMD TO BOM-BO-DATE                         00528000
005290     ELSE                                                         00529000
005300         MOVE BO-DATE TO BOM-BO-DATE                              00530000
005310     END-IF                                                       00531000
005320     MOVE 'O'      TO BOM-STATUS                                  00532000
005330     MOVE BO-QTY   TO BOM-OPEN-QTY                                00533000
005340     MOVE ZERO     TO BOM-REL-QTY                                 00534000
005350     MOVE SPACES   TO BOM-REL-DATE                                00535000
005360     MOVE SPACES   TO BOM-BILL-DATE                               00536000
005370     INITIALIZE ST-ORDER                                          00537000
005380     MOVE BO-O-NO TO ORDER-O-NO                                   00538000
005390     EXEC SQL                                                     00539000
005400         SELECT C_NO, O_DATE                                      00540000
005410             INTO :ORDER-C-NO, :ORDER-O-DATE                      00541000
005420             FROM API5.ORDERS                                     00542000
005430             WHERE O_NO = :ORDER-O-NO                             00543000
005440     END-EXEC                                                     00544000
005450     PERFORM TEST-SQLCODE                                         00545000
005460     IF SQLCODE = ZERO                                            00546000
005470         MOVE ORDER-C-NO   TO BOM-C-NO                            00547000
005480         MOVE ORDER-O-DATE TO BOM-O-DATE                          00548000
005490         INITIALIZE ST-CUSTS                                      00549000
005500         MOVE ORDER-C-NO TO CUSTS-C-NO                            00550000
005510         EXEC SQL                                                 00551000
005520             SELECT COMPANY                                       00552000
005530                 INTO :CUSTS-COMPANY                              00553000
005540                 FROM API5.CUSTOMERS                              00554000
005550                 WHERE C_NO = :CUSTS-C-NO                         00555000
005560         END-EXEC                                                 00556000
005570         PERFORM TEST-SQLCODE                                     00557000
005580         IF SQLCODE = ZERO                                        00558000
005590             MOVE CUSTS-COMPANY TO BOM-COMPANY                    00559000
005600         ELSE                                                     00560000
005610             MOVE 'UNKNOWN CUSTOMER' TO BOM-COMPANY               00561000
005620         END-IF                                                   00562000
005630     ELSE                                                         00563000
005640         DISPLAY 'COMMANDE DU RELIQUAT INCONNUE : ' BO-O-NO       00564000
005650         MOVE 'UNKNOWN ORDER' TO BOM-COMPANY                      00565000
005660     END-IF                                                       00566000
005670     EXIT.                                                        00567000
005680                                                                  00568000
005690******************************************************************00569000
005700* PARAGRAPHES DE LA PREMIERE PASSE : LES QUANTITES DEJA LIBEREES  00570000
005710* (STATUT R) ET PAS ENCORE FACTUREES PAR PJPART3 SONT RESERVEES   00571000
005720* SUR LE STOCK EN MAIN AVANT TOUTE NOUVELLE LIBERATION            00572000
005730******************************************************************00573000
005740 300-RESERVE-RELEASED.                                            00574000
005750     MOVE LOW-VALUES TO BOM-KEY                                   00575000
005760     START BOMF KEY IS NOT LESS THAN BOM-KEY                      00576000
005770     IF WS-BOMF-STATUS = '00'                                     00577000
005780         PERFORM 310-READ-NEXT-BOMF                               00578000
005790         PERFORM 320-RESERVE-ONE                                  00579000
005800            UNTIL WS-BOMF-STATUS NOT = '00'                       00580000
005810     END-IF                                                       00581000
005820     EXIT.                                                        00582000
005830                                                                  00583000
005840 310-READ-NEXT-BOMF.                                              00584000
005850     READ BOMF NEXT RECORD                                        00585000
005860     EXIT.                                                        00586000
005870                                                                  00587000
005880 320-RESERVE-ONE.                                                 00588000
005890     IF BOM-RELEASED                                              00589000
005900         PERFORM 350-FIND-AVAIL                                   00590000
005910         IF AVAIL-FOUND                                           00591000
005920             SUBTRACT BOM-REL-QTY FROM AV-QTY(AV-IDX)             00592000
005930         END-IF                                                   00593000
005940     END-IF                                                       00594000
005950     PERFORM 310-READ-NEXT-BOMF                                   00595000
005960     EXIT.                                                        00596000
005970                                                                  00597000
005980******************************************************************00598000
005990* PARAGRAPHE DE RECHERCHE DU DISPONIBLE D UN PRODUIT : LU DANS    00599000
006000* STKMSTR A SA PREMIERE RENCONTRE. PRODUIT ABSENT DU STOCK OU     00600000
006010* TABLE PLEINE = RIEN A LIBERER POUR CE PRODUIT                   00601000
006020******************************************************************00602000
006030 350-FIND-AVAIL.                                                  00603000
006040     MOVE 'N' TO WS-AV-SW                                         00604000
006050     SET AV-IDX TO 1                                              00605000
006060     SEARCH AV-ENTRY                                              00606000
006070         AT END                                                   00607000
006080             CONTINUE                                             00608000
006090         WHEN AV-IDX > WS-AV-CNT                                  00609000
006100             CONTINUE                                             00610000
006110         WHEN AV-P-NO(AV-IDX) = BOM-P-NO                          00611000
006120             MOVE 'Y' TO WS-AV-SW                                 00612000
006130     END-SEARCH                                                   00613000
006140     IF NOT AVAIL-FOUND                                           00614000
006150         MOVE BOM-P-NO TO STK-P-NO                                00615000
006160         READ STKM                                                00616000
006170         IF WS-STKM-STATUS = '00'                                 00617000
006180             IF WS-AV-CNT < WS-AV-MAX                             00618000
006190                 ADD 1 TO WS-AV-CNT                               00619000
006200                 SET AV-IDX TO WS-AV-CNT                          00620000
006210                 MOVE BOM-P-NO   TO AV-P-NO(AV-IDX)               00621000
006220                 IF STK-COUNT-IN-PROGRESS                         00622000
006221                     MOVE ZERO TO AV-QTY(AV-IDX)                  00622100
006222                 ELSE                                             00622200
006223                     MOVE STK-ONHAND TO AV-QTY(AV-IDX)            00622300
006224                 END-IF                                           00622400
006230                 MOVE 'Y' TO WS-AV-SW                             00623000
006240             ELSE                                                 00624000
006250                 DISPLAY 'TABLE DISPONIBLE PLEINE : ' BOM-P-NO    00625000
006260             END-IF                                               00626000
006270         END-IF                                                   00627000
006280     END-IF                                                       00628000
006290     EXIT.                                                        00629000
006300                                                                  00630000
006310******************************************************************00631000
006320* PARAGRAPHES DE LA SECONDE PASSE : CHAQUE RELIQUAT OUVERT EST    00632000
006330* LIBERE A HAUTEUR DU DISPONIBLE (LE PLUS ANCIEN NUMERO DE        00633000
006340* COMMANDE SERVI EN PREMIER), PASSE AU STATUT R ET IMPRIME SUR    00634000
006350* LA LISTE DE PREPARATION. LES COMMANDES BLOQUEES RESTENT         00635000
006360* OUVERTES                                                        00636000
006370******************************************************************00637000
006380 400-RELEASE-OPEN.                                                00638000
006390     MOVE LOW-VALUES TO BOM-KEY                                   00639000
006400     START BOMF KEY IS NOT LESS THAN BOM-KEY                      00640000
006410     IF WS-BOMF-STATUS = '00'                                     00641000
006420         PERFORM 310-READ-NEXT-BOMF                               00642000
006430         PERFORM 410-RELEASE-ONE                                  00643000
006440            UNTIL WS-BOMF-STATUS NOT = '00'                       00644000
006450     END-IF                                                       00645000
006460     IF PICK-DOC-OPEN                                             00646000
006470         PERFORM 440-CLOSE-PICK-DOC                               00647000
006480     END-IF                                                       00648000
006490     EXIT.                                                        00649000
006500                                                                  00650000
006510 410-RELEASE-ONE.                                                 00651000
006520     IF BOM-OPEN                                                  00652000
006530         MOVE BOM-O-NO TO WS-O-NO                                 00653000
006540         PERFORM 176-CHECK-HOLD                                   00654000
006550         IF ORDER-ON-HOLD                                         00655000
006560             ADD 1 TO WS-SKIP-HELD-CNT                            00656000
006570         ELSE                                                     00657000
006580             PERFORM 350-FIND-AVAIL                               00658000
006590             IF AVAIL-FOUND AND AV-QTY(AV-IDX) > ZERO             00659000
006600                 PERFORM 420-RELEASE-LINE                         00660000
006610             ELSE                                                 00661000
006620                 ADD 1 TO WS-NO-STOCK-CNT                         00662000
006630             END-IF                                               00663000
006640         END-IF                                                   00664000
006650     END-IF                                                       00665000
006660     PERFORM 310-READ-NEXT-BOMF                                   00666000
006670     EXIT.                                                        00667000
006680                                                                  00668000
006690 420-RELEASE-LINE.                                                00669000
006700     IF AV-QTY(AV-IDX) < BOM-OPEN-QTY                             00670000
006710         MOVE AV-QTY(AV-IDX) TO WS-REL-QTY                        00671000
006720     ELSE                                                         00672000
006730         MOVE BOM-OPEN-QTY TO WS-REL-QTY                          00673000
006740     END-IF                                                       00674000
006750     SUBTRACT WS-REL-QTY FROM AV-QTY(AV-IDX)                      00675000
006760     MOVE 'R'         TO BOM-STATUS                               00676000
006770     MOVE WS-REL-QTY  TO BOM-REL-QTY                              00677000
006780     MOVE WS-TODAY-D  TO BOM-REL-DATE                             00678000
006790     REWRITE BACKORDER-RECORD                                     00679000
006800     IF WS-BOMF-STATUS NOT = '00'                                 00680000
006810         DISPLAY 'ERREUR MISE A JOUR BOMSTR : ' WS-BOMF-STATUS    00681000
006820         PERFORM 900-ABEND-PROG                                   00682000
006830     END-IF                                                       00683000
006840     ADD 1 TO WS-REL-LINES                                        00684000
006850     IF NOT PICK-DOC-OPEN OR BOM-O-NO NOT = WS-PICK-O-NO          00685000
006860         IF PICK-DOC-OPEN                                         00686000
006870             PERFORM 440-CLOSE-PICK-DOC                           00687000
006880         END-IF                                                   00688000
006890         PERFORM 430-PRINT-PICK-HEADER                            00689000
006900     END-IF                                                       00690000
006910     PERFORM 450-PRINT-PICK-LINE                                  00691000
006920     EXIT.                                                        00692000
006930                                                                  00693000
006940******************************************************************00694000
006950* PARAGRAPHES D EDITION DE LA LISTE DE PREPARATION, UN DOCUMENT   00695000
006960* PAR COMMANDE, DANS LE CADRE DE PJPART3L                         00696000
006970******************************************************************00697000
006980 430-PRINT-PICK-HEADER.                                           00698000
006990     MOVE BOM-O-NO TO WS-PICK-O-NO                                00699000
007000     MOVE 'Y' TO WS-PICK-SW                                       00700000
007010     ADD 1 TO WS-REL-DOCS                                         00701000
007020     WRITE ENR-PICKLIST FROM L-PCK-TITLE                          00702000
007030     WRITE ENR-PICKLIST FROM L-PCK-VIDE                           00703000
007040     WRITE ENR-PICKLIST FROM L-BOX-CLIENT                         00704000
007050     MOVE BOM-COMPANY TO ED-DATA-CLIENT                           00705000
007060     WRITE ENR-PICKLIST FROM L-DATA-BOX-CLIENT                    00706000
007070     WRITE ENR-PICKLIST FROM L-BOX-CLIENT                         00707000
007080     WRITE ENR-PICKLIST FROM L-PCK-VIDE                           00708000
007090     INITIALIZE L-ORDER-NUM                                       00709000
007100     INITIALIZE L-ORDER-DATE                                      00710000
007110     MOVE BOM-O-NO TO ED-O-NO                                     00711000
007120     WRITE ENR-PICKLIST FROM L-ORDER-NUM                          00712000
007130     MOVE BOM-O-DATE TO ED-O-DATE                                 00713000
007140     WRITE ENR-PICKLIST FROM L-ORDER-DATE                         00714000
007150     WRITE ENR-PICKLIST FROM L-PCK-VIDE                           00715000
007160     WRITE ENR-PICKLIST FROM L-PCK-BOX                            00716000
007170     WRITE ENR-PICKLIST FROM L-PCK-HDR                            00717000
007180     EXIT.                                                        00718000
007190                                                                  00719000
007200 440-CLOSE-PICK-DOC.                                              00720000
007210     WRITE ENR-PICKLIST FROM L-PCK-BOX                            00721000
007220     WRITE ENR-PICKLIST FROM L-PCK-VIDE BEFORE ADVANCING PAGE     00722000
007230     MOVE 'N' TO WS-PICK-SW                                       00723000
007240     EXIT.                                                        00724000
007250                                                                  00725000
007260 450-PRINT-PICK-LINE.                                             00726000
007270     INITIALIZE ST-PROD                                           00727000
007280     MOVE BOM-P-NO TO PROD-P-NO                                   00728000
007290     EXEC SQL                                                     00729000
007300        SELECT DESCRIPTION                                        00730000
007310            INTO :PROD-DESCRIPTION                                00731000
007320            FROM API5.PRODUCTS                                    00732000
007330            WHERE P_NO = :PROD-P-NO                               00733000
007340     END-EXEC                                                     00734000
007350     IF SQLCODE NOT = ZERO                                        00735000
007360         MOVE SPACES TO PROD-DESCRIPTION                          00736000
007370     END-IF                                                       00737000
007380     INITIALIZE L-PCK-LINE                                        00738000
007390     MOVE BOM-P-NO         TO PCK-P-NO                            00739000
007400     MOVE PROD-DESCRIPTION TO PCK-DESC                            00740000
007410     MOVE WS-REL-QTY       TO PCK-QTY                             00741000
007420     WRITE ENR-PICKLIST FROM L-PCK-LINE                           00742000
007430     EXIT.                                                        00743000
007440                                                                  00744000
007450******************************************************************00745000
007460* PARAGRAPHES DE L ETAT D ANCIENNETE : LE KSDS EST TRIE PAR       00746000
007470* CLIENT, PRODUIT ET COMMANDE ; SEULS LES RELIQUATS NON SOLDES    00747000
007480* (STATUTS O ET R) EN ATTENTE DEPUIS PLUS DU SEUIL SYSIN SONT     00748000
007490* IMPRIMES, L ATTENTE COURANT DEPUIS LA DATE DE COMMANDE          00749000
007500******************************************************************00750000
007510 500-AGING-REPORT.                                                00751000
007520     SORT SRTWRK                                                  00752000
007530          ON ASCENDING KEY SRT-COMPANY                            00753000
007540          ON ASCENDING KEY SRT-P-NO                               00754000
007550          ON ASCENDING KEY SRT-O-NO                               00755000
007560          ON ASCENDING KEY SRT-BO-DATE                            00756000
007570          USING BOMF                                              00757000
007580          GIVING SRTD                                             00758000
007590                                                                  00759000
007600     OPEN OUTPUT AGER                                             00760000
007610     MOVE WS-AGE-LIMIT TO AGT-LIMIT                               00761000
007620     MOVE WS-TODAY-D   TO AGT-TODAY                               00762000
007630     WRITE ENR-BOAGING FROM L-AGE-TITLE                           00763000
007640     WRITE ENR-BOAGING FROM L-AGE-VIDE                            00764000
007650     WRITE ENR-BOAGING FROM L-AGE-HDR                             00765000
007660     WRITE ENR-BOAGING FROM L-AGE-VIDE                            00766000
007670                                                                  00767000
007680     OPEN INPUT SRTD                                              00768000
007690     PERFORM 510-READ-SRTD                                        00769000
007700     PERFORM 520-PROCESS-CUSTOMER UNTIL FF-SRTD                   00770000
007710     CLOSE SRTD                                                   00771000
007720                                                                  00772000
007730     MOVE 'TOTAL BACKORDERS PAST LIMIT' TO AGO-LABEL              00773000
007740     MOVE WS-TOT-LINES TO AGO-LINES                               00774000
007750     MOVE WS-TOT-QTY   TO AGO-QTY                                 00775000
007760     WRITE ENR-BOAGING FROM L-AGE-TOT                             00776000
007770     CLOSE AGER                                                   00777000
007780     EXIT.                                                        00778000
007790                                                                  00779000
007800******************************************************************00780000
007810* LECTURE DU FICHIER TRIE : LES RELIQUATS SOLDES OU TROP RECENTS  00781000
007820* SONT PASSES ICI, LE RESTE DU PARAGRAPHE NE VOIT QUE LES LIGNES  00782000
007830* A IMPRIMER                                                      00783000
007840******************************************************************00784000
007850 510-READ-SRTD.                                                   00785000
007860     MOVE 'N' TO WS-AGE-SW                                        00786000
007870     PERFORM 512-READ-ONE-SRTD                                    00787000
007880        UNTIL FF-SRTD OR AGED-LINE                                00788000
007890     EXIT.                                                        00789000
007900                                                                  00790000
007910 512-READ-ONE-SRTD.                                               00791000
007920     READ SRTD INTO L-BOAGE                                       00792000
007930         AT END                                                   00793000
007940              SET FF-SRTD TO TRUE                                 00794000
007950         NOT AT END                                               00795000
007960              IF BOA-OPEN OR BOA-RELEASED                         00796000
007970                  PERFORM 530-COMPUTE-AGE                         00797000
007980                  IF WS-AGE-DAYS > WS-AGE-LIMIT                   00798000
007990                      MOVE 'Y' TO WS-AGE-SW                       00799000
008000                  END-IF                                          00800000
008010              END-IF                                              00801000
008020     END-READ                                                     00802000
008030     EXIT.                                                        00803000
008040                                                                  00804000
008050 520-PROCESS-CUSTOMER.                                            00805000
008060     MOVE BOA-COMPANY TO WS-CUR-COMPANY                           00806000
008070     MOVE ZERO TO WS-CUS-LINES                                    00807000
008080     MOVE ZERO TO WS-CUS-QTY                                      00808000
008090     MOVE WS-CUR-COMPANY TO AGL-COMPANY                           00809000
008100     PERFORM 525-PRINT-AGING-LINE                                 00810000
008110        UNTIL FF-SRTD OR BOA-COMPANY NOT = WS-CUR-COMPANY         00811000
008120     MOVE SPACES TO AGO-LABEL                                     00812000
008130     STRING                                                       00813000
008140        'TOTAL ' DELIMITED BY SIZE                                00814000
008150        WS-CUR-COMPANY DELIMITED BY SIZE                          00815000
008160        INTO AGO-LABEL                                            00816000
008170     END-STRING                                                   00817000
008180     MOVE WS-CUS-LINES TO AGO-LINES                               00818000
008190     MOVE WS-CUS-QTY   TO AGO-QTY                                 00819000
008200     WRITE ENR-BOAGING FROM L-AGE-TOT                             00820000
008210     WRITE ENR-BOAGING FROM L-AGE-VIDE                            00821000
008220     EXIT.                                                        00822000
008230                                                                  00823000
008240 525-PRINT-AGING-LINE.                                            00824000
008250     MOVE BOA-P-NO     TO AGL-P-NO                                00825000
008260     MOVE BOA-O-NO     TO AGL-O-NO                                00826000
008270     MOVE BOA-O-DATE   TO AGL-O-DATE                              00827000
008280     MOVE SPACES       TO AGL-BO-DATE                             00828000
008290     MOVE BOA-BO-DATE(1:4) TO AGL-BO-DATE(1:4)                    00829000
008300     MOVE '-'              TO AGL-BO-DATE(5:1)                    00830000
008310     MOVE BOA-BO-DATE(5:2) TO AGL-BO-DATE(6:2)                    00831000
008320     MOVE '-'              TO AGL-BO-DATE(8:1)                    00832000
008330     MOVE BOA-BO-DATE(7:2) TO AGL-BO-DATE(9:2)                    00833000
008340     MOVE WS-AGE-DAYS  TO AGL-DAYS                                00834000
008350     MOVE BOA-OPEN-QTY TO AGL-OPEN                                00835000
008360     IF BOA-RELEASED                                              00836000
008370         MOVE BOA-REL-QTY TO AGL-REL                              00837000
008380     ELSE                                                         00838000
008390         MOVE ZERO TO AGL-REL                                     00839000
008400     END-IF                                                       00840000
008410     WRITE ENR-BOAGING FROM L-AGE-LINE                            00841000
008420     MOVE SPACES TO AGL-COMPANY                                   00842000
008430     ADD 1 TO WS-CUS-LINES                                        00843000
008440     ADD 1 TO WS-TOT-LINES                                        00844000
008450     ADD BOA-OPEN-QTY TO WS-CUS-QTY                               00845000
008460     ADD BOA-OPEN-QTY TO WS-TOT-QTY                               00846000
008470     PERFORM 510-READ-SRTD                                        00847000
008480     EXIT.                                                        00848000
008490                                                                  00849000
008500******************************************************************00850000
008510* PARAGRAPHE DE CALCUL DE L ATTENTE D UN RELIQUAT : DEPUIS LA     00851000
008520* DATE DE COMMANDE, OU DEPUIS LA DATE DU RELIQUAT SI LA           00852000
008530* COMMANDE N A PAS ETE RETROUVEE AU CHARGEMENT                    00853000
008540******************************************************************00854000
008550 530-COMPUTE-AGE.                                                 00855000
008560     MOVE BOA-O-DATE(1:4) TO W-YMD-Y                              00856000
008570     MOVE BOA-O-DATE(6:2) TO W-YMD-M                              00857000
008580     MOVE BOA-O-DATE(9:2) TO W-YMD-D                              00858000
008590     IF W-YMD-NUM NOT NUMERIC                                     00859000
008600         MOVE BOA-BO-DATE TO W-YMD                                00860000
008610     END-IF                                                       00861000
008620     IF W-YMD-NUM NUMERIC                                         00862000
008630         COMPUTE WS-ORD-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM) 00863000
008640         COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ORD-INT          00864000
008650         IF WS-AGE-DAYS < ZERO                                    00865000
008660             MOVE ZERO TO WS-AGE-DAYS                             00866000
008670         END-IF                                                   00867000
008680     ELSE                                                         00868000
008690         MOVE ZERO TO WS-AGE-DAYS                                 00869000
008700     END-IF                                                       00870000
008710     EXIT.                                                        00871000
008720                                                                  00872000
008730******************************************************************00873000
008740* PARAGRAPHE DE FIN DE RUN : TOTAUX DE CONTROLE                   00874000
008750******************************************************************00875000
008760 900-WRITE-TOTALS.                                                00876000
008770     DISPLAY 'RELIQUATS LUS (BACKORD)     : ' WS-BO-READ          00877000
008780     DISPLAY 'RELIQUATS CHARGES (BOMSTR)  : ' WS-BO-ROLLED        00878000
008790     DISPLAY 'RELIQUATS DEJA CHARGES      : ' WS-BO-DUP           00879000
008800     DISPLAY 'RELIQUATS INVALIDES         : ' WS-BO-BAD           00880000
008810     DISPLAY 'LIGNES LIBEREES             : ' WS-REL-LINES        00881000
008820     DISPLAY 'LISTES DE PREPARATION       : ' WS-REL-DOCS         00882000
008830     DISPLAY 'LIGNES SANS STOCK           : ' WS-NO-STOCK-CNT     00883000
008840     DISPLAY 'LIGNES BLOQUEES CREDIT      : ' WS-SKIP-HELD-CNT    00884000
008850     DISPLAY 'LIGNES A L ETAT D ANCIENNETE: ' WS-TOT-LINES        00885000
008860     EXIT.                                                        00886000
008870                                                                  00887000
008880******************************************************************00888000
008890* PARAGRAPHE POUR TESTER LE CODE SQL DE RETOUR ET AGIR SELON LUI  00889000
008900******************************************************************00890000
008910 TEST-SQLCODE.                                                    00891000
008920     MOVE SQLCODE TO ED-SQLCODE                                   00892000
008930     EVALUATE TRUE                                                00893000
008940         WHEN SQLCODE = ZERO                                      00894000
008950               CONTINUE                                           00895000
008960         WHEN SQLCODE = +100                                      00896000
008970               CONTINUE                                           00897000
008980         WHEN OTHER                                               00898000
008990               PERFORM 900-ABEND-PROG                             00899000
009000     END-EVALUATE.                                                00900000
009010                                                                  00901000
009020******************************************************************00902000
009030* PARAGRAPHE APPELER EN CAS DANOMALIE POUR ARRETER LE PROGRAMME   00903000
009040******************************************************************00904000
009050 900-ABEND-PROG.                                                  00905000
009060     DISPLAY 'SQLCODE : ' ED-SQLCODE                              00906000
009070     DISPLAY 'ANOMALIE GRAVE !'                                   00907000
009080     COMPUTE WS-ANO = 1 / WS-ANO.                                 00908000
