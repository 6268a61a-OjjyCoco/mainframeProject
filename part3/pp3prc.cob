000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3PRC.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - EFFECTIVE-DATED PRICE         00020000
000210*                  CHANGES : THE PRICECHG CARDS (NEW PRICE OF A   00021000
000220*                  PRODUCT OR PERCENTAGE ON A PRODUCT RANGE) DUE  00022000
000230*                  UP TO THE RUN DATE ARE APPLIED TO              00023000
000240*                  API5.PRODUCTS, RECORDED IN THE PRICEHST PRICE  00024000
000250*                  HISTORY AND AUDITED TO THE RFAUMSTR AUDIT      00025000
000260*                  MASTER (BEFORE AND AFTER PRICE).               00026000
000270*                  THE CARDS STILL TO COME ARE LISTED WITH THEIR  00027000
000280*                  EFFECT ON THE OPEN UNBILLED ORDERS. NIGHT JOB  00028000
000290*                  LOG THROUGH PJPT3LOG (COPY JLGREC)             00029000
000291* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00029100
000292*                  NO UNSET FIELD REACHES JOBLOG                  00029200
000300******************************************************************00030000
000310                                                                  00031000
000320 ENVIRONMENT DIVISION.                                            00032000
000330 INPUT-OUTPUT SECTION.                                            00033000
000340 FILE-CONTROL.                                                    00034000
000350******************************************************************00035000
000360* CARTES DE CHANGEMENT DE PRIX (VOIR COPY PCHREC), FACULTATIF     00036000
000370******************************************************************00037000
000380      SELECT PCHF ASSIGN TO PRICECHG                              00038000
000390      ORGANIZATION IS SEQUENTIAL                                  00039000
000400      FILE STATUS IS WS-PCHF-STATUS.                              00040000
000410******************************************************************00041000
000420* FICHIERS DE TRI : TRAVAIL ET CARTES TRIEES PAR DATE D EFFET     00042000
000430******************************************************************00043000
000440      SELECT SRTWRK ASSIGN TO SORTWORK.                           00044000
000450      SELECT SRTD ASSIGN TO SORTED                                00045000
000460      ORGANIZATION  IS SEQUENTIAL.                                00046000
000470******************************************************************00047000
000480* KSDS DE L HISTORIQUE DES PRIX (VOIR COPY PRHREC), MIS A JOUR    00048000
000490******************************************************************00049000
000500      SELECT PRHF ASSIGN TO PRICEHST                              00050000
000510      ORGANIZATION IS INDEXED                                     00051000
000520      ACCESS MODE  IS DYNAMIC                                     00052000
000530      RECORD KEY   IS PRH-KEY                                     00053000
000540      FILE STATUS  IS WS-PRHF-STATUS.                             00054000
000550******************************************************************00055000
000560* KSDS LUS POUR LES COMMANDES NON FACTUREES : HISTORIQUE DES      00056000
000570* FACTURES ET COMMANDES BLOQUEES (ANNULEES = STATUT X)            00057000
000580******************************************************************00058000
000590      SELECT HISF ASSIGN TO INVHIST                               00059000
000600      ORGANIZATION IS INDEXED                                     00060000
000610      ACCESS MODE  IS RANDOM                                      00061000
000620      RECORD KEY   IS HIST-KEY                                    00062000
000630      FILE STATUS  IS WS-HISF-STATUS.                             00063000
000640      SELECT HLDF ASSIGN TO ORDHOLD                               00064000
000650      ORGANIZATION IS INDEXED                                     00065000
000660      ACCESS MODE  IS RANDOM                                      00066000
000670      RECORD KEY   IS HLD-KEY                                     00067000
000680      FILE STATUS  IS WS-HLDF-STATUS.                             00068000
000690******************************************************************00069000
000700* FICHIER PERMANENT DE L AUDIT DES TABLES DE REFERENCE (AJOUT)    00070000
000710******************************************************************00071000
000720      SELECT AUDM ASSIGN TO RFAUMSTR                              00072000
000730      ORGANIZATION IS SEQUENTIAL                                  00073000
000740      FILE STATUS IS WS-AUDM-STATUS.                              00074000
000750******************************************************************00075000
000760* ETAT DES CHANGEMENTS DE PRIX APPLIQUES ET A VENIR               00076000
000770******************************************************************00077000
000780      SELECT PRCR ASSIGN TO PRICEREP                              00078000
000790      ORGANIZATION  IS SEQUENTIAL.                                00079000
000800                                                                  00080000
000810******************************************************************00081000
000820                                                                  00082000
000830 DATA DIVISION.                                                   00083000
000840 FILE SECTION.                                                    00084000
000850 FD PCHF.                                                         00085000
000860 01 ENR-PRICECHG PIC X(80).                                       00086000
000870                                                                  00087000
000880 SD SRTWRK.                                                       00088000
000890 01 SRT-REC.                                                      00089000
000900      05 SRT-TYPE     PIC X(1).                                   00090000
000910      05 SRT-P-NO     PIC X(3).                                   00091000
000920      05 SRT-P-NO-TO  PIC X(3).                                   00092000
000930      05 SRT-EFF-DATE PIC X(10).                                  00093000
000940      05 FILLER       PIC X(63).                                  00094000
000950                                                                  00095000
000960 FD SRTD.                                                         00096000
000970 01 ENR-SRTD PIC X(80).                                           00097000
000980                                                                  00098000
000990 FD PRHF.                                                         00099000
001000     COPY PRHREC.                                                 00100000
001010                                                                  00101000
001020 FD HISF.                                                         00102000
001030 01 HIST-RECORD.                                                  00103000
001040    05 HIST-KEY.                                                  00104000
001050       10 HK-O-NO PIC 9(6).                                       00105000
001060       10 HK-TYPE PIC X(1).                                       00106000
001070       10 HK-SEQ  PIC 9(3).                                       00107000
001080    05 HIST-DATA  PIC X(204).                                     00108000
001090                                                                  00109000
001100 FD HLDF.                                                         00110000
001110     COPY ORDHREC.                                                00111000
001120                                                                  00112000
001130 FD AUDM.                                                         00113000
001140 01 ENR-RFAUMSTR PIC X(112).                                      00114000
001150                                                                  00115000
001160 FD PRCR.                                                         00116000
001170 01 ENR-PRICEREP PIC X(132).                                      00117000
001180                                                                  00118000
001190 WORKING-STORAGE SECTION.                                         00119000
001200******************************************************************00120000
001210* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00121000
001220******************************************************************00122000
001230 77 FLAG-PCHF   PIC 9 VALUE 0.                                    00123000
001240    88 FF-PCHF VALUE 1.                                           00124000
001250 77 FLAG-SRTD   PIC 9 VALUE 0.                                    00125000
001260    88 FF-SRTD VALUE 1.                                           00126000
001270 77 WS-PCHF-STATUS  PIC X(2) VALUE SPACES.                        00127000
001280 77 WS-PRHF-STATUS  PIC X(2) VALUE SPACES.                        00128000
001290 77 WS-HISF-STATUS  PIC X(2) VALUE SPACES.                        00129000
001300 77 WS-HLDF-STATUS  PIC X(2) VALUE SPACES.                        00130000
001310 77 WS-AUDM-STATUS  PIC X(2) VALUE SPACES.                        00131000
001320 77 WS-HISF-SW PIC X(1) VALUE 'N'.                                00132000
001330    88 INVHIST-OPEN VALUE 'Y'.                                    00133000
001340 77 WS-HLDF-SW PIC X(1) VALUE 'N'.                                00134000
001350    88 ORDHOLD-OPEN VALUE 'Y'.                                    00135000
001360                                                                  00136000
001370 77 WS-ANO PIC 99 VALUE ZERO.                                     00137000
001380                                                                  00138000
001390******************************************************************00139000
001400* CARTE SYSIN : DATE DU TRAITEMENT (AAAA-MM-JJ). UNE CARTE DONT   00140000
001410* LA DATE D EFFET EST ATTEINTE EST APPLIQUEE, LES AUTRES SONT A   00141000
001420* VENIR                                                           00142000
001430******************************************************************00143000
001440 77 WS-RUN-DATE PIC X(10) VALUE SPACES.                           00144000
001450                                                                  00145000
001460******************************************************************00146000
001470* CONTROLE DES DATES AAAA-MM-JJ                                   00147000
001480******************************************************************00148000
001490 01 W-YMD.                                                        00149000
001500      05 W-YMD-Y PIC X(4).                                        00150000
001510      05 W-YMD-M PIC X(2).                                        00151000
001520      05 W-YMD-D PIC X(2).                                        00152000
001530 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00153000
001540 77 WS-DATE-X    PIC X(10) VALUE SPACES.                          00154000
001550 77 WS-DATE-INT  PIC S9(9) COMP VALUE ZERO.                       00155000
001560                                                                  00156000
001570******************************************************************00157000
001580* DATE ET HEURE DU SYSTEME POUR L HORODATAGE DE L AUDIT           00158000
001590******************************************************************00159000
001600 01 WS-SYS-YMD   PIC X(8).                                        00160000
001610 01 WS-SYS-TIME.                                                  00161000
001620      05 WS-SYS-HH PIC X(2).                                      00162000
001630      05 WS-SYS-MI PIC X(2).                                      00163000
001640      05 WS-SYS-SS PIC X(2).                                      00164000
001650      05 FILLER    PIC X(2).                                      00165000
001660 01 WS-AUD-TIME.                                                  00166000
001670      05 WS-AUD-HH PIC X(2).                                      00167000
001680      05 FILLER    PIC X(1) VALUE ':'.                            00168000
001690      05 WS-AUD-MI PIC X(2).                                      00169000
001700      05 FILLER    PIC X(1) VALUE ':'.                            00170000
001710      05 WS-AUD-SS PIC X(2).                                      00171000
001720                                                                  00172000
001730******************************************************************00173000
001740* CARTE EN COURS (COPY PCHREC) ET SON TRAITEMENT : A = APPLIQUEE  00174000
001750* (DATE D EFFET ATTEINTE), S = A VENIR                            00175000
001760******************************************************************00176000
001770     COPY PCHREC.                                                 00177000
001780                                                                  00178000
001790 77 WS-MODE-SW   PIC X(1) VALUE 'A'.                              00179000
001800    88 APPLY-MODE     VALUE 'A'.                                  00180000
001810    88 SCHEDULE-MODE  VALUE 'S'.                                  00181000
001820 77 WS-SCHED-HDR PIC X(1) VALUE 'N'.                              00182000
001830    88 SCHED-HDR-DONE VALUE 'Y'.                                  00183000
001840 77 WS-CARD-REASON PIC X(40) VALUE SPACES.                        00184000
001850 77 WS-RANGE-CNT   PIC 9(5) VALUE ZERO.                           00185000
001860                                                                  00186000
001870******************************************************************00187000
001880* PRODUIT EN COURS : ANCIEN ET NOUVEAU PRIX, STATUT ET MOTIF      00188000
001890******************************************************************00189000
001900 77 WS-OLD-PRICE   PIC 9(5)V99 VALUE ZERO.                        00190000
001910 77 WS-NEW-PRICE   PIC 9(5)V99 VALUE ZERO.                        00191000
001920 77 WS-NEW-WORK    PIC S9(7)V99 VALUE ZERO.                       00192000
001930 77 WS-PCT-WORK    PIC S9(5)V99 VALUE ZERO.                       00193000
001940 77 WS-PRD-STATUS  PIC X(10) VALUE SPACES.                        00194000
001950 77 WS-PRD-REASON  PIC X(40) VALUE SPACES.                        00195000
001960 77 ED-PRICE       PIC 99999.99.                                  00196000
001970 77 WS-HIST-SW     PIC X(1) VALUE 'N'.                            00197000
001980    88 HIST-NONE      VALUE 'N'.                                  00198000
001990    88 HIST-SAME-DATE VALUE 'D'.                                  00199000
002000    88 HIST-LATER     VALUE 'L'.                                  00200000
002010 77 WS-HIST-DATE   PIC X(10) VALUE SPACES.                        00201000
002020                                                                  00202000
002030******************************************************************00203000
002040* EFFET D UN CHANGEMENT A VENIR SUR LES LIGNES DES COMMANDES NON  00204000
002050* FACTUREES : VALEUR AU PRIX DE LA COMMANDE ET AU NOUVEAU PRIX,   00205000
002060* DONT LES COMMANDES DATEES DU JOUR D EFFET OU APRES              00206000
002070******************************************************************00207000
002080 77 WS-OPN-LINES   PIC 9(5) VALUE ZERO.                           00208000
002090 77 WS-OPN-QTY     PIC 9(7) VALUE ZERO.                           00209000
002100 77 WS-OPN-ORD-VAL PIC S9(9)V99 VALUE ZERO.                       00210000
002110 77 WS-OPN-NEW-VAL PIC S9(9)V99 VALUE ZERO.                       00211000
002120 77 WS-OPN-DIFF    PIC S9(9)V99 VALUE ZERO.                       00212000
002130 77 WS-LATE-LINES  PIC 9(5) VALUE ZERO.                           00213000
002140 77 WS-LATE-DIFF   PIC S9(9)V99 VALUE ZERO.                       00214000
002150 77 WS-PEND-SW     PIC X VALUE 'Y'.                               00215000
002160    88 PENDING-UNBILLED VALUE 'Y'.                                00216000
002170                                                                  00217000
002180******************************************************************00218000
002190* DECLARATION DES ZONES DB2                                       00219000
002200******************************************************************00220000
002210     EXEC SQL                                                     00221000
002220        INCLUDE SQLCA                                             00222000
002230     END-EXEC.                                                    00223000
002240                                                                  00224000
002250     EXEC SQL                                                     00225000
002260        INCLUDE PRODUCTS                                          00226000
002270     END-EXEC.                                                    00227000
002280                                                                  00228000
002290     EXEC SQL                                                     00229000
002300        INCLUDE ORDERS                                            00230000
002310     END-EXEC.                                                    00231000
002320                                                                  00232000
002330     EXEC SQL                                                     00233000
002340        INCLUDE ITEMS                                             00234000
002350     END-EXEC.                                                    00235000
002360                                                                  00236000
002370 77 WS-RANGE-FROM  PIC X(3) VALUE SPACES.                         00237000
002380 77 WS-RANGE-TO    PIC X(3) VALUE SPACES.                         00238000
002390                                                                  00239000
002400******************************************************************00240000
002410* CURSEUR DES PRODUITS D UNE PLAGE (CARTE R). WITH HOLD : CHAQUE  00241000
002420* PRODUIT MODIFIE EST VALIDE PAR UN COMMIT SANS FERMER LE CURSEUR 00242000
002430******************************************************************00243000
002440     EXEC SQL                                                     00244000
002450        DECLARE CRANGE CURSOR WITH HOLD FOR                       00245000
002460           SELECT P_NO, DESCRIPTION, PRICE                        00246000
002470           FROM API5.PRODUCTS                                     00247000
002480           WHERE P_NO BETWEEN :WS-RANGE-FROM AND :WS-RANGE-TO     00248000
002490           ORDER BY P_NO                                          00249000
002500     END-EXEC.                                                    00250000
002510                                                                  00251000
002520******************************************************************00252000
002530* CURSEUR DES LIGNES DE COMMANDE D UN PRODUIT AVEC LA DATE DE LA  00253000
002540* COMMANDE, POUR L EFFET D UN CHANGEMENT A VENIR                  00254000
002550******************************************************************00255000
002560     EXEC SQL                                                     00256000
002570        DECLARE COPEN CURSOR FOR                                  00257000
002580           SELECT I.O_NO, I.QUANTITY, I.PRICE, O.O_DATE           00258000
002590           FROM API5.ITEMS I, API5.ORDERS O                       00259000
002600           WHERE I.P_NO = :ITEM-P-NO                              00260000
002610             AND O.O_NO = I.O_NO                                  00261000
002620     END-EXEC.                                                    00262000
002630                                                                  00263000
002640 77 WS-SQL-SW      PIC X(1) VALUE 'Y'.                            00264000
002650    88 SQL-OK VALUE 'Y'.                                          00265000
002660 77 ED-SQLCODE     PIC +Z(8)9.                                    00266000
002670                                                                  00267000
002680******************************************************************00268000
002690* ENREGISTREMENT D AUDIT DES TABLES (VOIR COPY RFAUREC)           00269000
002700******************************************************************00270000
002710     COPY RFAUREC.                                                00271000
002720                                                                  00272000
002730******************************************************************00273000
002740* COMPTEURS DE CONTROLE                                           00274000
002750******************************************************************00275000
002760 77 WS-CARD-READ   PIC 9(7) VALUE ZERO.                           00276000
002770 77 WS-CARD-REJ    PIC 9(7) VALUE ZERO.                           00277000
002780 77 WS-CARD-DUE    PIC 9(7) VALUE ZERO.                           00278000
002790 77 WS-CARD-SCHED  PIC 9(7) VALUE ZERO.                           00279000
002800 77 WS-PRD-APPLIED PIC 9(7) VALUE ZERO.                           00280000
002810 77 WS-PRD-SKIPPED PIC 9(7) VALUE ZERO.                           00281000
002820 77 WS-PRD-ERROR   PIC 9(7) VALUE ZERO.                           00282000
002830 77 WS-PRD-SCHED   PIC 9(7) VALUE ZERO.                           00283000
002840 77 WS-SCH-LINES   PIC 9(7) VALUE ZERO.                           00284000
002850 77 WS-SCH-DIFF    PIC S9(11)V99 VALUE ZERO.                      00285000
002860                                                                  00286000
002870******************************************************************00287000
002880* DECLARATION DES LIGNES DE L ETAT DES CHANGEMENTS DE PRIX        00288000
002890******************************************************************00289000
002900 77 L-PRC-VIDE PIC X(132) VALUE SPACES.                           00290000
002910                                                                  00291000
002920 01 L-PRC-TITLE.                                                  00292000
002930      05 FILLER   PIC X(36) VALUE                                 00293000
002940         'PRICE CHANGES - RUN '.                                  00294000
002950      05 PRT-DATE PIC X(10).                                      00295000
002960      05 FILLER   PIC X(86) VALUE SPACES.                         00296000
002970                                                                  00297000
002980 01 L-PRC-SECT.                                                   00298000
002990      05 PRS-TEXT PIC X(60).                                      00299000
003000      05 FILLER   PIC X(72) VALUE SPACES.                         00300000
003010                                                                  00301000
003020 01 L-PRC-HDR.                                                    00302000
003030      05 FILLER PIC X(12) VALUE 'EFF DATE'.                       00303000
003040      05 FILLER PIC X(4)  VALUE 'TYPE'.                           00304000
003050      05 FILLER PIC X(5)  VALUE 'PROD'.                           00305000
003060      05 FILLER PIC X(31) VALUE 'DESCRIPTION'.                    00306000
003070      05 FILLER PIC X(10) VALUE ' OLD PRICE'.                     00307000
003080      05 FILLER PIC X(10) VALUE ' NEW PRICE'.                     00308000
003090      05 FILLER PIC X(10) VALUE '  CHANGE %'.                     00309000
003100      05 FILLER PIC X(2)  VALUE SPACES.                           00310000
003110      05 FILLER PIC X(48) VALUE 'STATUS / REASON'.                00311000
003120                                                                  00312000
003130 01 L-PRC-DET.                                                    00313000
003140      05 PRD-EFF-DATE PIC X(10).                                  00314000
003150      05 FILLER       PIC X(2) VALUE SPACES.                      00315000
003160      05 PRD-TYPE     PIC X(1).                                   00316000
003170      05 FILLER       PIC X(3) VALUE SPACES.                      00317000
003180      05 PRD-P-NO     PIC X(3).                                   00318000
003190      05 FILLER       PIC X(2) VALUE SPACES.                      00319000
003200      05 PRD-DESC     PIC X(30).                                  00320000
003210      05 FILLER       PIC X(1) VALUE SPACE.                       00321000
003220      05 PRD-OLD      PIC ZZZZZZ9.99 BLANK WHEN ZERO.             00322000
003230      05 PRD-NEW      PIC ZZZZZZ9.99 BLANK WHEN ZERO.             00323000
003240      05 PRD-PCT      PIC ------9.99 BLANK WHEN ZERO.             00324000
003250      05 FILLER       PIC X(2) VALUE SPACES.                      00325000
003260      05 PRD-STATUS   PIC X(10).                                  00326000
003270      05 PRD-REASON   PIC X(38).                                  00327000
003280                                                                  00328000
003290 01 L-PRC-OPEN.                                                   00329000
003300      05 FILLER       PIC X(16) VALUE SPACES.                     00330000
003310      05 FILLER       PIC X(22) VALUE 'OPEN UNBILLED LINES :'.    00331000
003320      05 PRO-LINES    PIC ZZZZ9.                                  00332000
003330      05 FILLER       PIC X(6) VALUE '  QTY '.                    00333000
003340      05 PRO-QTY      PIC ZZZZZZ9.                                00334000
003350      05 FILLER       PIC X(16) VALUE '  AT ORDER PRICE'.         00335000
003360      05 PRO-ORD-VAL  PIC Z(8)9.99-.                              00336000
003370      05 FILLER       PIC X(14) VALUE '  AT NEW PRICE'.           00337000
003380      05 PRO-NEW-VAL  PIC Z(8)9.99-.                              00338000
003390      05 FILLER       PIC X(6) VALUE '  DIFF'.                    00339000
003400      05 PRO-DIFF     PIC Z(8)9.99-.                              00340000
003410      05 FILLER       PIC X(1) VALUE SPACE.                       00341000
003420                                                                  00342000
003430 01 L-PRC-LATE.                                                   00343000
003440      05 FILLER       PIC X(16) VALUE SPACES.                     00344000
003450      05 FILLER       PIC X(29) VALUE                             00345000
003460         '  OF WHICH ORDERS DATED ON OR'.                         00346000
003470      05 FILLER       PIC X(28) VALUE                             00347000
003480         ' AFTER THE EFFECTIVE DATE : '.                          00348000
003490      05 PRL-LINES    PIC ZZZZ9.                                  00349000
003500      05 FILLER       PIC X(14) VALUE ' LINES   DIFF'.            00350000
003510      05 PRL-DIFF     PIC Z(8)9.99-.                              00351000
003520      05 FILLER       PIC X(27) VALUE SPACES.                     00352000
003530                                                                  00353000
003540 01 L-PRC-CNT.                                                    00354000
003550      05 PRC-CNT-LABEL PIC X(38).                                 00355000
003560      05 FILLER        PIC X(9) VALUE SPACES.                     00356000
003570      05 PRC-CNT-VALUE PIC Z(6)9.                                 00357000
003580      05 FILLER        PIC X(78) VALUE SPACES.                    00358000
003590                                                                  00359000
003600 01 L-PRC-TOT.                                                    00360000
003610      05 PRC-TOT-LABEL PIC X(38).                                 00361000
003620      05 FILLER        PIC X(4) VALUE SPACES.                     00362000
003630      05 PRC-TOT-VALUE PIC Z(11)9.99-.                            00363000
003640      05 FILLER        PIC X(74) VALUE SPACES.                    00364000
003650                                                                  00365000
003660******************************************************************00366000
003670* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00367000
003680******************************************************************00368000
003690     COPY JLGREC.                                                 00369000
003700                                                                  00370000
003710 PROCEDURE DIVISION.                                              00371000
003720                                                                  00372000
003721     INITIALIZE L-JOBLOG                                          00372100
003730     MOVE 'PJPT3PRC' TO JLG-PROGRAM                               00373000
003740     MOVE 'S' TO JLG-TYPE                                         00374000
003750     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00375000
003760                                                                  00376000
003770     PERFORM 100-INITIALIZE                                       00377000
003780                                                                  00378000
003790     SORT SRTWRK                                                  00379000
003800          ON ASCENDING KEY SRT-EFF-DATE                           00380000
003810          ON ASCENDING KEY SRT-P-NO                               00381000
003820          ON ASCENDING KEY SRT-TYPE                               00382000
003830          INPUT PROCEDURE 250-BUILD-SORT                          00383000
003840          GIVING SRTD                                             00384000
003850                                                                  00385000
003860     OPEN INPUT SRTD                                              00386000
003870     PERFORM 200-READ-SRTD                                        00387000
003880     PERFORM 300-PROCESS-CARD UNTIL FF-SRTD                       00388000
003890                                                                  00389000
003900     PERFORM 900-WRITE-TOTALS                                     00390000
003910                                                                  00391000
003920     IF INVHIST-OPEN                                              00392000
003930         CLOSE HISF                                               00393000
003940     END-IF                                                       00394000
003950     IF ORDHOLD-OPEN                                              00395000
003960         CLOSE HLDF                                               00396000
003970     END-IF                                                       00397000
003980     CLOSE SRTD                                                   00398000
003990     CLOSE PRHF                                                   00399000
004000     CLOSE AUDM                                                   00400000
004010     CLOSE PRCR                                                   00401000
004020                                                                  00402000
004030     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00403000
004040     MOVE WS-CARD-READ TO JLG-IN-CNT                              00404000
004050     MOVE WS-PRD-APPLIED TO JLG-OUT-CNT                           00405000
004060     MOVE RETURN-CODE TO JLG-RC                                   00406000
004070     MOVE 'E' TO JLG-TYPE                                         00407000
004080     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00408000
004090                                                                  00409000
004100     GOBACK.                                                      00410000
004110                                                                  00411000
004120******************************************************************00412000
004130* PARAGRAPHE D INITIALISATION : CARTE SYSIN, ETAT ET OUVERTURE    00413000
004140* DES FICHIERS. PRICEHST ET RFAUMSTR SONT OBLIGATOIRES, INVHIST   00414000
004150* ET ORDHOLD FACULTATIFS (AUCUNE COMMANDE FACTUREE OU ANNULEE)    00415000
004160******************************************************************00416000
004170 100-INITIALIZE.                                                  00417000
004180     ACCEPT WS-RUN-DATE FROM SYSIN                                00418000
004190     MOVE WS-RUN-DATE TO WS-DATE-X                                00419000
004200     PERFORM 810-CHECK-DATE                                       00420000
004210     IF WS-DATE-INT = ZERO                                        00421000
004220         DISPLAY 'SYSIN RUN DATE INVALID : ' WS-RUN-DATE          00422000
004230         PERFORM ABEND-PROG                                       00423000
004240     END-IF                                                       00424000
004250                                                                  00425000
004260     OPEN OUTPUT PRCR                                             00426000
004270     MOVE WS-RUN-DATE TO PRT-DATE                                 00427000
004280     WRITE ENR-PRICEREP FROM L-PRC-TITLE                          00428000
004290     WRITE ENR-PRICEREP FROM L-PRC-VIDE                           00429000
004300     MOVE 'CHANGES DUE UP TO THE RUN DATE' TO PRS-TEXT            00430000
004310     WRITE ENR-PRICEREP FROM L-PRC-SECT                           00431000
004320     WRITE ENR-PRICEREP FROM L-PRC-HDR                            00432000
004330                                                                  00433000
004340     OPEN I-O PRHF                                                00434000
004350     IF WS-PRHF-STATUS NOT = '00'                                 00435000
004360         DISPLAY 'ERREUR OUVERTURE PRICEHST : ' WS-PRHF-STATUS    00436000
004370         PERFORM ABEND-PROG                                       00437000
004380     END-IF                                                       00438000
004390     OPEN EXTEND AUDM                                             00439000
004400     IF WS-AUDM-STATUS = '35'                                     00440000
004410         OPEN OUTPUT AUDM                                         00441000
004420     END-IF                                                       00442000
004430     IF WS-AUDM-STATUS NOT = '00'                                 00443000
004440         DISPLAY 'RFAUMSTR OPEN ERROR : ' WS-AUDM-STATUS          00444000
004450         PERFORM ABEND-PROG                                       00445000
004460     END-IF                                                       00446000
004470     OPEN INPUT HISF                                              00447000
004480     IF WS-HISF-STATUS = '00'                                     00448000
004490         MOVE 'Y' TO WS-HISF-SW                                   00449000
004500     ELSE                                                         00450000
004510         DISPLAY 'NO INVHIST FILE : ' WS-HISF-STATUS              00451000
004520     END-IF                                                       00452000
004530     OPEN INPUT HLDF                                              00453000
004540     IF WS-HLDF-STATUS = '00'                                     00454000
004550         MOVE 'Y' TO WS-HLDF-SW                                   00455000
004560     ELSE                                                         00456000
004570         DISPLAY 'NO ORDHOLD FILE : ' WS-HLDF-STATUS              00457000
004580     END-IF                                                       00458000
004590     EXIT.                                                        00459000
004600                                                                  00460000
004610 200-READ-SRTD.                                                   00461000
004620     READ SRTD INTO PRICECHG-RECORD                               00462000
004630         AT END                                                   00463000
004640              SET FF-SRTD TO TRUE                                 00464000
004650     END-READ                                                     00465000
004660     EXIT.                                                        00466000
004670                                                                  00467000
004680******************************************************************00468000
004690* PROCEDURE D ENTREE DU TRI : LES CARTES PRICECHG. FICHIER ABSENT 00469000
004700* = AUCUN CHANGEMENT DE PRIX                                      00470000
004710******************************************************************00471000
004720 250-BUILD-SORT.                                                  00472000
004730     OPEN INPUT PCHF                                              00473000
004740     IF WS-PCHF-STATUS = '00'                                     00474000
004750         PERFORM 260-READ-PCHF                                    00475000
004760         PERFORM 270-RELEASE-CARD UNTIL FF-PCHF                   00476000
004770         CLOSE PCHF                                               00477000
004780     ELSE                                                         00478000
004790         DISPLAY 'NO PRICECHG FILE : ' WS-PCHF-STATUS             00479000
004800     END-IF                                                       00480000
004810     EXIT.                                                        00481000
004820                                                                  00482000
004830 260-READ-PCHF.                                                   00483000
004840     READ PCHF                                                    00484000
004850         AT END                                                   00485000
004860              SET FF-PCHF TO TRUE                                 00486000
004870     END-READ                                                     00487000
004880     IF WS-PCHF-STATUS NOT = '00' AND WS-PCHF-STATUS NOT = '10'   00488000
004890         SET FF-PCHF TO TRUE                                      00489000
004900     END-IF                                                       00490000
004910     EXIT.                                                        00491000
004920                                                                  00492000
004930 270-RELEASE-CARD.                                                00493000
004940     ADD 1 TO WS-CARD-READ                                        00494000
004950     MOVE ENR-PRICECHG TO SRT-REC                                 00495000
004960     RELEASE SRT-REC                                              00496000
004970     PERFORM 260-READ-PCHF                                        00497000
004980     EXIT.                                                        00498000
004990                                                                  00499000
005000******************************************************************00500000
005010* UNE CARTE : CONTROLE, PUIS APPLICATION (DATE D EFFET ATTEINTE)  00501000
005020* OU ETAT DES CHANGEMENTS A VENIR, PRODUIT PAR PRODUIT. LES       00502000
005030* CARTES A VENIR SUIVENT LES AUTRES (TRI PAR DATE D EFFET)        00503000
005040******************************************************************00504000
005050 300-PROCESS-CARD.                                                00505000
005060     MOVE 'Y' TO WS-SQL-SW                                        00506000
005070     PERFORM 310-EDIT-CARD                                        00507000
005080     IF WS-CARD-REASON NOT = SPACES                               00508000
005090         ADD 1 TO WS-CARD-REJ                                     00509000
005100         MOVE 'REJECTED' TO WS-PRD-STATUS                         00510000
005110         MOVE WS-CARD-REASON TO WS-PRD-REASON                     00511000
005120         PERFORM 710-REPORT-CARD                                  00512000
005130     ELSE                                                         00513000
005140         IF PCH-EFF-DATE > WS-RUN-DATE                            00514000
005150             MOVE 'S' TO WS-MODE-SW                               00515000
005160             ADD 1 TO WS-CARD-SCHED                               00516000
005170             IF NOT SCHED-HDR-DONE                                00517000
005180                 PERFORM 320-SCHEDULE-HEADER                      00518000
005190             END-IF                                               00519000
005200         ELSE                                                     00520000
005210             MOVE 'A' TO WS-MODE-SW                               00521000
005220             ADD 1 TO WS-CARD-DUE                                 00522000
005230         END-IF                                                   00523000
005240         IF PCH-NEW-PRICE                                         00524000
005250             PERFORM 400-PRODUCT-CARD                             00525000
005260         ELSE                                                     00526000
005270             PERFORM 450-RANGE-CARD                               00527000
005280         END-IF                                                   00528000
005290     END-IF                                                       00529000
005300     PERFORM 200-READ-SRTD                                        00530000
005310     EXIT.                                                        00531000
005320                                                                  00532000
005330******************************************************************00533000
005340* CONTROLE DE LA CARTE : TYPE, PRODUIT, DATE D EFFET, NOUVEAU     00534000
005350* PRIX (P) OU PLAGE, SIGNE ET POURCENTAGE (R). UNE CARTE R SANS   00535000
005360* FIN DE PLAGE PORTE SUR SON SEUL PRODUIT                         00536000
005370******************************************************************00537000
005380 310-EDIT-CARD.                                                   00538000
005390     MOVE SPACES TO WS-CARD-REASON                                00539000
005400     IF NOT PCH-NEW-PRICE AND NOT PCH-RANGE-PCT                   00540000
005410         MOVE 'INVALID CARD TYPE (P OR R)' TO WS-CARD-REASON      00541000
005420     END-IF                                                       00542000
005430     IF WS-CARD-REASON = SPACES AND PCH-P-NO = SPACES             00543000
005440         MOVE 'PRODUCT CODE MISSING' TO WS-CARD-REASON            00544000
005450     END-IF                                                       00545000
005460     IF WS-CARD-REASON = SPACES                                   00546000
005470         MOVE PCH-EFF-DATE TO WS-DATE-X                           00547000
005480         PERFORM 810-CHECK-DATE                                   00548000
005490         IF WS-DATE-INT = ZERO                                    00549000
005500             MOVE 'INVALID EFFECTIVE DATE' TO WS-CARD-REASON      00550000
005510         END-IF                                                   00551000
005520     END-IF                                                       00552000
005530     IF WS-CARD-REASON = SPACES AND PCH-NEW-PRICE                 00553000
005540         IF PCH-PRICE NOT NUMERIC OR PCH-PRICE = ZERO             00554000
005550             MOVE 'INVALID NEW PRICE' TO WS-CARD-REASON           00555000
005560         END-IF                                                   00556000
005570     END-IF                                                       00557000
005580     IF WS-CARD-REASON = SPACES AND PCH-RANGE-PCT                 00558000
005590         IF PCH-P-NO-TO = SPACES                                  00559000
005600             MOVE PCH-P-NO TO PCH-P-NO-TO                         00560000
005610         END-IF                                                   00561000
005620         EVALUATE TRUE                                            00562000
005630             WHEN PCH-P-NO-TO < PCH-P-NO                          00563000
005640                 MOVE 'INVALID PRODUCT RANGE' TO WS-CARD-REASON   00564000
005650             WHEN NOT PCH-PCT-UP AND NOT PCH-PCT-DOWN             00565000
005660                 MOVE 'PERCENT SIGN MUST BE + OR -'               00566000
005670                    TO WS-CARD-REASON                             00567000
005680             WHEN PCH-PCT NOT NUMERIC OR PCH-PCT = ZERO           00568000
005690                 MOVE 'INVALID PERCENTAGE' TO WS-CARD-REASON      00569000
005700             WHEN PCH-PCT-DOWN AND PCH-PCT NOT < 100              00570000
005710                 MOVE 'DECREASE OF 100 PERCENT OR MORE'           00571000
005720                    TO WS-CARD-REASON                             00572000
005730         END-EVALUATE                                             00573000
005740     END-IF                                                       00574000
005750     EXIT.                                                        00575000
005760                                                                  00576000
005770 320-SCHEDULE-HEADER.                                             00577000
005780     MOVE 'Y' TO WS-SCHED-HDR                                     00578000
005790     WRITE ENR-PRICEREP FROM L-PRC-VIDE                           00579000
005800     MOVE 'SCHEDULED CHANGES (EFFECTIVE AFTER THE RUN DATE)'      00580000
005810        TO PRS-TEXT                                               00581000
005820     WRITE ENR-PRICEREP FROM L-PRC-SECT                           00582000
005830     WRITE ENR-PRICEREP FROM L-PRC-HDR                            00583000
005840     EXIT.                                                        00584000
005850                                                                  00585000
005860******************************************************************00586000
005870* CARTE P : LE NOUVEAU PRIX D UN PRODUIT                          00587000
005880******************************************************************00588000
005890 400-PRODUCT-CARD.                                                00589000
005900     INITIALIZE ST-PROD                                           00590000
005910     MOVE PCH-P-NO TO PROD-P-NO                                   00591000
005920     EXEC SQL                                                     00592000
005930        SELECT DESCRIPTION, PRICE                                 00593000
005940            INTO :PROD-DESCRIPTION, :PROD-PRICE                   00594000
005950            FROM API5.PRODUCTS                                    00595000
005960            WHERE P_NO = :PROD-P-NO                               00596000
005970     END-EXEC                                                     00597000
005980     EVALUATE TRUE                                                00598000
005990         WHEN SQLCODE = ZERO                                      00599000
006000             MOVE PCH-PRICE TO WS-NEW-PRICE                       00600000
006010             PERFORM 500-PRODUCT-CHANGE                           00601000
006020         WHEN SQLCODE = +100                                      00602000
006030             ADD 1 TO WS-PRD-SKIPPED                              00603000
006040             MOVE 'SKIPPED' TO WS-PRD-STATUS                      00604000
006050             MOVE 'PRODUCT NOT ON FILE' TO WS-PRD-REASON          00605000
006060             PERFORM 710-REPORT-CARD                              00606000
006070         WHEN OTHER                                               00607000
006080             PERFORM 950-SQL-ERROR                                00608000
006090             PERFORM 710-REPORT-CARD                              00609000
006100     END-EVALUATE                                                 00610000
006110     EXIT.                                                        00611000
006120                                                                  00612000
006130******************************************************************00613000
006140* CARTE R : CHAQUE PRODUIT DE LA PLAGE, AU PRIX COURANT AUGMENTE  00614000
006150* OU DIMINUE DU POURCENTAGE ET ARRONDI AU CENTIME. UNE ERREUR     00615000
006160* SQL ARRETE LA PLAGE (LES PRODUITS DEJA VALIDES LE RESTENT)      00616000
006170******************************************************************00617000
006180 450-RANGE-CARD.                                                  00618000
006190     MOVE ZERO TO WS-RANGE-CNT                                    00619000
006200     MOVE PCH-P-NO    TO WS-RANGE-FROM                            00620000
006210     MOVE PCH-P-NO-TO TO WS-RANGE-TO                              00621000
006220     INITIALIZE ST-PROD                                           00622000
006230     EXEC SQL                                                     00623000
006240        OPEN CRANGE                                               00624000
006250     END-EXEC                                                     00625000
006260     IF SQLCODE = ZERO                                            00626000
006270         PERFORM 460-FETCH-RANGE                                  00627000
006280         PERFORM 470-RANGE-PRODUCT                                00628000
006290            UNTIL SQLCODE NOT = ZERO OR NOT SQL-OK                00629000
006300         IF SQL-OK                                                00630000
006310             IF SQLCODE NOT = +100                                00631000
006320                 PERFORM 950-SQL-ERROR                            00632000
006330                 PERFORM 710-REPORT-CARD                          00633000
006340             END-IF                                               00634000
006350             EXEC SQL                                             00635000
006360                CLOSE CRANGE                                      00636000
006370             END-EXEC                                             00637000
006380         END-IF                                                   00638000
006390     ELSE                                                         00639000
006400         PERFORM 950-SQL-ERROR                                    00640000
006410         PERFORM 710-REPORT-CARD                                  00641000
006420     END-IF                                                       00642000
006430     IF SQL-OK AND WS-RANGE-CNT = ZERO                            00643000
006440         ADD 1 TO WS-PRD-SKIPPED                                  00644000
006450         MOVE 'SKIPPED' TO WS-PRD-STATUS                          00645000
006460         MOVE 'NO PRODUCT ON FILE IN THE RANGE' TO WS-PRD-REASON  00646000
006470         PERFORM 710-REPORT-CARD                                  00647000
006480     END-IF                                                       00648000
006490     EXIT.                                                        00649000
006500                                                                  00650000
006510 460-FETCH-RANGE.                                                 00651000
006520     EXEC SQL                                                     00652000
006530        FETCH CRANGE                                              00653000
006540        INTO :PROD-P-NO, :PROD-DESCRIPTION, :PROD-PRICE           00654000
006550     END-EXEC                                                     00655000
006560     EXIT.                                                        00656000
006570                                                                  00657000
006580 470-RANGE-PRODUCT.                                               00658000
006590     ADD 1 TO WS-RANGE-CNT                                        00659000
006600     IF PCH-PCT-UP                                                00660000
006610         COMPUTE WS-NEW-WORK ROUNDED =                            00661000
006620            PROD-PRICE * (100 + PCH-PCT) / 100                    00662000
006630     ELSE                                                         00663000
006640         COMPUTE WS-NEW-WORK ROUNDED =                            00664000
006650            PROD-PRICE * (100 - PCH-PCT) / 100                    00665000
006660     END-IF                                                       00666000
006670     EVALUATE TRUE                                                00667000
006680         WHEN WS-NEW-WORK > 99999.99                              00668000
006690             PERFORM 480-RANGE-REJECT                             00669000
006700             MOVE 'NEW PRICE OVER 99999.99' TO WS-PRD-REASON      00670000
006710             PERFORM 700-REPORT-PRODUCT                           00671000
006720         WHEN WS-NEW-WORK NOT > ZERO                              00672000
006730             PERFORM 480-RANGE-REJECT                             00673000
006740             MOVE 'NEW PRICE WOULD BE ZERO' TO WS-PRD-REASON      00674000
006750             PERFORM 700-REPORT-PRODUCT                           00675000
006760         WHEN OTHER                                               00676000
006770             MOVE WS-NEW-WORK TO WS-NEW-PRICE                     00677000
006780             PERFORM 500-PRODUCT-CHANGE                           00678000
006790     END-EVALUATE                                                 00679000
006800     IF SQL-OK                                                    00680000
006810         PERFORM 460-FETCH-RANGE                                  00681000
006820     END-IF                                                       00682000
006830     EXIT.                                                        00683000
006840                                                                  00684000
006850 480-RANGE-REJECT.                                                00685000
006860     ADD 1 TO WS-PRD-SKIPPED                                      00686000
006870     MOVE PROD-PRICE TO WS-OLD-PRICE                              00687000
006880     MOVE ZERO       TO WS-NEW-PRICE                              00688000
006890     MOVE 'REJECTED' TO WS-PRD-STATUS                             00689000
006900     EXIT.                                                        00690000
006910                                                                  00691000
006920******************************************************************00692000
006930* UN PRODUIT ET SON NOUVEAU PRIX : APPLICATION OU EFFET SUR LES   00693000
006940* COMMANDES OUVERTES SELON LA DATE D EFFET, PUIS LIGNE D ETAT     00694000
006950******************************************************************00695000
006960 500-PRODUCT-CHANGE.                                              00696000
006970     MOVE PROD-PRICE TO WS-OLD-PRICE                              00697000
006980     MOVE SPACES TO WS-PRD-STATUS                                 00698000
006990     MOVE PCH-COMMENT TO WS-PRD-REASON                            00699000
007000     IF APPLY-MODE                                                00700000
007010         PERFORM 510-APPLY-CHANGE                                 00701000
007020     ELSE                                                         00702000
007030         PERFORM 600-SCHEDULED-CHANGE                             00703000
007040     END-IF                                                       00704000
007050     PERFORM 700-REPORT-PRODUCT                                   00705000
007060     EXIT.                                                        00706000
007070                                                                  00707000
007080******************************************************************00708000
007090* APPLICATION : UN CHANGEMENT DEJA DANS PRICEHST (CARTE REPASSEE) 00709000
007100* OU SUIVI D UN CHANGEMENT PLUS RECENT (PJPRODM OU CARTE DATEE    00710000
007110* PLUS TARD) N EST PAS APPLIQUE ; SINON PRIX MIS A JOUR,          00711000
007120* HISTORIQUE ET AUDIT ECRITS, PUIS COMMIT                         00712000
007130******************************************************************00713000
007140 510-APPLY-CHANGE.                                                00714000
007150     PERFORM 520-FIND-HISTORY                                     00715000
007160     EVALUATE TRUE                                                00716000
007170         WHEN HIST-SAME-DATE                                      00717000
007180             ADD 1 TO WS-PRD-SKIPPED                              00718000
007190             MOVE 'SKIPPED' TO WS-PRD-STATUS                      00719000
007200             MOVE SPACES TO WS-PRD-REASON                         00720000
007210             STRING 'ALREADY APPLIED ON ' DELIMITED BY SIZE       00721000
007220                    WS-HIST-DATE DELIMITED BY SIZE                00722000
007230                    INTO WS-PRD-REASON                            00723000
007240             END-STRING                                           00724000
007250         WHEN HIST-LATER                                          00725000
007260             ADD 1 TO WS-PRD-SKIPPED                              00726000
007270             MOVE 'SKIPPED' TO WS-PRD-STATUS                      00727000
007280             MOVE SPACES TO WS-PRD-REASON                         00728000
007290             STRING 'SUPERSEDED BY THE CHANGE OF '                00729000
007300                       DELIMITED BY SIZE                          00730000
007310                    WS-HIST-DATE DELIMITED BY SIZE                00731000
007320                    INTO WS-PRD-REASON                            00732000
007330             END-STRING                                           00733000
007340         WHEN WS-NEW-PRICE = WS-OLD-PRICE                         00734000
007350             ADD 1 TO WS-PRD-SKIPPED                              00735000
007360             MOVE 'SKIPPED' TO WS-PRD-STATUS                      00736000
007370             MOVE 'PRICE ALREADY AT THE NEW VALUE'                00737000
007380                TO WS-PRD-REASON                                  00738000
007390         WHEN OTHER                                               00739000
007400             PERFORM 530-UPDATE-PRICE                             00740000
007410     END-EVALUATE                                                 00741000
007420     EXIT.                                                        00742000
007430                                                                  00743000
007440******************************************************************00744000
007450* PREMIER HISTORIQUE DU PRODUIT A LA DATE D EFFET OU APRES        00745000
007460******************************************************************00746000
007470 520-FIND-HISTORY.                                                00747000
007480     MOVE 'N' TO WS-HIST-SW                                       00748000
007490     MOVE SPACES TO WS-HIST-DATE                                  00749000
007500     MOVE PROD-P-NO    TO PRH-P-NO                                00750000
007510     MOVE PCH-EFF-DATE TO PRH-EFF-DATE                            00751000
007520     START PRHF KEY IS NOT LESS THAN PRH-KEY                      00752000
007530     IF WS-PRHF-STATUS = '00'                                     00753000
007540         READ PRHF NEXT RECORD                                    00754000
007550         IF WS-PRHF-STATUS = '00' AND PRH-P-NO = PROD-P-NO        00755000
007560             IF PRH-EFF-DATE = PCH-EFF-DATE                       00756000
007570                 MOVE 'D' TO WS-HIST-SW                           00757000
007580                 MOVE PRH-APPLY-DATE TO WS-HIST-DATE              00758000
007590             ELSE                                                 00759000
007600                 MOVE 'L' TO WS-HIST-SW                           00760000
007610                 MOVE PRH-EFF-DATE TO WS-HIST-DATE                00761000
007620             END-IF                                               00762000
007630         END-IF                                                   00763000
007640     END-IF                                                       00764000
007650     EXIT.                                                        00765000
007660                                                                  00766000
007670 530-UPDATE-PRICE.                                                00767000
007680     MOVE WS-NEW-PRICE TO PROD-PRICE                              00768000
007690     EXEC SQL                                                     00769000
007700        UPDATE API5.PRODUCTS                                      00770000
007710           SET PRICE = :PROD-PRICE                                00771000
007720           WHERE P_NO = :PROD-P-NO                                00772000
007730     END-EXEC                                                     00773000
007740     IF SQLCODE NOT = ZERO                                        00774000
007750         PERFORM 950-SQL-ERROR                                    00775000
007760     ELSE                                                         00776000
007770         INITIALIZE PRICEHST-RECORD                               00777000
007780         MOVE PROD-P-NO    TO PRH-P-NO                            00778000
007790         MOVE PCH-EFF-DATE TO PRH-EFF-DATE                        00779000
007800         MOVE WS-NEW-PRICE TO PRH-PRICE                           00780000
007810         MOVE WS-OLD-PRICE TO PRH-OLD-PRICE                       00781000
007820         MOVE 'B'          TO PRH-SOURCE                          00782000
007830         MOVE WS-RUN-DATE  TO PRH-APPLY-DATE                      00783000
007840         MOVE 'PJPRICE'    TO PRH-USERID                          00784000
007850         WRITE PRICEHST-RECORD                                    00785000
007860         IF WS-PRHF-STATUS NOT = '00'                             00786000
007870             DISPLAY 'ERREUR ECRITURE PRICEHST : ' WS-PRHF-STATUS 00787000
007880             PERFORM ABEND-PROG                                   00788000
007890         END-IF                                                   00789000
007900         PERFORM 540-WRITE-AUDIT                                  00790000
007910         EXEC SQL                                                 00791000
007920            COMMIT WORK                                           00792000
007930         END-EXEC                                                 00793000
007940         ADD 1 TO WS-PRD-APPLIED                                  00794000
007950         MOVE 'APPLIED' TO WS-PRD-STATUS                          00795000
007960     END-IF                                                       00796000
007970     EXIT.                                                        00797000
007980                                                                  00798000
007990******************************************************************00799000
008000* AUDIT DU PRIX (MEME FORME QUE PJPRODM : AVANT ET APRES EN       00800000
008010* 99999.99), AJOUTE DIRECTEMENT AU FICHIER PERMANENT              00801000
008020******************************************************************00802000
008030 540-WRITE-AUDIT.                                                 00803000
008040     ACCEPT WS-SYS-YMD  FROM DATE YYYYMMDD                        00804000
008050     ACCEPT WS-SYS-TIME FROM TIME                                 00805000
008060     MOVE WS-SYS-HH TO WS-AUD-HH                                  00806000
008070     MOVE WS-SYS-MI TO WS-AUD-MI                                  00807000
008080     MOVE WS-SYS-SS TO WS-AUD-SS                                  00808000
008090     INITIALIZE AUDIT-RECORD                                      00809000
008100     MOVE WS-SYS-YMD   TO AUD-TIMESTAMP(1:8)                      00810000
008110     MOVE WS-AUD-TIME  TO AUD-TIMESTAMP(9:8)                      00811000
008120     MOVE 'PJPRICE'    TO AUD-USERID                              00812000
008130     MOVE 'PRODUCT'    TO AUD-TABLE                               00813000
008140     MOVE PROD-P-NO    TO AUD-KEY                                 00814000
008150     MOVE 'UPDATE'     TO AUD-ACTION                              00815000
008160     MOVE 'PRICE'      TO AUD-FIELD                               00816000
008170     MOVE WS-OLD-PRICE TO ED-PRICE                                00817000
008180     MOVE ED-PRICE     TO AUD-BEFORE(1:8)                         00818000
008190     MOVE WS-NEW-PRICE TO ED-PRICE                                00819000
008200     MOVE ED-PRICE     TO AUD-AFTER(1:8)                          00820000
008210     WRITE ENR-RFAUMSTR FROM AUDIT-RECORD                         00821000
008220     IF WS-AUDM-STATUS NOT = '00'                                 00822000
008230         DISPLAY 'ERREUR ECRITURE RFAUMSTR : ' WS-AUDM-STATUS     00823000
008240         PERFORM ABEND-PROG                                       00824000
008250     END-IF                                                       00825000
008260     EXIT.                                                        00826000
008270                                                                  00827000
008280******************************************************************00828000
008290* CHANGEMENT A VENIR : LIGNES DU PRODUIT SUR LES COMMANDES NON    00829000
008300* FACTUREES (PAS DANS INVHIST, PAS ANNULEES DANS ORDHOLD), A LEUR 00830000
008310* PRIX ET AU NOUVEAU PRIX. LES COMMANDES DATEES DU JOUR D EFFET   00831000
008320* OU APRES ONT ETE PRISES A L ANCIEN PRIX                         00832000
008330******************************************************************00833000
008340 600-SCHEDULED-CHANGE.                                            00834000
008350     ADD 1 TO WS-PRD-SCHED                                        00835000
008360     MOVE 'SCHEDULED' TO WS-PRD-STATUS                            00836000
008370     MOVE ZERO TO WS-OPN-LINES WS-OPN-QTY WS-OPN-ORD-VAL          00837000
008380                  WS-OPN-NEW-VAL WS-LATE-LINES WS-LATE-DIFF       00838000
008390     INITIALIZE ST-ITEM                                           00839000
008400     INITIALIZE ST-ORDER                                          00840000
008410     MOVE PROD-P-NO TO ITEM-P-NO                                  00841000
008420     EXEC SQL                                                     00842000
008430        OPEN COPEN                                                00843000
008440     END-EXEC                                                     00844000
008450     IF SQLCODE = ZERO                                            00845000
008460         PERFORM 610-FETCH-OPEN                                   00846000
008470         PERFORM 620-ADD-OPEN-LINE                                00847000
008480            UNTIL SQLCODE NOT = ZERO                              00848000
008490         IF SQLCODE NOT = +100                                    00849000
008500             PERFORM 950-SQL-ERROR                                00850000
008510         END-IF                                                   00851000
008520         EXEC SQL                                                 00852000
008530            CLOSE COPEN                                           00853000
008540         END-EXEC                                                 00854000
008550     ELSE                                                         00855000
008560         PERFORM 950-SQL-ERROR                                    00856000
008570     END-IF                                                       00857000
008580     COMPUTE WS-OPN-DIFF = WS-OPN-NEW-VAL - WS-OPN-ORD-VAL        00858000
008590     ADD WS-OPN-LINES TO WS-SCH-LINES                             00859000
008600     ADD WS-OPN-DIFF  TO WS-SCH-DIFF                              00860000
008610     EXIT.                                                        00861000
008620                                                                  00862000
008630 610-FETCH-OPEN.                                                  00863000
008640     EXEC SQL                                                     00864000
008650        FETCH COPEN                                               00865000
008660        INTO :ITEM-O-NO, :ITEM-QUANTITY, :ITEM-PRICE,             00866000
008670             :ORDER-O-DATE                                        00867000
008680     END-EXEC                                                     00868000
008690     EXIT.                                                        00869000
008700                                                                  00870000
008710 620-ADD-OPEN-LINE.                                               00871000
008720     PERFORM 630-CHECK-UNBILLED                                   00872000
008730     IF PENDING-UNBILLED                                          00873000
008740         ADD 1 TO WS-OPN-LINES                                    00874000
008750         ADD ITEM-QUANTITY TO WS-OPN-QTY                          00875000
008760         COMPUTE WS-OPN-ORD-VAL = WS-OPN-ORD-VAL                  00876000
008770            + ITEM-QUANTITY * ITEM-PRICE                          00877000
008780         COMPUTE WS-OPN-NEW-VAL = WS-OPN-NEW-VAL                  00878000
008790            + ITEM-QUANTITY * WS-NEW-PRICE                        00879000
008800         IF ORDER-O-DATE NOT < PCH-EFF-DATE                       00880000
008810             ADD 1 TO WS-LATE-LINES                               00881000
008820             COMPUTE WS-LATE-DIFF = WS-LATE-DIFF                  00882000
008830                + ITEM-QUANTITY * (WS-NEW-PRICE - ITEM-PRICE)     00883000
008840         END-IF                                                   00884000
008850     END-IF                                                       00885000
008860     PERFORM 610-FETCH-OPEN                                       00886000
008870     EXIT.                                                        00887000
008880                                                                  00888000
008890 630-CHECK-UNBILLED.                                              00889000
008900     MOVE 'Y' TO WS-PEND-SW                                       00890000
008910     IF INVHIST-OPEN                                              00891000
008920         MOVE ITEM-O-NO TO HK-O-NO                                00892000
008930         MOVE 'H'  TO HK-TYPE                                     00893000
008940         MOVE ZERO TO HK-SEQ                                      00894000
008950         READ HISF KEY IS HIST-KEY                                00895000
008960         IF WS-HISF-STATUS = '00'                                 00896000
008970             MOVE 'N' TO WS-PEND-SW                               00897000
008980         END-IF                                                   00898000
008990     END-IF                                                       00899000
009000     IF PENDING-UNBILLED AND ORDHOLD-OPEN                         00900000
009010         MOVE ITEM-O-NO TO HLD-O-NO                               00901000
009020         READ HLDF KEY IS HLD-KEY                                 00902000
009030         IF WS-HLDF-STATUS = '00' AND HLD-STATUS = 'X'            00903000
009040             MOVE 'N' TO WS-PEND-SW                               00904000
009050         END-IF                                                   00905000
009060     END-IF                                                       00906000
009070     EXIT.                                                        00907000
009080                                                                  00908000
009090******************************************************************00909000
009100* ETAT : UNE LIGNE PAR PRODUIT (ANCIEN ET NOUVEAU PRIX, ECART EN  00910000
009110* POUR CENT, STATUT), SUIVIE POUR UN CHANGEMENT A VENIR DE SON    00911000
009120* EFFET SUR LES COMMANDES NON FACTUREES                           00912000
009130******************************************************************00913000
009140 700-REPORT-PRODUCT.                                              00914000
009150     MOVE PCH-EFF-DATE     TO PRD-EFF-DATE                        00915000
009160     MOVE PCH-TYPE         TO PRD-TYPE                            00916000
009170     MOVE PROD-P-NO        TO PRD-P-NO                            00917000
009180     MOVE PROD-DESCRIPTION TO PRD-DESC                            00918000
009190     MOVE WS-OLD-PRICE     TO PRD-OLD                             00919000
009200     MOVE WS-NEW-PRICE     TO PRD-NEW                             00920000
009210     MOVE ZERO TO WS-PCT-WORK                                     00921000
009220     IF WS-OLD-PRICE > ZERO AND WS-NEW-PRICE > ZERO               00922000
009230         COMPUTE WS-PCT-WORK ROUNDED =                            00923000
009240            (WS-NEW-PRICE - WS-OLD-PRICE) * 100 / WS-OLD-PRICE    00924000
009250     END-IF                                                       00925000
009260     MOVE WS-PCT-WORK      TO PRD-PCT                             00926000
009270     MOVE WS-PRD-STATUS    TO PRD-STATUS                          00927000
009280     MOVE WS-PRD-REASON    TO PRD-REASON                          00928000
009290     WRITE ENR-PRICEREP FROM L-PRC-DET                            00929000
009300     IF WS-PRD-STATUS = 'SCHEDULED'                               00930000
009310         MOVE WS-OPN-LINES   TO PRO-LINES                         00931000
009320         MOVE WS-OPN-QTY     TO PRO-QTY                           00932000
009330         MOVE WS-OPN-ORD-VAL TO PRO-ORD-VAL                       00933000
009340         MOVE WS-OPN-NEW-VAL TO PRO-NEW-VAL                       00934000
009350         MOVE WS-OPN-DIFF    TO PRO-DIFF                          00935000
009360         WRITE ENR-PRICEREP FROM L-PRC-OPEN                       00936000
009370         IF WS-LATE-LINES > ZERO                                  00937000
009380             MOVE WS-LATE-LINES TO PRL-LINES                      00938000
009390             MOVE WS-LATE-DIFF  TO PRL-DIFF                       00939000
009400             WRITE ENR-PRICEREP FROM L-PRC-LATE                   00940000
009410         END-IF                                                   00941000
009420     END-IF                                                       00942000
009430     EXIT.                                                        00943000
009440                                                                  00944000
009450******************************************************************00945000
009460* ETAT : LIGNE DE LA CARTE ELLE-MEME (CARTE REJETEE, PRODUIT OU   00946000
009470* PLAGE ABSENT, ERREUR SQL)                                       00947000
009480******************************************************************00948000
009490 710-REPORT-CARD.                                                 00949000
009500     MOVE PCH-EFF-DATE   TO PRD-EFF-DATE                          00950000
009510     MOVE PCH-TYPE       TO PRD-TYPE                              00951000
009520     MOVE PCH-P-NO       TO PRD-P-NO                              00952000
009530     MOVE SPACES         TO PRD-DESC                              00953000
009540     IF PCH-RANGE-PCT AND PCH-P-NO-TO NOT = PCH-P-NO              00954000
009550         STRING 'RANGE TO ' DELIMITED BY SIZE                     00955000
009560                PCH-P-NO-TO DELIMITED BY SIZE                     00956000
009570                INTO PRD-DESC                                     00957000
009580         END-STRING                                               00958000
009590     END-IF                                                       00959000
009600     MOVE ZERO           TO PRD-OLD                               00960000
009610     MOVE ZERO           TO PRD-NEW                               00961000
009620     MOVE ZERO           TO PRD-PCT                               00962000
009630     MOVE WS-PRD-STATUS  TO PRD-STATUS                            00963000
009640     MOVE WS-PRD-REASON  TO PRD-REASON                            00964000
009650     WRITE ENR-PRICEREP FROM L-PRC-DET                            00965000
009660     EXIT.                                                        00966000
009670                                                                  00967000
009680******************************************************************00968000
009690* CONTROLE D UNE DATE AAAA-MM-JJ (ZERO SI ELLE EST ILLISIBLE)     00969000
009700******************************************************************00970000
009710 810-CHECK-DATE.                                                  00971000
009720     MOVE ZERO TO WS-DATE-INT                                     00972000
009730     MOVE WS-DATE-X(1:4) TO W-YMD-Y                               00973000
009740     MOVE WS-DATE-X(6:2) TO W-YMD-M                               00974000
009750     MOVE WS-DATE-X(9:2) TO W-YMD-D                               00975000
009760     IF W-YMD-NUM NUMERIC                                         00976000
009770        AND W-YMD-M >= '01' AND W-YMD-M <= '12'                   00977000
009780        AND W-YMD-D >= '01' AND W-YMD-D <= '31'                   00978000
009790        AND W-YMD-Y >= '1601'                                     00979000
009800        AND WS-DATE-X(5:1) = '-' AND WS-DATE-X(8:1) = '-'         00980000
009810         COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)00981000
009820     END-IF                                                       00982000
009830     EXIT.                                                        00983000
009840                                                                  00984000
009850 900-WRITE-TOTALS.                                                00985000
009860     WRITE ENR-PRICEREP FROM L-PRC-VIDE                           00986000
009870     MOVE 'PRICE CHANGE CARDS READ'       TO PRC-CNT-LABEL        00987000
009880     MOVE WS-CARD-READ                    TO PRC-CNT-VALUE        00988000
009890     WRITE ENR-PRICEREP FROM L-PRC-CNT                            00989000
009900     MOVE 'CARDS REJECTED'                TO PRC-CNT-LABEL        00990000
009910     MOVE WS-CARD-REJ                     TO PRC-CNT-VALUE        00991000
009920     WRITE ENR-PRICEREP FROM L-PRC-CNT                            00992000
009930     MOVE 'CARDS DUE'                     TO PRC-CNT-LABEL        00993000
009940     MOVE WS-CARD-DUE                     TO PRC-CNT-VALUE        00994000
009950     WRITE ENR-PRICEREP FROM L-PRC-CNT                            00995000
009960     MOVE 'CARDS SCHEDULED'               TO PRC-CNT-LABEL        00996000
009970     MOVE WS-CARD-SCHED                   TO PRC-CNT-VALUE        00997000
009980     WRITE ENR-PRICEREP FROM L-PRC-CNT                            00998000
009990     MOVE 'PRODUCT PRICES CHANGED'        TO PRC-CNT-LABEL        00999000
010000     MOVE WS-PRD-APPLIED                  TO PRC-CNT-VALUE        01000000
010010     WRITE ENR-PRICEREP FROM L-PRC-CNT                            01001000
010020     MOVE 'PRODUCTS SKIPPED OR REJECTED'  TO PRC-CNT-LABEL        01002000
010030     MOVE WS-PRD-SKIPPED                  TO PRC-CNT-VALUE        01003000
010040     WRITE ENR-PRICEREP FROM L-PRC-CNT                            01004000
010050     MOVE 'PRODUCTS IN ERROR (SQL)'       TO PRC-CNT-LABEL        01005000
010060     MOVE WS-PRD-ERROR                    TO PRC-CNT-VALUE        01006000
010070     WRITE ENR-PRICEREP FROM L-PRC-CNT                            01007000
010080     MOVE 'SCHEDULED PRODUCT CHANGES'     TO PRC-CNT-LABEL        01008000
010090     MOVE WS-PRD-SCHED                    TO PRC-CNT-VALUE        01009000
010100     WRITE ENR-PRICEREP FROM L-PRC-CNT                            01010000
010110     MOVE 'OPEN ORDER LINES AFFECTED'     TO PRC-CNT-LABEL        01011000
010120     MOVE WS-SCH-LINES                    TO PRC-CNT-VALUE        01012000
010130     WRITE ENR-PRICEREP FROM L-PRC-CNT                            01013000
010140     MOVE 'OPEN ORDER VALUE DIFFERENCE'   TO PRC-TOT-LABEL        01014000
010150     MOVE WS-SCH-DIFF                     TO PRC-TOT-VALUE        01015000
010160     WRITE ENR-PRICEREP FROM L-PRC-TOT                            01016000
010170     DISPLAY 'PRICE CHANGE CARDS    : ' WS-CARD-READ              01017000
010180     DISPLAY 'CARDS REJECTED        : ' WS-CARD-REJ               01018000
010190     DISPLAY 'PRICES CHANGED        : ' WS-PRD-APPLIED            01019000
010200     DISPLAY 'PRODUCTS SKIPPED      : ' WS-PRD-SKIPPED            01020000
010210     DISPLAY 'PRODUCTS IN ERROR     : ' WS-PRD-ERROR              01021000
010220     DISPLAY 'SCHEDULED CHANGES     : ' WS-PRD-SCHED              01022000
010230     EXIT.                                                        01023000
010240                                                                  01024000
010250******************************************************************01025000
010260* ERREUR SQL : LE PRODUIT OU LA CARTE EN COURS EST SIGNALE AVEC   01026000
010270* LE SQLCODE ET SON UNITE DE TRAVAIL ANNULEE                      01027000
010280******************************************************************01028000
010290 950-SQL-ERROR.                                                   01029000
010300     MOVE 'N' TO WS-SQL-SW                                        01030000
010310     ADD 1 TO WS-PRD-ERROR                                        01031000
010320     MOVE SQLCODE TO ED-SQLCODE                                   01032000
010330     MOVE 'ERROR' TO WS-PRD-STATUS                                01033000
010340     MOVE SPACES TO WS-PRD-REASON                                 01034000
010350     STRING 'SQL ERROR - SQLCODE ' DELIMITED BY SIZE              01035000
010360            ED-SQLCODE DELIMITED BY SIZE                          01036000
010370            INTO WS-PRD-REASON                                    01037000
010380     END-STRING                                                   01038000
010390     DISPLAY 'ERREUR SQL : ' SQLCODE ' PRICE CHANGE '             01039000
010400             PCH-TYPE ' ' PCH-P-NO ' ' PCH-EFF-DATE               01040000
010410     EXEC SQL                                                     01041000
010420        ROLLBACK WORK                                             01042000
010430     END-EXEC                                                     01043000
010440     EXIT.                                                        01044000
010450                                                                  01045000
010460******************************************************************01046000
010470* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   01047000
010480* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            01048000
010490******************************************************************01049000
010500 ABEND-PROG.                                                      01050000
010510     DISPLAY 'ABEND-PROG !'                                       01051000
010520     COMPUTE WS-ANO = 1 / WS-ANO.                                 01052000
