000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.        PJPT3CNT.                                     00011000
000120 AUTHOR.            GAYLORD.                                      00012000
000130 INSTALLATION.      AJC.                                          00013000
000140 DATE-WRITTEN.      15/10/2026.                                   00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.          COMMENTAIRES.                                 00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - PHYSICAL INVENTORY AND CYCLE  00020000
000210*                  COUNT, IN THREE PHASES CHOSEN BY THE SYSIN     00021000
000220*                  CARD : FREEZE (BOOK ON-HAND SAVED IN CNTMSTR   00022000
000230*                  FOR ALL PARTS OR A PART RANGE, RELIEF BLOCKED  00023000
000240*                  ON STKMSTR, COUNT SHEETS PRINTED), ENTER (THE  00024000
000250*                  COUNTED QUANTITIES AND COUNTER USER IDS ARE    00025000
000260*                  RECORDED, VARIANCE REPORT IN UNITS AND VALUE)  00026000
000270*                  AND POST (APPROVED COUNTS ADJUST STKMSTR AND   00027000
000280*                  ARE WRITTEN TO THE CNTAUDIT FILE PJPART3G      00028000
000290*                  TURNS INTO THE SHRINKAGE ENTRY)                00029000
000291* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00029100
000292*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00029200
000293*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00029300
000294* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00029400
000295*                  NO UNSET FIELD REACHES JOBLOG                  00029500
000300******************************************************************00030000
000310                                                                  00031000
000320 ENVIRONMENT DIVISION.                                            00032000
000330 INPUT-OUTPUT SECTION.                                            00033000
000340 FILE-CONTROL.                                                    00034000
000350******************************************************************00035000
000360* CARTES DE COMPTAGE ET D APPROBATION (P_NO, TYPE C/A/R, QTE, USER00036000
000370******************************************************************00037000
000380      SELECT CARDS ASSIGN TO CNTCARDS                             00038000
000390      ORGANIZATION IS SEQUENTIAL                                  00039000
000400      FILE STATUS IS WS-CARDS-STATUS.                             00040000
000410******************************************************************00041000
000420* KSDS DU STOCK PAR PRODUIT (VOIR COPY STKREC)                    00042000
000430******************************************************************00043000
000440      SELECT STKM ASSIGN TO STKMSTR                               00044000
000450      ORGANIZATION IS INDEXED                                     00045000
000460      ACCESS MODE  IS DYNAMIC                                     00046000
000470      RECORD KEY   IS STK-KEY                                     00047000
000480      FILE STATUS  IS WS-STKM-STATUS.                             00048000
000490******************************************************************00049000
000500* KSDS DES COMPTAGES EN COURS (VOIR COPY CNTREC)                  00050000
000510******************************************************************00051000
000520      SELECT CNTF ASSIGN TO CNTMSTR                               00052000
000530      ORGANIZATION IS INDEXED                                     00053000
000540      ACCESS MODE  IS DYNAMIC                                     00054000
000550      RECORD KEY   IS CNT-KEY                                     00055000
000560      FILE STATUS  IS WS-CNTF-STATUS.                             00056000
000570******************************************************************00057000
000580* KSDS DES FOURNISSEURS POUR LE COUT UNITAIRE (VOIR COPY VENDREC) 00058000
000590******************************************************************00059000
000600      SELECT VENDF ASSIGN TO VENDMSTR                             00060000
000610      ORGANIZATION IS INDEXED                                     00061000
000620      ACCESS MODE  IS RANDOM                                      00062000
000630      RECORD KEY   IS VEN-KEY                                     00063000
000640      FILE STATUS  IS WS-VENDF-STATUS.                            00064000
000650******************************************************************00065000
000660* FICHIER D AUDIT DES AJUSTEMENTS DE STOCK, ALIMENTE EN EXTEND    00066000
000670******************************************************************00067000
000680      SELECT AUDF ASSIGN TO CNTAUDIT                              00068000
000690      ORGANIZATION IS SEQUENTIAL                                  00069000
000700      FILE STATUS IS WS-AUDF-STATUS.                              00070000
000710******************************************************************00071000
000720* FICHIER D IMPRESSION DES FEUILLES DE COMPTAGE                   00072000
000730******************************************************************00073000
000740      SELECT SHEET ASSIGN TO CNTSHEET                             00074000
000750      ORGANIZATION IS SEQUENTIAL.                                 00075000
000760******************************************************************00076000
000770* ETAT DES ECARTS D INVENTAIRE ET DES AJUSTEMENTS POSTES          00077000
000780******************************************************************00078000
000790      SELECT VREP ASSIGN TO CNTVAR                                00079000
000800      ORGANIZATION IS SEQUENTIAL.                                 00080000
000810                                                                  00081000
000820******************************************************************00082000
000830                                                                  00083000
000840 DATA DIVISION.                                                   00084000
000850 FILE SECTION.                                                    00085000
000860 FD CARDS.                                                        00086000
000870 01 ENR-CNTCARD PIC X(80).                                        00087000
000880                                                                  00088000
000890 FD STKM.                                                         00089000
000900     COPY STKREC.                                                 00090000
000910                                                                  00091000
000920 FD CNTF.                                                         00092000
000930     COPY CNTREC.                                                 00093000
000940                                                                  00094000
000950 FD VENDF.                                                        00095000
000960     COPY VENDREC.                                                00096000
000970                                                                  00097000
000980 FD AUDF.                                                         00098000
000990 01 ENR-CNTAUDIT PIC X(80).                                       00099000
001000                                                                  00100000
001010 FD SHEET.                                                        00101000
001020 01 ENR-CNTSHEET PIC X(100).                                      00102000
001030                                                                  00103000
001040 FD VREP.                                                         00104000
001050 01 ENR-CNTVAR PIC X(132).                                        00105000
001060                                                                  00106000
001070 WORKING-STORAGE SECTION.                                         00107000
001080******************************************************************00108000
001090* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00109000
001100******************************************************************00110000
001110 77 FLAG-CARDS PIC 9 VALUE 0.                                     00111000
001120    88 FF-CARDS VALUE 1.                                          00112000
001130 77 WS-CARDS-STATUS PIC X(2) VALUE SPACES.                        00113000
001140 77 WS-STKM-STATUS  PIC X(2) VALUE SPACES.                        00114000
001150 77 WS-CNTF-STATUS  PIC X(2) VALUE SPACES.                        00115000
001160 77 WS-VENDF-STATUS PIC X(2) VALUE SPACES.                        00116000
001170 77 WS-AUDF-STATUS  PIC X(2) VALUE SPACES.                        00117000
001180 77 WS-VENDF-SW PIC X(1) VALUE 'N'.                               00118000
001190    88 VENDF-OPEN VALUE 'Y'.                                      00119000
001200                                                                  00120000
001210 77 WS-ANO PIC 99 VALUE ZERO.                                     00121000
001220                                                                  00122000
001230******************************************************************00123000
001240* CARTE SYSIN : PHASE (FREEZE/ENTER/POST) ET, POUR LE GEL, LA     00124000
001250* PLAGE DE PRODUITS A COMPTER (A BLANC = TOUS LES PRODUITS)       00125000
001260******************************************************************00126000
001270 01 L-SYSIN.                                                      00127000
001280      05 SYS-FUNCTION PIC X(6).                                   00128000
001290         88 FN-FREEZE VALUE 'FREEZE'.                             00129000
001300         88 FN-ENTER  VALUE 'ENTER '.                             00130000
001310         88 FN-POST   VALUE 'POST  '.                             00131000
001320      05 FILLER       PIC X(1).                                   00132000
001330      05 SYS-FROM-P   PIC X(3).                                   00133000
001340      05 FILLER       PIC X(1).                                   00134000
001350      05 SYS-TO-P     PIC X(3).                                   00135000
001360      05 FILLER       PIC X(66).                                  00136000
001370                                                                  00137000
001380******************************************************************00138000
001390* ENREGISTREMENT D UNE CARTE : C = QUANTITE COMPTEE (USER = LE    00139000
001400* COMPTEUR), A = COMPTAGE APPROUVE A POSTER, R = A RECOMPTER      00140000
001410* (USER = LE RESPONSABLE QUI APPROUVE)                            00141000
001420******************************************************************00142000
001430 01 L-CNTCARD.                                                    00143000
001440      05 CRD-P-NO   PIC X(3).                                     00144000
001450      05 CRD-TYPE   PIC X(1).                                     00145000
001460         88 CRD-COUNT   VALUE 'C'.                                00146000
001470         88 CRD-APPROVE VALUE 'A'.                                00147000
001480         88 CRD-RECOUNT VALUE 'R'.                                00148000
001490      05 CRD-QTY    PIC 9(7).                                     00149000
001500      05 CRD-USER   PIC X(8).                                     00150000
001510      05 FILLER     PIC X(61).                                    00151000
001520                                                                  00152000
001530******************************************************************00153000
001540* ENREGISTREMENT D AUDIT DES AJUSTEMENTS (VOIR COPY ADJREC)       00154000
001550******************************************************************00155000
001560     COPY ADJREC.                                                 00156000
001570                                                                  00157000
001580******************************************************************00158000
001590* ZONES DE CALCUL DES ECARTS                                      00159000
001600******************************************************************00160000
001610 77 WS-VAR-QTY    PIC S9(7) VALUE ZERO.                           00161000
001620 77 WS-VAR-VALUE  PIC S9(9)V99 VALUE ZERO.                        00162000
001630 77 WS-CARD-NOTE  PIC X(20) VALUE SPACES.                         00163000
001640 77 WS-TODAY-YMD  PIC X(8)  VALUE SPACES.                         00164000
001650 77 WS-TODAY-D    PIC X(10) VALUE SPACES.                         00165000
001660                                                                  00166000
001670******************************************************************00167000
001680* DECLARATION DES COMPTEURS ET CUMULS DE CONTROLE                 00168000
001690******************************************************************00169000
001700 77 WS-FROZEN-CNT  PIC 9(7) VALUE ZERO.                           00170000
001710 77 WS-BUSY-CNT    PIC 9(7) VALUE ZERO.                           00171000
001720 77 WS-CARD-CNT    PIC 9(7) VALUE ZERO.                           00172000
001730 77 WS-BAD-CNT     PIC 9(7) VALUE ZERO.                           00173000
001740 77 WS-COUNTED-CNT PIC 9(7) VALUE ZERO.                           00174000
001750 77 WS-OPEN-CNT    PIC 9(7) VALUE ZERO.                           00175000
001760 77 WS-POSTED-CNT  PIC 9(7) VALUE ZERO.                           00176000
001770 77 WS-RECOUNT-CNT PIC 9(7) VALUE ZERO.                           00177000
001780 77 WS-NOCOST-CNT  PIC 9(7) VALUE ZERO.                           00178000
001790 77 WS-TOT-SHRINK  PIC S9(11)V99 VALUE ZERO.                      00179000
001800 77 WS-TOT-OVER    PIC S9(11)V99 VALUE ZERO.                      00180000
001810 77 WS-TOT-NET     PIC S9(11)V99 VALUE ZERO.                      00181000
001820                                                                  00182000
001830******************************************************************00183000
001840* LIGNES D IMPRESSION DES FEUILLES DE COMPTAGE (COMPTAGE EN       00184000
001850* AVEUGLE : LA QUANTITE EN LIVRE N EST PAS IMPRIMEE)              00185000
001860******************************************************************00186000
001870 01 L-SHT-VIDE PIC X(100) VALUE SPACES.                           00187000
001880                                                                  00188000
001890 01 L-SHT-TITLE.                                                  00189000
001900      05 FILLER PIC X(40) VALUE                                   00190000
001910         '****   PHYSICAL INVENTORY COUNT SHEET   '.              00191000
001920      05 FILLER PIC X(4)  VALUE '****'.                           00192000
001930      05 FILLER PIC X(4)  VALUE SPACES.                           00193000
001940      05 FILLER PIC X(9)  VALUE 'FROZEN : '.                      00194000
001950      05 SHT-DATE PIC X(10).                                      00195000
001960      05 FILLER PIC X(4)  VALUE SPACES.                           00196000
001970      05 FILLER PIC X(8)  VALUE 'PARTS : '.                       00197000
001980      05 SHT-FROM PIC X(3).                                       00198000
001990      05 FILLER PIC X(3)  VALUE ' - '.                            00199000
002000      05 SHT-TO   PIC X(3).                                       00200000
002010      05 FILLER PIC X(12) VALUE SPACES.                           00201000
002020                                                                  00202000
002030 01 L-SHT-HDR.                                                    00203000
002040      05 FILLER PIC X(6)  VALUE 'PART  '.                         00204000
002050      05 FILLER PIC X(9)  VALUE 'VENDOR   '.                      00205000
002060      05 FILLER PIC X(22) VALUE 'QUANTITY COUNTED'.               00206000
002070      05 FILLER PIC X(22) VALUE 'COUNTED BY (USER ID)'.           00207000
002080      05 FILLER PIC X(41) VALUE 'CHECKED BY'.                     00208000
002090                                                                  00209000
002100 01 L-SHT-LINE.                                                   00210000
002110      05 SHL-P-NO    PIC X(3).                                    00211000
002120      05 FILLER      PIC X(3) VALUE SPACES.                       00212000
002130      05 SHL-VEND-NO PIC X(5).                                    00213000
002140      05 FILLER      PIC X(4) VALUE SPACES.                       00214000
002150      05 FILLER      PIC X(22) VALUE '______________'.            00215000
002160      05 FILLER      PIC X(22) VALUE '______________'.            00216000
002170      05 FILLER      PIC X(41) VALUE '______________'.            00217000
002180                                                                  00218000
002190******************************************************************00219000
002200* LIGNES D IMPRESSION DE L ETAT DES ECARTS                        00220000
002210******************************************************************00221000
002220 01 L-VAR-VIDE PIC X(132) VALUE SPACES.                           00222000
002230                                                                  00223000
002240 01 L-VAR-TITLE.                                                  00224000
002250      05 VRT-TEXT PIC X(44).                                      00225000
002260      05 FILLER   PIC X(8)  VALUE 'AS OF : '.                     00226000
002270      05 VRT-DATE PIC X(10).                                      00227000
002280      05 FILLER   PIC X(70) VALUE SPACES.                         00228000
002290                                                                  00229000
002300 01 L-VAR-HDR.                                                    00230000
002310      05 FILLER PIC X(5)  VALUE 'PART '.                          00231000
002320      05 FILLER PIC X(11) VALUE 'FROZEN ON  '.                    00232000
002330      05 FILLER PIC X(9)  VALUE '     BOOK'.                      00233000
002340      05 FILLER PIC X(9)  VALUE '  COUNTED'.                      00234000
002350      05 FILLER PIC X(10) VALUE '  VARIANCE'.                     00235000
002360      05 FILLER PIC X(11) VALUE '  UNIT COST'.                    00236000
002370      05 FILLER PIC X(17) VALUE '   VARIANCE VALUE'.              00237000
002380      05 FILLER PIC X(2)  VALUE SPACES.                           00238000
002390      05 FILLER PIC X(9)  VALUE 'COUNTER  '.                      00239000
002400      05 FILLER PIC X(9)  VALUE 'APPROVER '.                      00240000
002410      05 FILLER PIC X(40) VALUE 'STATUS'.                         00241000
002420                                                                  00242000
002430 01 L-VAR-LINE.                                                   00243000
002440      05 VRL-P-NO     PIC X(3).                                   00244000
002450      05 FILLER       PIC X(2) VALUE SPACES.                      00245000
002460      05 VRL-FREEZE   PIC X(10).                                  00246000
002470      05 FILLER       PIC X(1) VALUE SPACE.                       00247000
002480      05 VRL-BOOK     PIC Z(7)9-.                                 00248000
002490      05 VRL-COUNTED  PIC Z(8)9.                                  00249000
002500      05 VRL-VAR      PIC Z(8)9-.                                 00250000
002510      05 FILLER       PIC X(2) VALUE SPACES.                      00251000
002520      05 VRL-COST     PIC ZZ,ZZ9.99.                              00252000
002530      05 FILLER       PIC X(2) VALUE SPACES.                      00253000
002540      05 VRL-VALUE    PIC ZZZ,ZZZ,ZZ9.99-.                        00254000
002550      05 FILLER       PIC X(2) VALUE SPACES.                      00255000
002560      05 VRL-COUNTER  PIC X(8).                                   00256000
002570      05 FILLER       PIC X(1) VALUE SPACE.                       00257000
002580      05 VRL-APPROVER PIC X(8).                                   00258000
002590      05 FILLER       PIC X(1) VALUE SPACE.                       00259000
002600      05 VRL-NOTE     PIC X(20).                                  00260000
002610      05 FILLER       PIC X(20) VALUE SPACES.                     00261000
002620                                                                  00262000
002630 01 L-VAR-TOT.                                                    00263000
002640      05 VRO-LABEL    PIC X(40).                                  00264000
002650      05 FILLER       PIC X(17) VALUE SPACES.                     00265000
002660      05 VRO-VALUE    PIC ZZZ,ZZZ,ZZ9.99-.                        00266000
002670      05 FILLER       PIC X(60) VALUE SPACES.                     00267000
002680                                                                  00268000
002690 01 L-VAR-CNT.                                                    00269000
002700      05 VRC-LABEL    PIC X(40).                                  00270000
002710      05 FILLER       PIC X(2) VALUE SPACES.                      00271000
002720      05 VRC-VALUE    PIC Z(6)9.                                  00272000
002730      05 FILLER       PIC X(83) VALUE SPACES.                     00273000
002740                                                                  00274000
002741******************************************************************00274100
002742* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00274200
002743******************************************************************00274300
002744     COPY JLGREC.                                                 00274400
002745                                                                  00274500
002750 PROCEDURE DIVISION.                                              00275000
002760******************************************************************00276000
002770* PARAGRAPHE PRINCIPAL : UNE PHASE DU COMPTAGE PAR PASSAGE,       00277000
002780* SELON LA CARTE SYSIN                                            00278000
002790******************************************************************00279000
002791     INITIALIZE L-JOBLOG                                          00279100
002800     MOVE 'PJPT3CNT' TO JLG-PROGRAM                               00280000
002801     MOVE 'S' TO JLG-TYPE                                         00280100
002802     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00280200
002803                                                                  00280300
002810     PERFORM 100-INITIALIZE                                       00281000
002820                                                                  00282000
002830     EVALUATE TRUE                                                00283000
002840         WHEN FN-FREEZE                                           00284000
002850             PERFORM 200-FREEZE                                   00285000
002860         WHEN FN-ENTER                                            00286000
002870             PERFORM 300-ENTER-COUNTS                             00287000
002880             PERFORM 600-VARIANCE-REPORT                          00288000
002890         WHEN FN-POST                                             00289000
002900             PERFORM 400-POST-COUNTS                              00290000
002910             PERFORM 600-VARIANCE-REPORT                          00291000
002920     END-EVALUATE                                                 00292000
002930     PERFORM 900-WRITE-TOTALS                                     00293000
002940                                                                  00294000
002950     CLOSE STKM                                                   00295000
002960     CLOSE CNTF                                                   00296000
002970     CLOSE SHEET                                                  00297000
002980     CLOSE VREP                                                   00298000
002990     IF VENDF-OPEN                                                00299000
003000         CLOSE VENDF                                              00300000
003010     END-IF                                                       00301000
003011                                                                  00301100
003012     MOVE SPACES TO JLG-RUN-KEY                                   00301200
003013     MOVE WS-CARD-CNT TO JLG-IN-CNT                               00301300
003014     MOVE WS-POSTED-CNT TO JLG-OUT-CNT                            00301400
003015     MOVE RETURN-CODE TO JLG-RC                                   00301500
003016     MOVE 'E' TO JLG-TYPE                                         00301600
003017     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00301700
003018                                                                  00301800
003020     GOBACK.                                                      00302000
003030                                                                  00303000
003040******************************************************************00304000
003050* PARAGRAPHE D INITIALISATION : PHASE DEMANDEE, DATE DU JOUR,     00305000
003060* OUVERTURE DES FICHIERS. LE KSDS DES COMPTAGES EST CREE VIDE AU  00306000
003070* PREMIER PASSAGE                                                 00307000
003080******************************************************************00308000
003090 100-INITIALIZE.                                                  00309000
003100     ACCEPT L-SYSIN FROM SYSIN                                    00310000
003110     IF NOT FN-FREEZE AND NOT FN-ENTER AND NOT FN-POST            00311000
003120         DISPLAY 'PHASE DE COMPTAGE INVALIDE : ' SYS-FUNCTION     00312000
003130         PERFORM 900-ABEND-PROG                                   00313000
003140     END-IF                                                       00314000
003150     IF SYS-TO-P = SPACES                                         00315000
003160         MOVE HIGH-VALUES TO SYS-TO-P                             00316000
003170     END-IF                                                       00317000
003180                                                                  00318000
003190     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD                       00319000
003200     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-D(1:4)                    00320000
003210     MOVE '-'               TO WS-TODAY-D(5:1)                    00321000
003220     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-D(6:2)                    00322000
003230     MOVE '-'               TO WS-TODAY-D(8:1)                    00323000
003240     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-D(9:2)                    00324000
003250                                                                  00325000
003260     OPEN I-O STKM                                                00326000
003270     IF WS-STKM-STATUS NOT = '00'                                 00327000
003280         DISPLAY 'ERREUR OUVERTURE STKMSTR : ' WS-STKM-STATUS     00328000
003290         PERFORM 900-ABEND-PROG                                   00329000
003300     END-IF                                                       00330000
003310                                                                  00331000
003320     OPEN I-O CNTF                                                00332000
003330     IF WS-CNTF-STATUS = '35'                                     00333000
003340         OPEN OUTPUT CNTF                                         00334000
003350         CLOSE CNTF                                               00335000
003360         OPEN I-O CNTF                                            00336000
003370     END-IF                                                       00337000
003380     IF WS-CNTF-STATUS NOT = '00'                                 00338000
003390         DISPLAY 'ERREUR OUVERTURE CNTMSTR : ' WS-CNTF-STATUS     00339000
003400         PERFORM 900-ABEND-PROG                                   00340000
003410     END-IF                                                       00341000
003420                                                                  00342000
003430     MOVE 'N' TO WS-VENDF-SW                                      00343000
003440     OPEN INPUT VENDF                                             00344000
003450     IF WS-VENDF-STATUS = '00'                                    00345000
003460         MOVE 'Y' TO WS-VENDF-SW                                  00346000
003470     ELSE                                                         00347000
003480         DISPLAY 'PAS DE FICHIER VENDMSTR : ' WS-VENDF-STATUS     00348000
003490     END-IF                                                       00349000
003500                                                                  00350000
003510     OPEN OUTPUT SHEET                                            00351000
003520     OPEN OUTPUT VREP                                             00352000
003530     MOVE WS-TODAY-D TO VRT-DATE                                  00353000
003540     EXIT.                                                        00354000
003550                                                                  00355000
003560******************************************************************00356000
003570* PARAGRAPHES DU GEL : POUR CHAQUE PRODUIT DE LA PLAGE, LA        00357000
003580* QUANTITE EN LIVRE EST FIGEE DANS CNTMSTR AVEC LE COUT DU        00358000
003590* FOURNISSEUR ATTITRE, LE RELEVE EST BLOQUE SUR STKMSTR ET UNE    00359000
003600* LIGNE DE FEUILLE DE COMPTAGE EST IMPRIMEE. UN PRODUIT DEJA EN   00360000
003610* COURS DE COMPTAGE N EST PAS REGELE                              00361000
003620******************************************************************00362000
003630 200-FREEZE.                                                      00363000
003640     MOVE WS-TODAY-D TO SHT-DATE                                  00364000
003650     IF SYS-FROM-P = SPACES                                       00365000
003660         MOVE 'ALL' TO SHT-FROM                                   00366000
003670     ELSE                                                         00367000
003680         MOVE SYS-FROM-P TO SHT-FROM                              00368000
003690     END-IF                                                       00369000
003700     IF SYS-TO-P = HIGH-VALUES                                    00370000
003710         MOVE 'ALL' TO SHT-TO                                     00371000
003720     ELSE                                                         00372000
003730         MOVE SYS-TO-P TO SHT-TO                                  00373000
003740     END-IF                                                       00374000
003750     WRITE ENR-CNTSHEET FROM L-SHT-TITLE                          00375000
003760     WRITE ENR-CNTSHEET FROM L-SHT-VIDE                           00376000
003770     WRITE ENR-CNTSHEET FROM L-SHT-HDR                            00377000
003780     WRITE ENR-CNTSHEET FROM L-SHT-VIDE                           00378000
003790                                                                  00379000
003800     MOVE SYS-FROM-P TO STK-P-NO                                  00380000
003810     IF SYS-FROM-P = SPACES                                       00381000
003820         MOVE LOW-VALUES TO STK-KEY                               00382000
003830     END-IF                                                       00383000
003840     START STKM KEY >= STK-KEY                                    00384000
003850     IF WS-STKM-STATUS = '00'                                     00385000
003860         PERFORM 210-READ-NEXT-STK                                00386000
003870         PERFORM 220-FREEZE-PART                                  00387000
003880            UNTIL WS-STKM-STATUS NOT = '00'                       00388000
003890               OR STK-P-NO > SYS-TO-P                             00389000
003900     END-IF                                                       00390000
003910     EXIT.                                                        00391000
003920                                                                  00392000
003930 210-READ-NEXT-STK.                                               00393000
003940     READ STKM NEXT                                               00394000
003950     EXIT.                                                        00395000
003960                                                                  00396000
003970 220-FREEZE-PART.                                                 00397000
003980     IF STK-COUNT-IN-PROGRESS                                     00398000
003990         ADD 1 TO WS-BUSY-CNT                                     00399000
004000         DISPLAY 'COMPTAGE DEJA EN COURS : ' STK-P-NO             00400000
004010     ELSE                                                         00401000
004020         MOVE STK-P-NO TO CNT-P-NO                                00402000
004030         READ CNTF KEY IS CNT-KEY                                 00403000
004040         IF WS-CNTF-STATUS = '00'                                 00404000
004050             PERFORM 230-BUILD-COUNT                              00405000
004060             REWRITE COUNT-RECORD                                 00406000
004070         ELSE                                                     00407000
004080             PERFORM 230-BUILD-COUNT                              00408000
004090             WRITE COUNT-RECORD                                   00409000
004100         END-IF                                                   00410000
004110         IF WS-CNTF-STATUS NOT = '00'                             00411000
004120             DISPLAY 'ERREUR ECRITURE CNTMSTR : ' WS-CNTF-STATUS  00412000
004130                     ' ' STK-P-NO                                 00413000
004140             PERFORM 900-ABEND-PROG                               00414000
004150         END-IF                                                   00415000
004160         MOVE 'Y'  TO STK-COUNT-SW                                00416000
004170         MOVE ZERO TO STK-COUNT-HELD                              00417000
004180         REWRITE STOCK-RECORD                                     00418000
004190         ADD 1 TO WS-FROZEN-CNT                                   00419000
004200                                                                  00420000
004210         MOVE STK-P-NO    TO SHL-P-NO                             00421000
004220         MOVE STK-VEND-NO TO SHL-VEND-NO                          00422000
004230         WRITE ENR-CNTSHEET FROM L-SHT-LINE                       00423000
004240         WRITE ENR-CNTSHEET FROM L-SHT-VIDE                       00424000
004250     END-IF                                                       00425000
004260     PERFORM 210-READ-NEXT-STK                                    00426000
004270     EXIT.                                                        00427000
004280                                                                  00428000
004290 230-BUILD-COUNT.                                                 00429000
004300     INITIALIZE COUNT-RECORD                                      00430000
004310     MOVE STK-P-NO   TO CNT-P-NO                                  00431000
004320     MOVE 'F'        TO CNT-STATUS                                00432000
004330     MOVE WS-TODAY-D TO CNT-FREEZE-DATE                           00433000
004340     MOVE STK-ONHAND TO CNT-BOOK-QTY                              00434000
004350     MOVE ZERO       TO CNT-COUNT-QTY                             00435000
004360     MOVE SPACES     TO CNT-COUNTER                               00436000
004370     MOVE SPACES     TO CNT-COUNT-DATE                            00437000
004380     MOVE SPACES     TO CNT-POST-DATE                             00438000
004390     MOVE ZERO       TO CNT-UNIT-COST                             00439000
004400     MOVE SPACES     TO WS-VENDF-STATUS                           00440000
004410     IF VENDF-OPEN AND STK-VEND-NO NOT = SPACES                   00441000
004420         MOVE STK-VEND-NO TO VEN-NO                               00442000
004430         MOVE STK-P-NO    TO VEN-P-NO                             00443000
004440         READ VENDF KEY IS VEN-KEY                                00444000
004450     END-IF                                                       00445000
004460     IF WS-VENDF-STATUS = '00' AND VEN-UNIT-COST NUMERIC          00446000
004470         MOVE VEN-UNIT-COST TO CNT-UNIT-COST                      00447000
004480     ELSE                                                         00448000
004490         ADD 1 TO WS-NOCOST-CNT                                   00449000
004500     END-IF                                                       00450000
004510     EXIT.                                                        00451000
004520                                                                  00452000
004530******************************************************************00453000
004540* PARAGRAPHES DE SAISIE DES QUANTITES COMPTEES : LA CARTE DOIT    00454000
004550* VISER UN PRODUIT GELE ; UN NOUVEAU COMPTAGE DU MEME PRODUIT     00455000
004560* REMPLACE LE PRECEDENT TANT QU IL N EST PAS POSTE                00456000
004570******************************************************************00457000
004580 300-ENTER-COUNTS.                                                00458000
004590     PERFORM 500-OPEN-CARDS                                       00459000
004600     PERFORM 310-ENTER-ONE-CARD UNTIL FF-CARDS                    00460000
004610     EXIT.                                                        00461000
004620                                                                  00462000
004630 310-ENTER-ONE-CARD.                                              00463000
004640     IF NOT CRD-COUNT OR CRD-QTY NOT NUMERIC OR CRD-USER = SPACES 00464000
004650         ADD 1 TO WS-BAD-CNT                                      00465000
004660         DISPLAY 'CARTE DE COMPTAGE INVALIDE : ' CRD-P-NO         00466000
004670                 ' ' CRD-TYPE                                     00467000
004680     ELSE                                                         00468000
004690         MOVE CRD-P-NO TO CNT-P-NO                                00469000
004700         READ CNTF KEY IS CNT-KEY                                 00470000
004710         IF WS-CNTF-STATUS NOT = '00' OR CNT-POSTED               00471000
004720             ADD 1 TO WS-BAD-CNT                                  00472000
004730             DISPLAY 'PRODUIT NON GELE POUR COMPTAGE : ' CRD-P-NO 00473000
004740         ELSE                                                     00474000
004750             MOVE 'C'        TO CNT-STATUS                        00475000
004760             MOVE CRD-QTY    TO CNT-COUNT-QTY                     00476000
004770             MOVE CRD-USER   TO CNT-COUNTER                       00477000
004780             MOVE WS-TODAY-D TO CNT-COUNT-DATE                    00478000
004790             REWRITE COUNT-RECORD                                 00479000
004800             ADD 1 TO WS-CARD-CNT                                 00480000
004810         END-IF                                                   00481000
004820     END-IF                                                       00482000
004830     PERFORM 510-READ-CARD                                        00483000
004840     EXIT.                                                        00484000
004850                                                                  00485000
004860******************************************************************00486000
004870* PARAGRAPHES DE POSTING DES COMPTAGES APPROUVES : L ECART        00487000
004880* (COMPTE - LIVRE GELE) EST AJOUTE AU DISPONIBLE, QUI GARDE AINSI 00488000
004890* LES RECEPTIONS DEPUIS LE GEL, PUIS LE RELEVE DIFFERE EST DEDUIT 00489000
004900* ET LE BLOCAGE LEVE. CHAQUE AJUSTEMENT EST ECRIT DANS CNTAUDIT.  00490000
004910* UNE CARTE R REMET LE PRODUIT EN ATTENTE D UN NOUVEAU COMPTAGE   00491000
004920******************************************************************00492000
004930 400-POST-COUNTS.                                                 00493000
004940     OPEN EXTEND AUDF                                             00494000
004950     IF WS-AUDF-STATUS = '35'                                     00495000
004960         OPEN OUTPUT AUDF                                         00496000
004970     END-IF                                                       00497000
004980     IF WS-AUDF-STATUS NOT = '00'                                 00498000
004990         DISPLAY 'ERREUR OUVERTURE CNTAUDIT : ' WS-AUDF-STATUS    00499000
005000         PERFORM 900-ABEND-PROG                                   00500000
005010     END-IF                                                       00501000
005020     MOVE 'ADJUSTMENTS POSTED FROM THE PHYSICAL COUNT'            00502000
005030       TO VRT-TEXT                                                00503000
005040     WRITE ENR-CNTVAR FROM L-VAR-TITLE                            00504000
005050     WRITE ENR-CNTVAR FROM L-VAR-VIDE                             00505000
005060     WRITE ENR-CNTVAR FROM L-VAR-HDR                              00506000
005070     WRITE ENR-CNTVAR FROM L-VAR-VIDE                             00507000
005080                                                                  00508000
005090     PERFORM 500-OPEN-CARDS                                       00509000
005100     PERFORM 410-POST-ONE-CARD UNTIL FF-CARDS                     00510000
005110     CLOSE AUDF                                                   00511000
005120                                                                  00512000
005130     WRITE ENR-CNTVAR FROM L-VAR-VIDE                             00513000
005140     MOVE 'SHRINKAGE POSTED' TO VRO-LABEL                         00514000
005150     MOVE WS-TOT-SHRINK TO VRO-VALUE                              00515000
005160     WRITE ENR-CNTVAR FROM L-VAR-TOT                              00516000
005170     MOVE 'OVERAGE POSTED' TO VRO-LABEL                           00517000
005180     MOVE WS-TOT-OVER TO VRO-VALUE                                00518000
005190     WRITE ENR-CNTVAR FROM L-VAR-TOT                              00519000
005200     COMPUTE WS-TOT-NET = WS-TOT-SHRINK + WS-TOT-OVER             00520000
005210     MOVE 'NET ADJUSTMENT VALUE' TO VRO-LABEL                     00521000
005220     MOVE WS-TOT-NET TO VRO-VALUE                                 00522000
005230     WRITE ENR-CNTVAR FROM L-VAR-TOT                              00523000
005240     WRITE ENR-CNTVAR FROM L-VAR-VIDE                             00524000
005250     MOVE ZERO TO WS-TOT-SHRINK                                   00525000
005260     MOVE ZERO TO WS-TOT-OVER                                     00526000
005270     EXIT.                                                        00527000
005280                                                                  00528000
005290 410-POST-ONE-CARD.                                               00529000
005300     IF (NOT CRD-APPROVE AND NOT CRD-RECOUNT) OR CRD-USER = SPACES00530000
005310         ADD 1 TO WS-BAD-CNT                                      00531000
005320         DISPLAY 'CARTE D APPROBATION INVALIDE : ' CRD-P-NO       00532000
005330                 ' ' CRD-TYPE                                     00533000
005340     ELSE                                                         00534000
005350         MOVE CRD-P-NO TO CNT-P-NO                                00535000
005360         READ CNTF KEY IS CNT-KEY                                 00536000
005370         IF WS-CNTF-STATUS NOT = '00' OR NOT CNT-COUNTED          00537000
005380             ADD 1 TO WS-BAD-CNT                                  00538000
005390             DISPLAY 'PRODUIT NON COMPTE, RIEN A POSTER : '       00539000
005400                     CRD-P-NO                                     00540000
005410         ELSE                                                     00541000
005420             IF CRD-RECOUNT                                       00542000
005430                 PERFORM 430-RESET-COUNT                          00543000
005440             ELSE                                                 00544000
005450                 PERFORM 420-POST-ADJUSTMENT                      00545000
005460             END-IF                                               00546000
005470         END-IF                                                   00547000
005480     END-IF                                                       00548000
005490     PERFORM 510-READ-CARD                                        00549000
005500     EXIT.                                                        00550000
005510                                                                  00551000
005520 420-POST-ADJUSTMENT.                                             00552000
005530     COMPUTE WS-VAR-QTY = CNT-COUNT-QTY - CNT-BOOK-QTY            00553000
005540     COMPUTE WS-VAR-VALUE ROUNDED = WS-VAR-QTY * CNT-UNIT-COST    00554000
005550     MOVE CNT-P-NO TO STK-P-NO                                    00555000
005560     READ STKM KEY IS STK-KEY                                     00556000
005570     IF WS-STKM-STATUS NOT = '00'                                 00557000
005580         DISPLAY 'PRODUIT ABSENT DE STKMSTR : ' CNT-P-NO          00558000
005590         PERFORM 900-ABEND-PROG                                   00559000
005600     END-IF                                                       00560000
005610     COMPUTE STK-ONHAND = STK-ONHAND + WS-VAR-QTY - STK-COUNT-HELD00561000
005620     MOVE SPACE TO STK-COUNT-SW                                   00562000
005630     MOVE ZERO  TO STK-COUNT-HELD                                 00563000
005640     REWRITE STOCK-RECORD                                         00564000
005650                                                                  00565000
005660     MOVE 'P'        TO CNT-STATUS                                00566000
005670     MOVE WS-TODAY-D TO CNT-POST-DATE                             00567000
005680     REWRITE COUNT-RECORD                                         00568000
005690                                                                  00569000
005700     INITIALIZE L-STKADJ                                          00570000
005710     MOVE WS-TODAY-D      TO ADJ-POST-DATE                        00571000
005720     MOVE CNT-P-NO        TO ADJ-P-NO                             00572000
005730     MOVE CNT-BOOK-QTY    TO ADJ-BOOK-QTY                         00573000
005740     MOVE CNT-COUNT-QTY   TO ADJ-COUNT-QTY                        00574000
005750     MOVE WS-VAR-QTY      TO ADJ-VAR-QTY                          00575000
005760     MOVE CNT-UNIT-COST   TO ADJ-UNIT-COST                        00576000
005770     MOVE WS-VAR-VALUE    TO ADJ-VAR-VALUE                        00577000
005780     MOVE CNT-COUNTER     TO ADJ-COUNTER                          00578000
005790     MOVE CRD-USER        TO ADJ-APPROVER                         00579000
005800     MOVE CNT-FREEZE-DATE TO ADJ-FREEZE-DATE                      00580000
005810     WRITE ENR-CNTAUDIT FROM L-STKADJ                             00581000
005820     ADD 1 TO WS-POSTED-CNT                                       00582000
005830                                                                  00583000
005840     IF WS-VAR-VALUE < ZERO                                       00584000
005850         ADD WS-VAR-VALUE TO WS-TOT-SHRINK                        00585000
005860     ELSE                                                         00586000
005870         ADD WS-VAR-VALUE TO WS-TOT-OVER                          00587000
005880     END-IF                                                       00588000
005890     MOVE 'POSTED' TO WS-CARD-NOTE                                00589000
005900     PERFORM 610-PRINT-VARIANCE                                   00590000
005910     EXIT.                                                        00591000
005920                                                                  00592000
005930 430-RESET-COUNT.                                                 00593000
005940     COMPUTE WS-VAR-QTY = CNT-COUNT-QTY - CNT-BOOK-QTY            00594000
005950     COMPUTE WS-VAR-VALUE ROUNDED = WS-VAR-QTY * CNT-UNIT-COST    00595000
005960     MOVE 'RECOUNT REQUESTED' TO WS-CARD-NOTE                     00596000
005970     PERFORM 610-PRINT-VARIANCE                                   00597000
005980     MOVE 'F'    TO CNT-STATUS                                    00598000
005990     MOVE ZERO   TO CNT-COUNT-QTY                                 00599000
006000     MOVE SPACES TO CNT-COUNTER                                   00600000
006010     MOVE SPACES TO CNT-COUNT-DATE                                00601000
006020     REWRITE COUNT-RECORD                                         00602000
006030     ADD 1 TO WS-RECOUNT-CNT                                      00603000
006040     EXIT.                                                        00604000
006050                                                                  00605000
006060******************************************************************00606000
006070* PARAGRAPHES DE LECTURE DES CARTES. FICHIER ABSENT = RIEN A      00607000
006080* SAISIR NI A POSTER                                              00608000
006090******************************************************************00609000
006100 500-OPEN-CARDS.                                                  00610000
006110     OPEN INPUT CARDS                                             00611000
006120     IF WS-CARDS-STATUS = '00'                                    00612000
006130         PERFORM 510-READ-CARD                                    00613000
006140     ELSE                                                         00614000
006150         DISPLAY 'PAS DE FICHIER CNTCARDS : ' WS-CARDS-STATUS     00615000
006160         SET FF-CARDS TO TRUE                                     00616000
006170     END-IF                                                       00617000
006180     EXIT.                                                        00618000
006190                                                                  00619000
006200 510-READ-CARD.                                                   00620000
006210     READ CARDS INTO L-CNTCARD                                    00621000
006220         AT END                                                   00622000
006230              SET FF-CARDS TO TRUE                                00623000
006240              CLOSE CARDS                                         00624000
006250     END-READ                                                     00625000
006260     EXIT.                                                        00626000
006270                                                                  00627000
006280******************************************************************00628000
006290* PARAGRAPHES DE L ETAT DES ECARTS : TOUS LES PRODUITS DONT LE    00629000
006300* COMPTAGE EST EN COURS, COMPTES (ECART EN UNITES ET EN VALEUR)   00630000
006310* OU ENCORE A COMPTER                                             00631000
006320******************************************************************00632000
006330 600-VARIANCE-REPORT.                                             00633000
006340     MOVE 'PHYSICAL INVENTORY VARIANCES - OPEN COUNTS'            00634000
006350       TO VRT-TEXT                                                00635000
006360     WRITE ENR-CNTVAR FROM L-VAR-TITLE                            00636000
006370     WRITE ENR-CNTVAR FROM L-VAR-VIDE                             00637000
006380     WRITE ENR-CNTVAR FROM L-VAR-HDR                              00638000
006390     WRITE ENR-CNTVAR FROM L-VAR-VIDE                             00639000
006400                                                                  00640000
006410     MOVE LOW-VALUES TO CNT-KEY                                   00641000
006420     START CNTF KEY >= CNT-KEY                                    00642000
006430     IF WS-CNTF-STATUS = '00'                                     00643000
006440         PERFORM 620-READ-NEXT-CNT                                00644000
006450         PERFORM 630-REPORT-ONE-COUNT                             00645000
006460            UNTIL WS-CNTF-STATUS NOT = '00'                       00646000
006470     END-IF                                                       00647000
006480                                                                  00648000
006490     WRITE ENR-CNTVAR FROM L-VAR-VIDE                             00649000
006500     MOVE 'SHRINKAGE IF POSTED' TO VRO-LABEL                      00650000
006510     MOVE WS-TOT-SHRINK TO VRO-VALUE                              00651000
006520     WRITE ENR-CNTVAR FROM L-VAR-TOT                              00652000
006530     MOVE 'OVERAGE IF POSTED' TO VRO-LABEL                        00653000
006540     MOVE WS-TOT-OVER TO VRO-VALUE                                00654000
006550     WRITE ENR-CNTVAR FROM L-VAR-TOT                              00655000
006560     COMPUTE WS-TOT-NET = WS-TOT-SHRINK + WS-TOT-OVER             00656000
006570     MOVE 'NET VARIANCE VALUE' TO VRO-LABEL                       00657000
006580     MOVE WS-TOT-NET TO VRO-VALUE                                 00658000
006590     WRITE ENR-CNTVAR FROM L-VAR-TOT                              00659000
006600     EXIT.                                                        00660000
006610                                                                  00661000
006620 610-PRINT-VARIANCE.                                              00662000
006630     INITIALIZE L-VAR-LINE                                        00663000
006640     MOVE CNT-P-NO        TO VRL-P-NO                             00664000
006650     MOVE CNT-FREEZE-DATE TO VRL-FREEZE                           00665000
006660     MOVE CNT-BOOK-QTY    TO VRL-BOOK                             00666000
006670     MOVE CNT-COUNT-QTY   TO VRL-COUNTED                          00667000
006680     MOVE WS-VAR-QTY      TO VRL-VAR                              00668000
006690     MOVE CNT-UNIT-COST   TO VRL-COST                             00669000
006700     MOVE WS-VAR-VALUE    TO VRL-VALUE                            00670000
006710     MOVE CNT-COUNTER     TO VRL-COUNTER                          00671000
006720     IF FN-POST                                                   00672000
006730         MOVE CRD-USER    TO VRL-APPROVER                         00673000
006740     END-IF                                                       00674000
006750     MOVE WS-CARD-NOTE    TO VRL-NOTE                             00675000
006760     WRITE ENR-CNTVAR FROM L-VAR-LINE                             00676000
006770     EXIT.                                                        00677000
006780                                                                  00678000
006790 620-READ-NEXT-CNT.                                               00679000
006800     READ CNTF NEXT                                               00680000
006810     EXIT.                                                        00681000
006820                                                                  00682000
006830 630-REPORT-ONE-COUNT.                                            00683000
006840     EVALUATE TRUE                                                00684000
006850         WHEN CNT-COUNTED                                         00685000
006860             COMPUTE WS-VAR-QTY = CNT-COUNT-QTY - CNT-BOOK-QTY    00686000
006870             COMPUTE WS-VAR-VALUE ROUNDED                         00687000
006880                   = WS-VAR-QTY * CNT-UNIT-COST                   00688000
006890             IF WS-VAR-VALUE < ZERO                               00689000
006900                 ADD WS-VAR-VALUE TO WS-TOT-SHRINK                00690000
006910             ELSE                                                 00691000
006920                 ADD WS-VAR-VALUE TO WS-TOT-OVER                  00692000
006930             END-IF                                               00693000
006940             MOVE 'AWAITING APPROVAL' TO WS-CARD-NOTE             00694000
006950             IF CNT-UNIT-COST = ZERO                              00695000
006960                 MOVE 'NO UNIT COST' TO WS-CARD-NOTE              00696000
006970             END-IF                                               00697000
006980             PERFORM 610-PRINT-VARIANCE                           00698000
006990             ADD 1 TO WS-COUNTED-CNT                              00699000
007000         WHEN CNT-FROZEN                                          00700000
007010             MOVE ZERO TO WS-VAR-QTY                              00701000
007020             MOVE ZERO TO WS-VAR-VALUE                            00702000
007030             MOVE 'NOT YET COUNTED' TO WS-CARD-NOTE               00703000
007040             PERFORM 610-PRINT-VARIANCE                           00704000
007050             ADD 1 TO WS-OPEN-CNT                                 00705000
007060         WHEN OTHER                                               00706000
007070             CONTINUE                                             00707000
007080     END-EVALUATE                                                 00708000
007090     PERFORM 620-READ-NEXT-CNT                                    00709000
007100     EXIT.                                                        00710000
007110                                                                  00711000
007120******************************************************************00712000
007130* PARAGRAPHE DE FIN DE RUN : COMPTEURS DE CONTROLE                00713000
007140******************************************************************00714000
007150 900-WRITE-TOTALS.                                                00715000
007160     WRITE ENR-CNTVAR FROM L-VAR-VIDE                             00716000
007170     MOVE 'PARTS FROZEN FOR COUNT' TO VRC-LABEL                   00717000
007180     MOVE WS-FROZEN-CNT TO VRC-VALUE                              00718000
007190     WRITE ENR-CNTVAR FROM L-VAR-CNT                              00719000
007200     MOVE 'PARTS ALREADY BEING COUNTED' TO VRC-LABEL              00720000
007210     MOVE WS-BUSY-CNT TO VRC-VALUE                                00721000
007220     WRITE ENR-CNTVAR FROM L-VAR-CNT                              00722000
007230     MOVE 'PARTS FROZEN WITH NO UNIT COST' TO VRC-LABEL           00723000
007240     MOVE WS-NOCOST-CNT TO VRC-VALUE                              00724000
007250     WRITE ENR-CNTVAR FROM L-VAR-CNT                              00725000
007260     MOVE 'COUNT CARDS RECORDED' TO VRC-LABEL                     00726000
007270     MOVE WS-CARD-CNT TO VRC-VALUE                                00727000
007280     WRITE ENR-CNTVAR FROM L-VAR-CNT                              00728000
007290     MOVE 'CARDS REJECTED' TO VRC-LABEL                           00729000
007300     MOVE WS-BAD-CNT TO VRC-VALUE                                 00730000
007310     WRITE ENR-CNTVAR FROM L-VAR-CNT                              00731000
007320     MOVE 'COUNTS AWAITING APPROVAL' TO VRC-LABEL                 00732000
007330     MOVE WS-COUNTED-CNT TO VRC-VALUE                             00733000
007340     WRITE ENR-CNTVAR FROM L-VAR-CNT                              00734000
007350     MOVE 'PARTS NOT YET COUNTED' TO VRC-LABEL                    00735000
007360     MOVE WS-OPEN-CNT TO VRC-VALUE                                00736000
007370     WRITE ENR-CNTVAR FROM L-VAR-CNT                              00737000
007380     MOVE 'ADJUSTMENTS POSTED' TO VRC-LABEL                       00738000
007390     MOVE WS-POSTED-CNT TO VRC-VALUE                              00739000
007400     WRITE ENR-CNTVAR FROM L-VAR-CNT                              00740000
007410     MOVE 'RECOUNTS REQUESTED' TO VRC-LABEL                       00741000
007420     MOVE WS-RECOUNT-CNT TO VRC-VALUE                             00742000
007430     WRITE ENR-CNTVAR FROM L-VAR-CNT                              00743000
007440                                                                  00744000
007450     DISPLAY 'PHASE DE COMPTAGE       : ' SYS-FUNCTION            00745000
007460     DISPLAY 'PRODUITS GELES          : ' WS-FROZEN-CNT           00746000
007470     DISPLAY 'CARTES DE COMPTAGE      : ' WS-CARD-CNT             00747000
007480     DISPLAY 'AJUSTEMENTS POSTES      : ' WS-POSTED-CNT           00748000
007490     DISPLAY 'CARTES REJETEES         : ' WS-BAD-CNT              00749000
007500     EXIT.                                                        00750000
007510                                                                  00751000
007520 900-ABEND-PROG.                                                  00752000
007530     DISPLAY 'ABEND-PROG !'                                       00753000
007540     COMPUTE WS-ANO = 1 / WS-ANO.                                 00754000
