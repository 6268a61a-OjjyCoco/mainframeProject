000240*                  REORDER-POINT REPORT FOR PURCHASING (EVERY     00024000
000250*                  PART WHOSE ON-HAND PLUS ON-ORDER IS AT OR      00025000
000260*                  UNDER ITS REORDER POINT)                       00026000
000261* 15/10/2026 GAY  PURCHASE ORDERS : WHEN THE POMSTR KSDS IS       00026100
000261*                  PRESENT, R CARDS MUST NAME THE PO AND LINE     00026101
000262*                  RECEIVED AGAINST ; OVER- AND UNDER-RECEIPTS    00026200
000262*                  ARE LISTED ON THE RECEIPT EXCEPTION REPORT     00026201
000263*                  AND THE EXCESS IS NOT POSTED. X CARDS CLOSE    00026300
000263*                  A PO LINE SHORT. STK-ONORDER IS REBUILT FROM   00026301
000264*                  THE OPEN PO LINES (O CARDS ARE REFUSED) AND    00026400
000264*                  EVERY REORDER LINE IS WRITTEN TO THE REORDSUG  00026401
000265*                  FILE PJPT3PUR RAISES THE POS FROM. NO POMSTR = 00026500
000265*                  CARDS POSTED AS BEFORE                         00026501
000266* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00026600
000266*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00026601
000267*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00026700
000268* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00026800
000269*                  NO UNSET FIELD REACHES JOBLOG                  00026900
000270******************************************************************00027000
000280                                                                  00028000
000290 ENVIRONMENT DIVISION.                                            00029000
000300 INPUT-OUTPUT SECTION.                                            00030000
000310 FILE-CONTROL.                                                    00031000
000320******************************************************************00032000
000330* CARTES DE MOUVEMENT DE STOCK (P_NO, TYPE R/O/X, QUANTITE, PO)   00033000
000340******************************************************************00034000
000350      SELECT RCPT ASSIGN TO RECEIPTS                              00035000
000360      ORGANIZATION IS SEQUENTIAL                                  00036000
000480******************************************************************00048000
000490      SELECT RORD ASSIGN TO REORDREP                              00049000
000500      ORGANIZATION  IS SEQUENTIAL.                                00050000
000501******************************************************************00050100
000501* KSDS DES COMMANDES FOURNISSEUR (VOIR COPY POREC)                00050101
000502******************************************************************00050200
000502      SELECT POMF ASSIGN TO POMSTR                                00050201
000503      ORGANIZATION IS INDEXED                                     00050300
000503      ACCESS MODE  IS DYNAMIC                                     00050301
000504      RECORD KEY   IS PO-KEY                                      00050400
000504      FILE STATUS  IS WS-POMF-STATUS.                             00050401
000505******************************************************************00050500
000505* FICHIER DES SUGGESTIONS DE REAPPROVISIONNEMENT POUR PJPT3PUR    00050501
000506******************************************************************00050600
000506      SELECT SUGG ASSIGN TO REORDSUG                              00050601
000507      ORGANIZATION  IS SEQUENTIAL.                                00050700
000507******************************************************************00050701
000508* ETAT DES ANOMALIES DE RECEPTION (SUR/SOUS RECEPTION, SANS PO)   00050800
000508******************************************************************00050801
000509      SELECT RXCP ASSIGN TO RCVEXCP                               00050900
000509      ORGANIZATION  IS SEQUENTIAL.                                00050901
000510                                                                  00051000
000520******************************************************************00052000
000530                                                                  00053000
000610                                                                  00061000
000620 FD RORD.                                                         00062000
000630 01 ENR-REORDREP PIC X(100).                                      00063000
000631                                                                  00063100
000632 FD POMF.                                                         00063200
000633     COPY POREC.                                                  00063300
000634                                                                  00063400
000635 FD SUGG.                                                         00063500
000636 01 ENR-REORDSUG PIC X(20).                                       00063600
000637                                                                  00063700
000638 FD RXCP.                                                         00063800
000639 01 ENR-RCVEXCP PIC X(100).                                       00063900
000640                                                                  00064000
000650 WORKING-STORAGE SECTION.                                         00065000
000660******************************************************************00066000
000810      05 RCP-TYPE PIC X(1).                                       00081000
000820         88 RCP-RECEIPT  VALUE 'R'.                               00082000
000830         88 RCP-ON-ORDER VALUE 'O'.                               00083000
000831         88 RCP-CLOSE-PO VALUE 'X'.                               00083100
000840      05 RCP-QTY  PIC 9(5).                                       00084000
000850      05 RCP-PO-NO   PIC 9(6).                                    00085000
000851      05 RCP-PO-LINE PIC 9(3).                                    00085100
000851      05 FILLER   PIC X(62).                                      00085101
000851                                                                  00085102
000851******************************************************************00085103
000851* ZONES DU RAPPROCHEMENT DES RECEPTIONS AVEC LES COMMANDES        00085104
000852* FOURNISSEUR. FICHIER POMSTR ABSENT = CARTES POSTEES A L AVEUGLE 00085200
000852* COMME AVANT                                                     00085201
000852******************************************************************00085202
000852 77 WS-POMF-STATUS PIC X(2) VALUE SPACES.                         00085203
000852 77 WS-POMF-SW PIC X(1) VALUE 'N'.                                00085204
000853    88 PO-CONTROL-ON VALUE 'Y'.                                   00085300
000853 77 WS-PO-OPEN-QTY PIC S9(6) VALUE ZERO.                          00085301
000853 77 WS-POST-QTY    PIC 9(5) VALUE ZERO.                           00085302
000853 77 WS-XCP-REASON  PIC X(30) VALUE SPACES.                        00085303
000853 77 WS-TODAY-YMD   PIC X(8)  VALUE SPACES.                        00085304
000854 77 WS-TODAY-D     PIC X(10) VALUE SPACES.                        00085400
000854                                                                  00085401
000854******************************************************************00085402
000854* TABLE DES QUANTITES EN COMMANDE PAR PRODUIT, CUMULEES SUR LES   00085403
000854* LIGNES DE PO OUVERTES POUR RECONSTITUER STK-ONORDER             00085404
000855******************************************************************00085500
000855 01 ONORD-TABLE.                                                  00085501
000855      05 OO-ENTRY OCCURS 500 TIMES INDEXED BY OO-IDX.             00085502
000855         10 OO-P-NO PIC X(3).                                     00085503
000855         10 OO-QTY  PIC S9(7).                                    00085504
000856 77 WS-OO-CNT PIC 9(3) VALUE ZERO.                                00085600
000856 77 WS-OO-MAX PIC 9(3) VALUE 500.                                 00085601
000856 77 WS-OO-SW  PIC X(1) VALUE 'N'.                                 00085602
000856    88 ONORD-FOUND VALUE 'Y'.                                     00085603
000856 77 WS-NEW-ONORDER PIC S9(7) VALUE ZERO.                          00085604
000857                                                                  00085700
000857******************************************************************00085701
000857* ENREGISTREMENT DES SUGGESTIONS DE REAPPROVISIONNEMENT           00085702
000857******************************************************************00085703
000857 01 L-REORDSUG.                                                   00085704
000858      05 SUG-P-NO    PIC X(3).                                    00085800
000858      05 SUG-VEND-NO PIC X(5).                                    00085801
000858      05 SUG-QTY     PIC 9(5).                                    00085802
000858      05 FILLER      PIC X(7).                                    00085803
000860                                                                  00086000
000870******************************************************************00087000
000880* COMPTEURS DE CONTROLE                                           00088000
000930 77 WS-BAD-CNT     PIC 9(7) VALUE ZERO.                           00093000
000940 77 WS-REORD-CNT   PIC 9(7) VALUE ZERO.                           00094000
000950 77 WS-AVAIL       PIC S9(8) VALUE ZERO.                          00095000
000951 77 WS-MATCHED-CNT PIC 9(7) VALUE ZERO.                           00095100
000952 77 WS-XCP-CNT     PIC 9(7) VALUE ZERO.                           00095200
000953 77 WS-CLOSED-CNT  PIC 9(7) VALUE ZERO.                           00095300
000954 77 WS-ONORD-UPD   PIC 9(7) VALUE ZERO.                           00095400
000960                                                                  00096000
000970******************************************************************00097000
000980* DECLARATION DES LIGNES DE L ETAT DE REAPPROVISIONNEMENT         00098000
001210      05 ROR-SUGG    PIC Z(11)9.                                  00121000
001220      05 FILLER      PIC X(53) VALUE SPACES.                      00122000
001230                                                                  00123000
001231 01 L-RXC-TITLE.                                                  00123100
001231      05 FILLER PIC X(44) VALUE                                   00123101
001231         'RECEIPT EXCEPTIONS - PURCHASE ORDER MATCHING'.          00123102
001231      05 FILLER PIC X(56) VALUE SPACES.                           00123103
001232                                                                  00123200
001232 01 L-RXC-HDR.                                                    00123201
001232      05 FILLER PIC X(5)  VALUE 'PART '.                          00123202
001232      05 FILLER PIC X(2)  VALUE 'T '.                             00123203
001233      05 FILLER PIC X(11) VALUE 'PO     LINE'.                    00123300
001233      05 FILLER PIC X(8)  VALUE '    CARD'.                       00123301
001233      05 FILLER PIC X(8)  VALUE '    OPEN'.                       00123302
001233      05 FILLER PIC X(8)  VALUE '  POSTED'.                       00123303
001234      05 FILLER PIC X(2)  VALUE SPACES.                           00123400
001234      05 FILLER PIC X(30) VALUE 'EXCEPTION'.                      00123401
001234      05 FILLER PIC X(26) VALUE SPACES.                           00123402
001234                                                                  00123403
001235 01 L-RXC-LINE.                                                   00123500
001235      05 RXC-P-NO    PIC X(3).                                    00123501
001235      05 FILLER      PIC X(2) VALUE SPACES.                       00123502
001235      05 RXC-TYPE    PIC X(1).                                    00123503
001236      05 FILLER      PIC X(1) VALUE SPACE.                        00123600
001236      05 RXC-PO-NO   PIC 9(6).                                    00123601
001236      05 FILLER      PIC X(1) VALUE SPACE.                        00123602
001236      05 RXC-PO-LINE PIC 9(3).                                    00123603
001237      05 FILLER      PIC X(1) VALUE SPACE.                        00123700
001237      05 RXC-QTY     PIC Z(6)9.                                   00123701
001237      05 FILLER      PIC X(1) VALUE SPACE.                        00123702
001237      05 RXC-OPEN    PIC Z(6)9-.                                  00123703
001238      05 RXC-POSTED  PIC Z(6)9.                                   00123800
001238      05 FILLER      PIC X(2) VALUE SPACES.                       00123801
001238      05 RXC-REASON  PIC X(30).                                   00123802
001238      05 FILLER      PIC X(27) VALUE SPACES.                      00123803
001239                                                                  00123900
001240 01 L-ROR-CNT.                                                    00124000
001250      05 ROC-LABEL PIC X(30).                                     00125000
001260      05 FILLER    PIC X(5) VALUE SPACES.                         00126000
001270      05 ROC-VALUE PIC Z(6)9.                                     00127000
001280      05 FILLER    PIC X(58) VALUE SPACES.                        00128000
001290                                                                  00129000
001291******************************************************************00129100
001292* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00129200
001293******************************************************************00129300
001294     COPY JLGREC.                                                 00129400
001295                                                                  00129500
001300 PROCEDURE DIVISION.                                              00130000
001301                                                                  00130100
001301     INITIALIZE L-JOBLOG                                          00130101
001302     MOVE 'PJPART3I' TO JLG-PROGRAM                               00130200
001303     MOVE 'S' TO JLG-TYPE                                         00130300
001304     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00130400
001310                                                                  00131000
001320     PERFORM 100-INITIALIZE                                       00132000
001330                                                                  00133000
001340     PERFORM 300-POST-CARD UNTIL FF-RCPT                          00134000
001350                                                                  00135000
001351     IF PO-CONTROL-ON                                             00135100
001352         PERFORM 400-REBUILD-ONORDER                              00135200
001353     END-IF                                                       00135300
001360     PERFORM 500-REORDER-REPORT                                   00136000
001370     PERFORM 900-WRITE-TOTALS                                     00137000
001380                                                                  00138000
001390     CLOSE STKM                                                   00139000
001400     CLOSE RORD                                                   00140000
001401     CLOSE SUGG                                                   00140100
001401     CLOSE RXCP                                                   00140101
001402     IF PO-CONTROL-ON                                             00140200
001402         CLOSE POMF                                               00140201
001403     END-IF                                                       00140300
001403                                                                  00140301
001404     MOVE SPACES TO JLG-RUN-KEY                                   00140400
001404     MOVE WS-CARDS-READ TO JLG-IN-CNT                             00140401
001405     MOVE WS-POSTED-CNT TO JLG-OUT-CNT                            00140500
001405     MOVE RETURN-CODE TO JLG-RC                                   00140501
001406     MOVE 'E' TO JLG-TYPE                                         00140600
001406     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00140601
001410                                                                  00141000
001420     GOBACK.                                                      00142000
001430                                                                  00143000
001630     WRITE ENR-REORDREP FROM L-ROR-HDR                            00163000
001640     WRITE ENR-REORDREP FROM L-ROR-VIDE                           00164000
001650                                                                  00165000
001651     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD                       00165100
001651     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-D(1:4)                    00165101
001651     MOVE '-'               TO WS-TODAY-D(5:1)                    00165102
001652     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-D(6:2)                    00165200
001652     MOVE '-'               TO WS-TODAY-D(8:1)                    00165201
001652     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-D(9:2)                    00165202
001653                                                                  00165300
001653     OPEN OUTPUT SUGG                                             00165301
001653     OPEN OUTPUT RXCP                                             00165302
001654     WRITE ENR-RCVEXCP FROM L-RXC-TITLE                           00165400
001654     WRITE ENR-RCVEXCP FROM L-ROR-VIDE                            00165401
001654     WRITE ENR-RCVEXCP FROM L-RXC-HDR                             00165402
001655     WRITE ENR-RCVEXCP FROM L-ROR-VIDE                            00165500
001655                                                                  00165501
001655     MOVE 'N' TO WS-POMF-SW                                       00165502
001656     OPEN I-O POMF                                                00165600
001656     IF WS-POMF-STATUS = '00'                                     00165601
001656         MOVE 'Y' TO WS-POMF-SW                                   00165602
001657     ELSE                                                         00165700
001657         DISPLAY 'NO POMSTR FILE : ' WS-POMF-STATUS               00165701
001657     END-IF                                                       00165702
001658                                                                  00165800
001660     OPEN INPUT RCPT                                              00166000
001670     IF WS-RCPT-STATUS = '00'                                     00167000
001680         PERFORM 200-READ-RCPT                                    00168000
001870******************************************************************00187000
001880* PARAGRAPHES DE POSTING D UNE CARTE : R AJOUTE AU DISPONIBLE     00188000
001890* ET SOLDE L EN-COMMANDE, O AJOUTE A L EN-COMMANDE. UN PRODUIT    00189000
001900* INCONNU EST CREE AVEC UN POINT DE COMMANDE A ZERO. AVEC LE      00190000
001901* FICHIER POMSTR, LES CARTES PASSENT D ABORD PAR LE RAPPROCHEMENT 00190100
001902* AVEC LA LIGNE DE COMMANDE FOURNISSEUR (350)                     00190200
001910******************************************************************00191000
001920 300-POST-CARD.                                                   00192000
001930     IF RCP-QTY NOT NUMERIC                                       00193000
001940        OR (NOT RCP-RECEIPT AND NOT RCP-ON-ORDER                  00194000
001941            AND NOT RCP-CLOSE-PO)                                 00194100
001942        OR (RCP-CLOSE-PO AND NOT PO-CONTROL-ON)                   00194200
001950         ADD 1 TO WS-BAD-CNT                                      00195000
001960         DISPLAY 'INVALID RECEIPT CARD : ' RCP-P-NO               00196000
001970                 ' ' RCP-TYPE                                     00197000
001980     ELSE                                                         00198000
001990         IF PO-CONTROL-ON                                         00199000
002000             PERFORM 350-MATCH-PO-LINE                            00200000
002050         ELSE                                                     00205000
002060             MOVE RCP-QTY TO WS-POST-QTY                          00206000
002070         END-IF                                                   00207000
002080         IF WS-POST-QTY > ZERO                                    00208000
002090             PERFORM 320-POST-STOCK                               00209000
002110         END-IF                                                   00211000
002120     END-IF                                                       00212000
002130     PERFORM 200-READ-RCPT                                        00213000
002140     EXIT.                                                        00214000
002150                                                                  00215000
002151 320-POST-STOCK.                                                  00215100
002151     MOVE RCP-P-NO TO STK-P-NO                                    00215101
002152     READ STKM                                                    00215200
002152     IF WS-STKM-STATUS = '00'                                     00215201
002153         PERFORM 310-APPLY-MOVEMENT                               00215300
002153         REWRITE STOCK-RECORD                                     00215301
002154         ADD 1 TO WS-POSTED-CNT                                   00215400
002154     ELSE                                                         00215401
002155         INITIALIZE STOCK-RECORD                                  00215500
002155         MOVE RCP-P-NO TO STK-P-NO                                00215501
002156         PERFORM 310-APPLY-MOVEMENT                               00215600
002156         WRITE STOCK-RECORD                                       00215601
002157         ADD 1 TO WS-CREATED-CNT                                  00215700
002157     END-IF                                                       00215701
002158     EXIT.                                                        00215800
002158                                                                  00215801
002160 310-APPLY-MOVEMENT.                                              00216000
002170     IF RCP-RECEIPT                                               00217000
002180         ADD WS-POST-QTY TO STK-ONHAND                            00218000
002190         SUBTRACT WS-POST-QTY FROM STK-ONORDER                    00219000
002200         IF STK-ONORDER < ZERO                                    00220000
002210             MOVE ZERO TO STK-ONORDER                             00221000
002220         END-IF                                                   00222000
002230     ELSE                                                         00223000
002240         ADD WS-POST-QTY TO STK-ONORDER                           00224000
002250     END-IF                                                       00225000
002251     EXIT.                                                        00225100
002251                                                                  00225101
002251******************************************************************00225102
002251* PARAGRAPHES DE RAPPROCHEMENT D UNE CARTE AVEC SA LIGNE DE PO :  00225103
002251* UNE RECEPTION SANS LIGNE OUVERTE POUR CE PRODUIT N EST PAS      00225104
002251* POSTEE ; UNE SUR-RECEPTION N EST POSTEE QUE POUR LE RESTE A     00225105
002251* RECEVOIR ; UNE SOUS-RECEPTION EST POSTEE ET SIGNALEE, LA LIGNE  00225106
002251* RESTE OUVERTE. LA CARTE X SOLDE LA LIGNE SANS MOUVEMENT DE      00225107
002251* STOCK. L EN-COMMANDE EST RECONSTITUE EN 400 (CARTES O REFUSEES) 00225108
002251******************************************************************00225109
002251 350-MATCH-PO-LINE.                                               00225110
002251     MOVE ZERO TO WS-POST-QTY                                     00225111
002251     MOVE ZERO TO WS-PO-OPEN-QTY                                  00225112
002251     MOVE SPACES TO WS-XCP-REASON                                 00225113
002251     IF RCP-ON-ORDER                                              00225114
002251         MOVE 'ON-ORDER COMES FROM THE POS' TO WS-XCP-REASON      00225115
002251     ELSE                                                         00225116
002251         IF RCP-PO-NO NOT NUMERIC OR RCP-PO-LINE NOT NUMERIC      00225117
002251            OR RCP-PO-NO = ZERO OR RCP-PO-LINE = ZERO             00225118
002251             MOVE 'NO PO NUMBER - NOT POSTED' TO WS-XCP-REASON    00225119
002252         ELSE                                                     00225200
002252             MOVE RCP-PO-NO   TO PO-NO                            00225201
002252             MOVE RCP-PO-LINE TO PO-LINE                          00225202
002252             READ POMF KEY IS PO-KEY                              00225203
002252             IF WS-POMF-STATUS NOT = '00'                         00225204
002252                 MOVE 'PO LINE NOT FOUND' TO WS-XCP-REASON        00225205
002252             ELSE                                                 00225206
002252                 IF NOT PO-DETAIL OR PO-P-NO NOT = RCP-P-NO       00225207
002252                     MOVE 'PART NOT ON THIS PO LINE'              00225208
002252                       TO WS-XCP-REASON                           00225209
002252                 ELSE                                             00225210
002252                     IF NOT PO-OPEN                               00225211
002252                         MOVE 'PO LINE ALREADY CLOSED'            00225212
002252                           TO WS-XCP-REASON                       00225213
002252                     ELSE                                         00225214
002252                         PERFORM 360-RECEIVE-PO-LINE              00225215
002252                     END-IF                                       00225216
002252                 END-IF                                           00225217
002252             END-IF                                               00225218
002252         END-IF                                                   00225219
002253     END-IF                                                       00225300
002253     IF WS-XCP-REASON NOT = SPACES                                00225301
002253         PERFORM 380-WRITE-EXCEPTION                              00225302
002253     END-IF                                                       00225303
002253     EXIT.                                                        00225304
002253                                                                  00225305
002253 360-RECEIVE-PO-LINE.                                             00225306
002253     COMPUTE WS-PO-OPEN-QTY = PO-QTY-ORD - PO-QTY-RCVD            00225307
002253     IF RCP-CLOSE-PO                                              00225308
002253         MOVE 'C' TO PO-STATUS                                    00225309
002253         MOVE 'LINE CLOSED SHORT' TO WS-XCP-REASON                00225310
002253         ADD 1 TO WS-CLOSED-CNT                                   00225311
002253     ELSE                                                         00225312
002253         IF RCP-QTY > WS-PO-OPEN-QTY                              00225313
002253             MOVE WS-PO-OPEN-QTY TO WS-POST-QTY                   00225314
002253             MOVE 'OVER-RECEIPT - EXCESS NOT POSTED'              00225315
002253               TO WS-XCP-REASON                                   00225316
002253         ELSE                                                     00225317
002253             MOVE RCP-QTY TO WS-POST-QTY                          00225318
002253             IF RCP-QTY < WS-PO-OPEN-QTY                          00225319
002254                 MOVE 'UNDER-RECEIPT - LINE STAYS OPEN'           00225400
002254                   TO WS-XCP-REASON                               00225401
002254             END-IF                                               00225402
002254         END-IF                                                   00225403
002254         ADD WS-POST-QTY TO PO-QTY-RCVD                           00225404
002254         MOVE WS-TODAY-D TO PO-LAST-RCPT                          00225405
002254         IF PO-QTY-RCVD >= PO-QTY-ORD                             00225406
002254             MOVE 'C' TO PO-STATUS                                00225407
002254         END-IF                                                   00225408
002254         ADD 1 TO WS-MATCHED-CNT                                  00225409
002254     END-IF                                                       00225410
002254     REWRITE PO-RECORD                                            00225411
002254     IF WS-POMF-STATUS NOT = '00'                                 00225412
002254         DISPLAY 'POMSTR REWRITE ERROR : ' WS-POMF-STATUS         00225413
002254         PERFORM ABEND-PROG                                       00225414
002254     END-IF                                                       00225415
002254     EXIT.                                                        00225416
002254                                                                  00225417
002254 380-WRITE-EXCEPTION.                                             00225418
002254     INITIALIZE L-RXC-LINE                                        00225419
002255     MOVE RCP-P-NO       TO RXC-P-NO                              00225500
002255     MOVE RCP-TYPE       TO RXC-TYPE                              00225501
002255     IF RCP-PO-NO NUMERIC                                         00225502
002255         MOVE RCP-PO-NO  TO RXC-PO-NO                             00225503
002255     END-IF                                                       00225504
002255     IF RCP-PO-LINE NUMERIC                                       00225505
002255         MOVE RCP-PO-LINE TO RXC-PO-LINE                          00225506
002255     END-IF                                                       00225507
002255     MOVE RCP-QTY        TO RXC-QTY                               00225508
002255     MOVE WS-PO-OPEN-QTY TO RXC-OPEN                              00225509
002255     MOVE WS-POST-QTY    TO RXC-POSTED                            00225510
002255     MOVE WS-XCP-REASON  TO RXC-REASON                            00225511
002255     WRITE ENR-RCVEXCP FROM L-RXC-LINE                            00225512
002255     ADD 1 TO WS-XCP-CNT                                          00225513
002255     EXIT.                                                        00225514
002255                                                                  00225515
002255******************************************************************00225516
002255* PARAGRAPHES DE RECONSTITUTION DE L EN-COMMANDE : CUMUL DU RESTE 00225517
002255* A RECEVOIR DES LIGNES DE PO OUVERTES PAR PRODUIT, PUIS REPORT   00225518
002255* SUR CHAQUE ENREGISTREMENT STOCK (ZERO SI AUCUNE LIGNE OUVERTE)  00225519
002256******************************************************************00225600
002256 400-REBUILD-ONORDER.                                             00225601
002256     INITIALIZE ONORD-TABLE                                       00225602
002256     MOVE LOW-VALUES TO PO-KEY                                    00225603
002256     START POMF KEY >= PO-KEY                                     00225604
002256     IF WS-POMF-STATUS = '00'                                     00225605
002256         PERFORM 410-READ-NEXT-PO                                 00225606
002256         PERFORM 420-ADD-OPEN-LINE                                00225607
002256            UNTIL WS-POMF-STATUS NOT = '00'                       00225608
002256     END-IF                                                       00225609
002256     MOVE LOW-VALUES TO STK-KEY                                   00225610
002256     START STKM KEY >= STK-KEY                                    00225611
002256     IF WS-STKM-STATUS = '00'                                     00225612
002256         PERFORM 510-READ-NEXT-STK                                00225613
002256         PERFORM 440-SET-ONORDER                                  00225614
002256            UNTIL WS-STKM-STATUS NOT = '00'                       00225615
002256     END-IF                                                       00225616
002256     EXIT.                                                        00225617
002256                                                                  00225618
002256 410-READ-NEXT-PO.                                                00225619
002257     READ POMF NEXT                                               00225700
002257     EXIT.                                                        00225701
002257                                                                  00225702
002257 420-ADD-OPEN-LINE.                                               00225703
002257     IF PO-DETAIL AND PO-OPEN AND PO-QTY-ORD > PO-QTY-RCVD        00225704
002257         MOVE PO-P-NO TO STK-P-NO                                 00225705
002257         PERFORM 430-FIND-ONORD                                   00225706
002257         IF NOT ONORD-FOUND                                       00225707
002257             IF WS-OO-CNT < WS-OO-MAX                             00225708
002257                 ADD 1 TO WS-OO-CNT                               00225709
002257                 SET OO-IDX TO WS-OO-CNT                          00225710
002257                 MOVE PO-P-NO TO OO-P-NO(OO-IDX)                  00225711
002257                 MOVE ZERO    TO OO-QTY(OO-IDX)                   00225712
002257                 MOVE 'Y' TO WS-OO-SW                             00225713
002257             ELSE                                                 00225714
002257                 DISPLAY 'ON-ORDER TABLE FULL : ' PO-P-NO         00225715
002257             END-IF                                               00225716
002257         END-IF                                                   00225717
002257         IF ONORD-FOUND                                           00225718
002257             COMPUTE OO-QTY(OO-IDX) = OO-QTY(OO-IDX)              00225719
002258                                    + PO-QTY-ORD - PO-QTY-RCVD    00225800
002258         END-IF                                                   00225801
002258     END-IF                                                       00225802
002258     PERFORM 410-READ-NEXT-PO                                     00225803
002258     EXIT.                                                        00225804
002258                                                                  00225805
002258 430-FIND-ONORD.                                                  00225806
002258     MOVE 'N' TO WS-OO-SW                                         00225807
002258     SET OO-IDX TO 1                                              00225808
002258     SEARCH OO-ENTRY                                              00225809
002258         AT END                                                   00225810
002258             CONTINUE                                             00225811
002258         WHEN OO-IDX > WS-OO-CNT                                  00225812
002258             CONTINUE                                             00225813
002258         WHEN OO-P-NO(OO-IDX) = STK-P-NO                          00225814
002258             MOVE 'Y' TO WS-OO-SW                                 00225815
002258     END-SEARCH                                                   00225816
002258     EXIT.                                                        00225817
002258                                                                  00225818
002258 440-SET-ONORDER.                                                 00225819
002259     PERFORM 430-FIND-ONORD                                       00225900
002259     IF ONORD-FOUND                                               00225901
002259         MOVE OO-QTY(OO-IDX) TO WS-NEW-ONORDER                    00225902
002259     ELSE                                                         00225903
002259         MOVE ZERO TO WS-NEW-ONORDER                              00225904
002259     END-IF                                                       00225905
002259     IF STK-ONORDER NOT = WS-NEW-ONORDER                          00225906
002259         MOVE WS-NEW-ONORDER TO STK-ONORDER                       00225907
002259         REWRITE STOCK-RECORD                                     00225908
002259         ADD 1 TO WS-ONORD-UPD                                    00225909
002259     END-IF                                                       00225910
002259     PERFORM 510-READ-NEXT-STK                                    00225911
002260     EXIT.                                                        00226000
002270                                                                  00227000
002280******************************************************************00228000
002560         MOVE STK-REORD-QT TO ROR-SUGG                            00256000
002570         WRITE ENR-REORDREP FROM L-ROR-LINE                       00257000
002580         ADD 1 TO WS-REORD-CNT                                    00258000
002581         INITIALIZE L-REORDSUG                                    00258100
002582         MOVE STK-P-NO     TO SUG-P-NO                            00258200
002583         MOVE STK-VEND-NO  TO SUG-VEND-NO                         00258300
002584         MOVE STK-REORD-QT TO SUG-QTY                             00258400
002585         WRITE ENR-REORDSUG FROM L-REORDSUG                       00258500
002590     END-IF                                                       00259000
002600     PERFORM 510-READ-NEXT-STK                                    00260000
002610     EXIT.                                                        00261000
002850     MOVE 'PARTS TO REORDER'        TO ROC-LABEL                  00285000
002860     MOVE WS-REORD-CNT              TO ROC-VALUE                  00286000
002870     WRITE ENR-REORDREP FROM L-ROR-CNT                            00287000
002871                                                                  00287100
002871     IF PO-CONTROL-ON                                             00287101
002872         MOVE 'RECEIPTS MATCHED TO A PO'  TO ROC-LABEL            00287200
002872         MOVE WS-MATCHED-CNT            TO ROC-VALUE              00287201
002873         WRITE ENR-REORDREP FROM L-ROR-CNT                        00287300
002873                                                                  00287301
002874         MOVE 'PO LINES CLOSED SHORT'   TO ROC-LABEL              00287400
002874         MOVE WS-CLOSED-CNT             TO ROC-VALUE              00287401
002875         WRITE ENR-REORDREP FROM L-ROR-CNT                        00287500
002875                                                                  00287501
002876         MOVE 'RECEIPT EXCEPTIONS'      TO ROC-LABEL              00287600
002876         MOVE WS-XCP-CNT                TO ROC-VALUE              00287601
002877         WRITE ENR-REORDREP FROM L-ROR-CNT                        00287700
002877                                                                  00287701
002878         MOVE 'ON-ORDER FIGURES CHANGED' TO ROC-LABEL             00287800
002878         MOVE WS-ONORD-UPD              TO ROC-VALUE              00287801
002879         WRITE ENR-REORDREP FROM L-ROR-CNT                        00287900
002879     END-IF                                                       00287901
002880     EXIT.                                                        00288000
002890                                                                  00289000
002900******************************************************************00290000
