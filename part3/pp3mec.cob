000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3MEC.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - MONTH-END AR TO GL            00020000
000210*                  RECONCILIATION AND PERIOD CLOSE : ACCUMULATES  00021000
000220*                  THE JOURNAL GENERATIONS OF PJPART3G BY ACCOUNT 00022000
000230*                  AND PERIOD, ROLLS THE GL RECEIVABLE BALANCE    00023000
000240*                  FORWARD FROM THE PREVIOUS CLOSE, NETS THE      00024000
000250*                  RECEIVABLE DETAIL (ARJRNL) PER ORDER NUMBER ON 00025000
000260*                  TOP OF THE PREVIOUS BALANCE FORWARD (ARFWD) AND00026000
000270*                  COMPARES IT WITH THE OPEN-ITEM GENERATION BY   00027000
000280*                  CUSTOMER, LISTING THE DOCUMENTS IN DIFFERENCE. 00028000
000290*                  THE MONTH IS THEN CLOSED ON THE PERIOD KSDS    00029000
000300*                  (COPY PERREC), THE NEXT MONTH WRITTEN OPEN AND 00030000
000310*                  THE NEW BALANCE FORWARD WRITTEN                00031000
000311* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00031100
000312*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00031200
000313*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00031300
000314* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, PJPART3B)   00031400
000315*                  STILL OPEN COUNT IN THE OPEN BALANCE OF THE    00031500
000316*                  ORDER LIKE H AND F DOCUMENTS                   00031600
000317* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00031700
000318*                  NO UNSET FIELD REACHES JOBLOG                  00031800
000320******************************************************************00032000
000330                                                                  00033000
000340 ENVIRONMENT DIVISION.                                            00034000
000350 INPUT-OUTPUT SECTION.                                            00035000
000360 FILE-CONTROL.                                                    00036000
000370******************************************************************00037000
000380* KSDS DES PERIODES COMPTABLES (VOIR COPY PERREC)                 00038000
000390******************************************************************00039000
000400      SELECT PERF ASSIGN TO PERIOD                                00040000
000410      ORGANIZATION IS INDEXED                                     00041000
000420      ACCESS MODE  IS RANDOM                                      00042000
000430      RECORD KEY   IS PER-KEY                                     00043000
000440      FILE STATUS  IS WS-PERF-STATUS.                             00044000
000450******************************************************************00045000
000460* TABLE DE CORRESPONDANCE DES COMPTES (CARTES DE LA COMPTABILITE) 00046000
000470******************************************************************00047000
000480      SELECT AMAP ASSIGN TO ACCTMAP                               00048000
000490      ORGANIZATION IS SEQUENTIAL                                  00049000
000500      FILE STATUS IS WS-AMAP-STATUS.                              00050000
000510******************************************************************00051000
000520* ECRITURES COMPTABLES DE PJPART3G (TOUTES LES GENERATIONS)       00052000
000530******************************************************************00053000
000540      SELECT JRNL ASSIGN TO JOURNAL                               00054000
000550      ORGANIZATION  IS SEQUENTIAL.                                00055000
000560******************************************************************00056000
000570* REPORT A NOUVEAU DE LA CLOTURE PRECEDENTE SUIVI DU DETAIL DES   00057000
000580* MOUVEMENTS CLIENTS DE PJPART3G (VOIR COPY ARJREC)               00058000
000590******************************************************************00059000
000600      SELECT ARJI ASSIGN TO ARJRNL                                00060000
000610      ORGANIZATION  IS SEQUENTIAL.                                00061000
000620******************************************************************00062000
000630* FICHIER DES FACTURES OUVERTES (FORMAT ENTETE INVEXTR)           00063000
000640******************************************************************00064000
000650      SELECT OPNI ASSIGN TO OPENITEM                              00065000
000660      ORGANIZATION  IS SEQUENTIAL.                                00066000
000670******************************************************************00067000
000680* NOUVEAU REPORT A NOUVEAU PAR NUMERO DE COMMANDE                 00068000
000690******************************************************************00069000
000700      SELECT ARFO ASSIGN TO ARFWD                                 00070000
000710      ORGANIZATION  IS SEQUENTIAL.                                00071000
000720******************************************************************00072000
000730* ETAT DE RAPPROCHEMENT ET DE CLOTURE                             00073000
000740******************************************************************00074000
000750      SELECT MREP ASSIGN TO MECREP                                00075000
000760      ORGANIZATION  IS SEQUENTIAL.                                00076000
000770                                                                  00077000
000780******************************************************************00078000
000790                                                                  00079000
000800 DATA DIVISION.                                                   00080000
000810 FILE SECTION.                                                    00081000
000820 FD PERF.                                                         00082000
000830     COPY PERREC.                                                 00083000
000840                                                                  00084000
000850 FD AMAP.                                                         00085000
000860 01 ENR-ACCTMAP PIC X(20).                                        00086000
000870                                                                  00087000
000880 FD JRNL.                                                         00088000
000890 01 ENR-JOURNAL PIC X(60).                                        00089000
000900                                                                  00090000
000910 FD ARJI.                                                         00091000
000920 01 ENR-ARJRNL PIC X(80).                                         00092000
000930                                                                  00093000
000940 FD OPNI.                                                         00094000
000950 01 ENR-OPNITEM PIC X(204).                                       00095000
000960                                                                  00096000
000970 FD ARFO.                                                         00097000
000980 01 ENR-ARFWD PIC X(80).                                          00098000
000990                                                                  00099000
001000 FD MREP.                                                         00100000
001010 01 ENR-MECREP PIC X(132).                                        00101000
001020                                                                  00102000
001030 WORKING-STORAGE SECTION.                                         00103000
001040******************************************************************00104000
001050* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00105000
001060******************************************************************00106000
001070 77 FLAG-AMAP   PIC 9 VALUE 0.                                    00107000
001080    88 FF-AMAP VALUE 1.                                           00108000
001090 77 FLAG-JRNL   PIC 9 VALUE 0.                                    00109000
001100    88 FF-JRNL VALUE 1.                                           00110000
001110 77 FLAG-ARJI   PIC 9 VALUE 0.                                    00111000
001120    88 FF-ARJI VALUE 1.                                           00112000
001130 77 FLAG-OPNI   PIC 9 VALUE 0.                                    00113000
001140    88 FF-OPNI VALUE 1.                                           00114000
001150 77 WS-PERF-STATUS PIC X(2) VALUE SPACES.                         00115000
001160 77 WS-AMAP-STATUS PIC X(2) VALUE SPACES.                         00116000
001170                                                                  00117000
001180 77 WS-ANO PIC 99 VALUE ZERO.                                     00118000
001190                                                                  00119000
001200******************************************************************00120000
001210* CARTE SYSIN : MOIS A CLOTURER (AAAA-MM). MOIS PRECEDENT (QUI    00121000
001220* DOIT ETRE CLOS) ET MOIS SUIVANT (OUVERT PAR LA CLOTURE)         00122000
001230******************************************************************00123000
001240 01 WS-CLOSE-MONTH.                                               00124000
001250      05 WS-CLS-Y   PIC 9(4).                                     00125000
001260      05 WS-CLS-SEP PIC X(1).                                     00126000
001270      05 WS-CLS-M   PIC 9(2).                                     00127000
001280 01 WS-PREV-MONTH.                                                00128000
001290      05 WS-PRV-Y   PIC 9(4).                                     00129000
001300      05 FILLER     PIC X(1) VALUE '-'.                           00130000
001310      05 WS-PRV-M   PIC 9(2).                                     00131000
001320 01 WS-NEXT-MONTH.                                                00132000
001330      05 WS-NXT-Y   PIC 9(4).                                     00133000
001340      05 FILLER     PIC X(1) VALUE '-'.                           00134000
001350      05 WS-NXT-M   PIC 9(2).                                     00135000
001360 77 WS-TODAY-YMD PIC X(8)  VALUE SPACES.                          00136000
001370 77 WS-TODAY-D   PIC X(10) VALUE SPACES.                          00137000
001380                                                                  00138000
001390******************************************************************00139000
001400* TABLE DE CORRESPONDANCE DES COMPTES, CHARGEE DES CARTES         00140000
001410* ACCTMAP (CLE X(10) + NUMERO DE COMPTE X(8)) POUR TROUVER LE     00141000
001420* COMPTE RECEIVABLE                                               00142000
001430******************************************************************00143000
001440 01 L-ACCTMAP.                                                    00144000
001450      05 AMP-KEY  PIC X(10).                                      00145000
001460      05 AMP-ACCT PIC X(8).                                       00146000
001470      05 FILLER   PIC X(2).                                       00147000
001480                                                                  00148000
001490 01 AMAP-TABLE.                                                   00149000
001500      05 AMT-ENTRY OCCURS 20 TIMES INDEXED BY AMT-IDX.            00150000
001510         10 AMT-KEY  PIC X(10).                                   00151000
001520         10 AMT-ACCT PIC X(8).                                    00152000
001530 77 WS-AMT-CNT PIC 9(2) VALUE ZERO.                               00153000
001540 77 WS-AMT-MAX PIC 9(2) VALUE 20.                                 00154000
001550 77 WS-AR-ACCT PIC X(8) VALUE SPACES.                             00155000
001560                                                                  00156000
001570******************************************************************00157000
001580* ENREGISTREMENT DU FICHIER DES ECRITURES (FORMAT PJPART3G)       00158000
001590******************************************************************00159000
001600 01 L-JOURNAL.                                                    00160000
001610      05 JRN-DATE  PIC X(10).                                     00161000
001620      05 JRN-ACCT  PIC X(8).                                      00162000
001630      05 JRN-SIDE  PIC X(1).                                      00163000
001640      05 JRN-AMT   PIC 9(11)V99.                                  00164000
001650      05 JRN-DESC  PIC X(20).                                     00165000
001660      05 FILLER    PIC X(8).                                      00166000
001670                                                                  00167000
001680******************************************************************00168000
001690* ENREGISTREMENT DU DETAIL CLIENT ET DU REPORT A NOUVEAU          00169000
001700******************************************************************00170000
001710     COPY ARJREC.                                                 00171000
001720                                                                  00172000
001730******************************************************************00173000
001740* ENREGISTREMENTS DU FLUX INVEXTR (VOIR COPY INVXREC)             00174000
001750******************************************************************00175000
001760     COPY INVXREC.                                                00176000
001770                                                                  00177000
001780******************************************************************00178000
001790* CUMULS DU JOURNAL PAR COMPTE ET PAR PERIODE (PERIODE CLOTUREE   00179000
001800* ET PERIODES POSTERIEURES DEJA PRESENTES DANS LES GENERATIONS)   00180000
001810******************************************************************00181000
001820 01 ACP-TABLE.                                                    00182000
001830      05 ACP-ENTRY OCCURS 300 TIMES INDEXED BY ACP-IDX.           00183000
001840         10 ACP-ACCT   PIC X(8).                                  00184000
001850         10 ACP-PERIOD PIC X(7).                                  00185000
001860         10 ACP-DR     PIC S9(11)V99.                             00186000
001870         10 ACP-CR     PIC S9(11)V99.                             00187000
001880 77 WS-ACP-CNT PIC 9(3) VALUE ZERO.                               00188000
001890 77 WS-ACP-MAX PIC 9(3) VALUE 300.                                00189000
001900                                                                  00190000
001910******************************************************************00191000
001920* TABLE DES DOCUMENTS PAR NUMERO DE COMMANDE : NET DU GRAND LIVRE 00192000
001930* (REPORT A NOUVEAU + MOUVEMENTS DU MOIS) ET SOLDE DES ARTICLES   00193000
001940* OUVERTS (H, F ET B DE LA COMMANDE)                              00194000
001950******************************************************************00195000
001960 01 DOC-TABLE.                                                    00196000
001970      05 DOC-ENTRY OCCURS 5000 TIMES INDEXED BY DOC-IDX.          00197000
001980         10 DOC-O-NO    PIC 9(6).                                 00198000
001990         10 DOC-C-NO    PIC 9(3).                                 00199000
002000         10 DOC-COMPANY PIC X(30).                                00200000
002010         10 DOC-GL      PIC S9(9)V99.                             00201000
002020         10 DOC-OPEN    PIC S9(9)V99.                             00202000
002030         10 DOC-GL-SW   PIC X(1).                                 00203000
002040         10 DOC-OPN-SW  PIC X(1).                                 00204000
002050 77 WS-DOC-CNT PIC 9(4) VALUE ZERO.                               00205000
002060 77 WS-DOC-MAX PIC 9(4) VALUE 5000.                               00206000
002070 77 WS-FND-O-NO PIC 9(6) VALUE ZERO.                              00207000
002080 77 WS-HIT-SW  PIC X(1) VALUE 'N'.                                00208000
002090    88 ENTRY-FOUND VALUE 'Y'.                                     00209000
002100                                                                  00210000
002110******************************************************************00211000
002120* TABLE DES CUMULS PAR CLIENT, CONSTRUITE DE LA TABLE DES         00212000
002130* DOCUMENTS (CLIENT 000 = CLIENT INCONNU DU DETAIL)               00213000
002140******************************************************************00214000
002150 01 CUS-TABLE.                                                    00215000
002160      05 CUS-ENTRY OCCURS 1000 TIMES INDEXED BY CUS-IDX.          00216000
002170         10 CUS-C-NO     PIC 9(3).                                00217000
002180         10 CUS-COMPANY  PIC X(30).                               00218000
002190         10 CUS-GL       PIC S9(11)V99.                           00219000
002200         10 CUS-OPEN     PIC S9(11)V99.                           00220000
002210         10 CUS-DIFF-CNT PIC 9(5).                                00221000
002220 77 WS-CUS-CNT PIC 9(4) VALUE ZERO.                               00222000
002230 77 WS-CUS-MAX PIC 9(4) VALUE 1000.                               00223000
002240 77 WS-CUR-C-NO PIC 9(3) VALUE ZERO.                              00224000
002250                                                                  00225000
002260******************************************************************00226000
002270* SOLDES ET COMPTEURS DE LA CLOTURE                               00227000
002280******************************************************************00228000
002290 77 WS-GL-OPEN    PIC S9(11)V99 VALUE ZERO.                       00229000
002300 77 WS-GL-MOVE    PIC S9(11)V99 VALUE ZERO.                       00230000
002310 77 WS-GL-CLOSE   PIC S9(11)V99 VALUE ZERO.                       00231000
002320 77 WS-DET-TOT    PIC S9(11)V99 VALUE ZERO.                       00232000
002330 77 WS-UNDET      PIC S9(11)V99 VALUE ZERO.                       00233000
002340 77 WS-OPN-TOT    PIC S9(11)V99 VALUE ZERO.                       00234000
002350 77 WS-DIFF-TOT   PIC S9(11)V99 VALUE ZERO.                       00235000
002360 77 WS-DOC-DIFF   PIC S9(11)V99 VALUE ZERO.                       00236000
002370 77 WS-ARJ-AMT    PIC S9(11)V99 VALUE ZERO.                       00237000
002380 77 WS-JRNL-READ  PIC 9(7) VALUE ZERO.                            00238000
002390 77 WS-JRNL-OLD   PIC 9(7) VALUE ZERO.                            00239000
002400 77 WS-ARJ-READ   PIC 9(7) VALUE ZERO.                            00240000
002410 77 WS-ARJ-USED   PIC 9(7) VALUE ZERO.                            00241000
002420 77 WS-FWD-READ   PIC 9(7) VALUE ZERO.                            00242000
002430 77 WS-OPN-READ   PIC 9(7) VALUE ZERO.                            00243000
002440 77 WS-DIFF-CNT   PIC 9(5) VALUE ZERO.                            00244000
002450 77 WS-FWD-CNT    PIC 9(7) VALUE ZERO.                            00245000
002460                                                                  00246000
002470******************************************************************00247000
002480* DECLARATION DES LIGNES DE L ETAT DE RAPPROCHEMENT               00248000
002490******************************************************************00249000
002500 77 L-MEC-VIDE PIC X(132) VALUE SPACES.                           00250000
002510                                                                  00251000
002520 01 L-MEC-TITLE.                                                  00252000
002530      05 FILLER PIC X(37) VALUE                                   00253000
002540         'MONTH-END RECEIVABLES RECONCILIATION '.                 00254000
002550      05 FILLER PIC X(19) VALUE 'AND CLOSE - PERIOD '.            00255000
002560      05 MET-MONTH PIC X(7).                                      00256000
002570      05 FILLER PIC X(69) VALUE SPACES.                           00257000
002580                                                                  00258000
002590 01 L-MEC-SECT.                                                   00259000
002600      05 MES-TEXT PIC X(60).                                      00260000
002610      05 FILLER   PIC X(72) VALUE SPACES.                         00261000
002620                                                                  00262000
002630 01 L-ACP-HDR.                                                    00263000
002640      05 FILLER PIC X(9)  VALUE 'ACCOUNT'.                        00264000
002650      05 FILLER PIC X(9)  VALUE 'PERIOD'.                         00265000
002660      05 FILLER PIC X(16) VALUE '           DEBIT'.               00266000
002670      05 FILLER PIC X(16) VALUE '          CREDIT'.               00267000
002680      05 FILLER PIC X(16) VALUE '             NET'.               00268000
002690      05 FILLER PIC X(66) VALUE SPACES.                           00269000
002700                                                                  00270000
002710 01 L-ACP-LINE.                                                   00271000
002720      05 ACL-ACCT   PIC X(8).                                     00272000
002730      05 FILLER     PIC X(1) VALUE SPACE.                         00273000
002740      05 ACL-PERIOD PIC X(7).                                     00274000
002750      05 FILLER     PIC X(2) VALUE SPACES.                        00275000
002760      05 ACL-DR     PIC Z(12)9.99.                                00276000
002770      05 ACL-CR     PIC Z(12)9.99.                                00277000
002780      05 ACL-NET    PIC -(12)9.99.                                00278000
002790      05 FILLER     PIC X(66) VALUE SPACES.                       00279000
002800                                                                  00280000
002810 01 L-REC-AMT.                                                    00281000
002820      05 REA-LABEL PIC X(40).                                     00282000
002830      05 REA-VALUE PIC -(12)9.99.                                 00283000
002840      05 FILLER    PIC X(76) VALUE SPACES.                        00284000
002850                                                                  00285000
002860 01 L-REC-CNT.                                                    00286000
002870      05 REC-LABEL PIC X(40).                                     00287000
002880      05 FILLER    PIC X(9) VALUE SPACES.                         00288000
002890      05 REC-VALUE PIC Z(6)9.                                     00289000
002900      05 FILLER    PIC X(76) VALUE SPACES.                        00290000
002910                                                                  00291000
002920 01 L-REC-TEXT.                                                   00292000
002930      05 RET-TEXT PIC X(80).                                      00293000
002940      05 FILLER   PIC X(52) VALUE SPACES.                         00294000
002950                                                                  00295000
002960 01 L-DIF-HDR.                                                    00296000
002970      05 FILLER PIC X(45) VALUE 'CUSTOMER / ORDER'.               00297000
002980      05 FILLER PIC X(16) VALUE '       GL DETAIL'.               00298000
002990      05 FILLER PIC X(16) VALUE '      OPEN ITEMS'.               00299000
003000      05 FILLER PIC X(16) VALUE '      DIFFERENCE'.               00300000
003010      05 FILLER PIC X(2)  VALUE SPACES.                           00301000
003020      05 FILLER PIC X(37) VALUE 'CAUSE'.                          00302000
003030                                                                  00303000
003040 01 L-DIF-CUS.                                                    00304000
003050      05 FILLER      PIC X(9) VALUE 'CUSTOMER '.                  00305000
003060      05 DFC-C-NO    PIC 9(3).                                    00306000
003070      05 FILLER      PIC X(1) VALUE SPACE.                        00307000
003080      05 DFC-COMPANY PIC X(30).                                   00308000
003090      05 FILLER      PIC X(2) VALUE SPACES.                       00309000
003100      05 DFC-GL      PIC -(12)9.99.                               00310000
003110      05 DFC-OPEN    PIC -(12)9.99.                               00311000
003120      05 DFC-DIFF    PIC -(12)9.99.                               00312000
003130      05 FILLER      PIC X(39) VALUE SPACES.                      00313000
003140                                                                  00314000
003150 01 L-DIF-DOC.                                                    00315000
003160      05 FILLER      PIC X(4) VALUE SPACES.                       00316000
003170      05 FILLER      PIC X(6) VALUE 'ORDER '.                     00317000
003180      05 DFD-O-NO    PIC 9(6).                                    00318000
003190      05 FILLER      PIC X(29) VALUE SPACES.                      00319000
003200      05 DFD-GL      PIC -(12)9.99.                               00320000
003210      05 DFD-OPEN    PIC -(12)9.99.                               00321000
003220      05 DFD-DIFF    PIC -(12)9.99.                               00322000
003230      05 FILLER      PIC X(2) VALUE SPACES.                       00323000
003240      05 DFD-CAUSE   PIC X(20).                                   00324000
003250      05 FILLER      PIC X(17) VALUE SPACES.                      00325000
003260                                                                  00326000
003270 01 L-MEC-CLOSED.                                                 00327000
003280      05 FILLER   PIC X(7)  VALUE 'PERIOD '.                      00328000
003290      05 MEC-MONTH PIC X(7).                                      00329000
003300      05 FILLER   PIC X(11) VALUE ' CLOSED ON '.                  00330000
003310      05 MEC-DATE PIC X(10).                                      00331000
003320      05 FILLER   PIC X(20) VALUE ' - NEXT OPEN PERIOD '.         00332000
003330      05 MEC-NEXT PIC X(7).                                       00333000
003340      05 FILLER   PIC X(70) VALUE SPACES.                         00334000
003350                                                                  00335000
003351******************************************************************00335100
003352* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00335200
003353******************************************************************00335300
003354     COPY JLGREC.                                                 00335400
003355                                                                  00335500
003360 PROCEDURE DIVISION.                                              00336000
003361                                                                  00336100
003361     INITIALIZE L-JOBLOG                                          00336101
003362     MOVE 'PJPT3MEC' TO JLG-PROGRAM                               00336200
003363     MOVE 'S' TO JLG-TYPE                                         00336300
003364     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00336400
003370                                                                  00337000
003380     PERFORM 100-INITIALIZE                                       00338000
003390                                                                  00339000
003400     PERFORM 300-SWEEP-JOURNAL UNTIL FF-JRNL                      00340000
003410     PERFORM 400-SWEEP-AR-DETAIL UNTIL FF-ARJI                    00341000
003420     PERFORM 500-SWEEP-OPEN-ITEM UNTIL FF-OPNI                    00342000
003430     PERFORM 600-BUILD-CUSTOMERS                                  00343000
003440                                                                  00344000
003450     PERFORM 700-WRITE-REPORT                                     00345000
003460     PERFORM 800-WRITE-FORWARD                                    00346000
003470     PERFORM 850-CLOSE-PERIOD                                     00347000
003480     PERFORM 900-WRITE-TOTALS                                     00348000
003490                                                                  00349000
003500     CLOSE PERF                                                   00350000
003510     CLOSE JRNL                                                   00351000
003520     CLOSE ARJI                                                   00352000
003530     CLOSE OPNI                                                   00353000
003540     CLOSE ARFO                                                   00354000
003550     CLOSE MREP                                                   00355000
003551                                                                  00355100
003552     MOVE WS-CLOSE-MONTH TO JLG-RUN-KEY                           00355200
003553     COMPUTE JLG-IN-CNT = WS-JRNL-READ                            00355300
003554                + WS-ARJ-READ                                     00355400
003555     MOVE WS-FWD-CNT TO JLG-OUT-CNT                               00355500
003556     MOVE RETURN-CODE TO JLG-RC                                   00355600
003557     MOVE 'E' TO JLG-TYPE                                         00355700
003558     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00355800
003560                                                                  00356000
003570     GOBACK.                                                      00357000
003580                                                                  00358000
003590******************************************************************00359000
003600* PARAGRAPHE D INITIALISATION : MOIS SYSIN, COMPTE RECEIVABLE,    00360000
003610* CONTROLE DES PERIODES, OUVERTURES                               00361000
003620******************************************************************00362000
003630 100-INITIALIZE.                                                  00363000
003640     ACCEPT WS-CLOSE-MONTH FROM SYSIN                             00364000
003650     IF WS-CLS-Y NOT NUMERIC OR WS-CLS-M NOT NUMERIC              00365000
003660        OR WS-CLS-SEP NOT = '-'                                   00366000
003670        OR WS-CLS-M < 1 OR WS-CLS-M > 12                          00367000
003680         DISPLAY 'INVALID PERIOD CARD : ' WS-CLOSE-MONTH          00368000
003690         PERFORM ABEND-PROG                                       00369000
003700     END-IF                                                       00370000
003710     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD                       00371000
003720     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-D(1:4)                    00372000
003730     MOVE '-'               TO WS-TODAY-D(5:1)                    00373000
003740     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-D(6:2)                    00374000
003750     MOVE '-'               TO WS-TODAY-D(8:1)                    00375000
003760     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-D(9:2)                    00376000
003770                                                                  00377000
003780     PERFORM 110-LOAD-ACCTMAP                                     00378000
003790     PERFORM 116-FIND-AR-ACCT                                     00379000
003800     PERFORM 120-CHECK-PERIODS                                    00380000
003810                                                                  00381000
003820     OPEN INPUT JRNL                                              00382000
003830     OPEN INPUT ARJI                                              00383000
003840     OPEN INPUT OPNI                                              00384000
003850     OPEN OUTPUT ARFO                                             00385000
003860     OPEN OUTPUT MREP                                             00386000
003870                                                                  00387000
003880     INITIALIZE ACP-TABLE                                         00388000
003890     INITIALIZE DOC-TABLE                                         00389000
003900     INITIALIZE CUS-TABLE                                         00390000
003910                                                                  00391000
003920     PERFORM 210-READ-JRNL                                        00392000
003930     PERFORM 220-READ-ARJI                                        00393000
003940     PERFORM 230-READ-OPNI                                        00394000
003950     EXIT.                                                        00395000
003960                                                                  00396000
003970******************************************************************00397000
003980* PARAGRAPHES DE CHARGEMENT DE LA TABLE DES COMPTES ET DE         00398000
003990* RECHERCHE DU COMPTE RECEIVABLE, SANS LEQUEL ARRET DU RUN        00399000
004000******************************************************************00400000
004010 110-LOAD-ACCTMAP.                                                00401000
004020     INITIALIZE AMAP-TABLE                                        00402000
004030     OPEN INPUT AMAP                                              00403000
004040     IF WS-AMAP-STATUS NOT = '00'                                 00404000
004050         DISPLAY 'NO ACCTMAP FILE : ' WS-AMAP-STATUS              00405000
004060         PERFORM ABEND-PROG                                       00406000
004070     END-IF                                                       00407000
004080     PERFORM 112-READ-AMAP                                        00408000
004090     PERFORM 114-LOAD-ONE-ACCT UNTIL FF-AMAP                      00409000
004100     CLOSE AMAP                                                   00410000
004110     EXIT.                                                        00411000
004120                                                                  00412000
004130 112-READ-AMAP.                                                   00413000
004140     READ AMAP INTO L-ACCTMAP                                     00414000
004150         AT END                                                   00415000
004160              SET FF-AMAP TO TRUE                                 00416000
004170     END-READ                                                     00417000
004180     EXIT.                                                        00418000
004190                                                                  00419000
004200 114-LOAD-ONE-ACCT.                                               00420000
004210     IF WS-AMT-CNT >= WS-AMT-MAX                                  00421000
004220         DISPLAY 'ACCTMAP TABLE FULL - ENTRY SKIPPED : '          00422000
004230                 AMP-KEY                                          00423000
004240     ELSE                                                         00424000
004250         ADD 1 TO WS-AMT-CNT                                      00425000
004260         SET AMT-IDX TO WS-AMT-CNT                                00426000
004270         MOVE AMP-KEY  TO AMT-KEY(AMT-IDX)                        00427000
004280         MOVE AMP-ACCT TO AMT-ACCT(AMT-IDX)                       00428000
004290     END-IF                                                       00429000
004300     PERFORM 112-READ-AMAP                                        00430000
004310     EXIT.                                                        00431000
004320                                                                  00432000
004330 116-FIND-AR-ACCT.                                                00433000
004340     SET AMT-IDX TO 1                                             00434000
004350     SEARCH AMT-ENTRY                                             00435000
004360         AT END                                                   00436000
004370             DISPLAY 'ACCOUNT KEY NOT MAPPED : RECEIVABLE'        00437000
004380             PERFORM ABEND-PROG                                   00438000
004390         WHEN AMT-IDX > WS-AMT-CNT                                00439000
004400             DISPLAY 'ACCOUNT KEY NOT MAPPED : RECEIVABLE'        00440000
004410             PERFORM ABEND-PROG                                   00441000
004420         WHEN AMT-KEY(AMT-IDX) = 'RECEIVABLE'                     00442000
004430             MOVE AMT-ACCT(AMT-IDX) TO WS-AR-ACCT                 00443000
004440     END-SEARCH                                                   00444000
004450     EXIT.                                                        00445000
004460                                                                  00446000
004470******************************************************************00447000
004480* PARAGRAPHE DE CONTROLE DES PERIODES : LE MOIS A CLOTURER NE     00448000
004490* DOIT PAS ETRE DEJA CLOS ET LE MOIS PRECEDENT DOIT L ETRE (LA    00449000
004500* PREMIERE CLOTURE S APPUIE SUR LE MOIS DE DEMARRAGE CHARGE PAR   00450000
004510* PJPERDEF). LE SOLDE GL RECEIVABLE DU MOIS PRECEDENT EST LE      00451000
004520* SOLDE D OUVERTURE                                               00452000
004530******************************************************************00453000
004540 120-CHECK-PERIODS.                                               00454000
004550     IF WS-CLS-M = 1                                              00455000
004560         MOVE 12 TO WS-PRV-M                                      00456000
004570         COMPUTE WS-PRV-Y = WS-CLS-Y - 1                          00457000
004580     ELSE                                                         00458000
004590         COMPUTE WS-PRV-M = WS-CLS-M - 1                          00459000
004600         MOVE WS-CLS-Y TO WS-PRV-Y                                00460000
004610     END-IF                                                       00461000
004620     IF WS-CLS-M = 12                                             00462000
004630         MOVE 1 TO WS-NXT-M                                       00463000
004640         COMPUTE WS-NXT-Y = WS-CLS-Y + 1                          00464000
004650     ELSE                                                         00465000
004660         COMPUTE WS-NXT-M = WS-CLS-M + 1                          00466000
004670         MOVE WS-CLS-Y TO WS-NXT-Y                                00467000
004680     END-IF                                                       00468000
004690     OPEN I-O PERF                                                00469000
004700     IF WS-PERF-STATUS NOT = '00'                                 00470000
004710         DISPLAY 'PERIOD FILE OPEN ERROR : ' WS-PERF-STATUS       00471000
004720         PERFORM ABEND-PROG                                       00472000
004730     END-IF                                                       00473000
004740     MOVE WS-CLOSE-MONTH TO PER-MONTH                             00474000
004750     READ PERF KEY IS PER-KEY                                     00475000
004760     IF WS-PERF-STATUS = '00' AND PER-CLOSED                      00476000
004770         DISPLAY 'PERIOD ALREADY CLOSED : ' WS-CLOSE-MONTH        00477000
004780         PERFORM ABEND-PROG                                       00478000
004790     END-IF                                                       00479000
004800     MOVE WS-PREV-MONTH TO PER-MONTH                              00480000
004810     READ PERF KEY IS PER-KEY                                     00481000
004820     IF WS-PERF-STATUS NOT = '00' OR NOT PER-CLOSED               00482000
004830         DISPLAY 'PREVIOUS PERIOD NOT CLOSED : ' WS-PREV-MONTH    00483000
004840         PERFORM ABEND-PROG                                       00484000
004850     END-IF                                                       00485000
004860     MOVE PER-GL-AR TO WS-GL-OPEN                                 00486000
004870     EXIT.                                                        00487000
004880                                                                  00488000
004890******************************************************************00489000
004900* PARAGRAPHES DE LECTURE DES FICHIERS EN ENTREE                   00490000
004910******************************************************************00491000
004920 210-READ-JRNL.                                                   00492000
004930     READ JRNL INTO L-JOURNAL                                     00493000
004940         AT END                                                   00494000
004950              SET FF-JRNL TO TRUE                                 00495000
004960         NOT AT END                                               00496000
004970              ADD 1 TO WS-JRNL-READ                               00497000
004980     END-READ                                                     00498000
004990     EXIT.                                                        00499000
005000                                                                  00500000
005010 220-READ-ARJI.                                                   00501000
005020     READ ARJI INTO L-ARJRNL                                      00502000
005030         AT END                                                   00503000
005040              SET FF-ARJI TO TRUE                                 00504000
005050         NOT AT END                                               00505000
005060              ADD 1 TO WS-ARJ-READ                                00506000
005070     END-READ                                                     00507000
005080     EXIT.                                                        00508000
005090                                                                  00509000
005100 230-READ-OPNI.                                                   00510000
005110     READ OPNI                                                    00511000
005120         AT END                                                   00512000
005130              SET FF-OPNI TO TRUE                                 00513000
005140         NOT AT END                                               00514000
005150              ADD 1 TO WS-OPN-READ                                00515000
005160     END-READ                                                     00516000
005170     EXIT.                                                        00517000
005180                                                                  00518000
005190******************************************************************00519000
005200* PARAGRAPHES DE CUMUL DES ECRITURES PAR COMPTE ET PAR PERIODE.   00520000
005210* LES PERIODES ANTERIEURES, DEJA CLOSES, SONT IGNOREES ; LE       00521000
005220* MOUVEMENT RECEIVABLE DU MOIS DONNE LE SOLDE DE CLOTURE          00522000
005230******************************************************************00523000
005240 300-SWEEP-JOURNAL.                                               00524000
005250     IF JRN-DATE(1:7) < WS-CLOSE-MONTH                            00525000
005260         ADD 1 TO WS-JRNL-OLD                                     00526000
005270     ELSE                                                         00527000
005280         PERFORM 310-FIND-ACCT-PERIOD                             00528000
005290         IF JRN-SIDE = 'D'                                        00529000
005300             ADD JRN-AMT TO ACP-DR(ACP-IDX)                       00530000
005310         ELSE                                                     00531000
005320             ADD JRN-AMT TO ACP-CR(ACP-IDX)                       00532000
005330         END-IF                                                   00533000
005340         IF JRN-DATE(1:7) = WS-CLOSE-MONTH                        00534000
005350            AND JRN-ACCT = WS-AR-ACCT                             00535000
005360             IF JRN-SIDE = 'D'                                    00536000
005370                 ADD JRN-AMT TO WS-GL-MOVE                        00537000
005380             ELSE                                                 00538000
005390                 SUBTRACT JRN-AMT FROM WS-GL-MOVE                 00539000
005400             END-IF                                               00540000
005410         END-IF                                                   00541000
005420     END-IF                                                       00542000
005430     PERFORM 210-READ-JRNL                                        00543000
005440     EXIT.                                                        00544000
005450                                                                  00545000
005460 310-FIND-ACCT-PERIOD.                                            00546000
005470     MOVE 'N' TO WS-HIT-SW                                        00547000
005480     SET ACP-IDX TO 1                                             00548000
005490     SEARCH ACP-ENTRY                                             00549000
005500         AT END                                                   00550000
005510             CONTINUE                                             00551000
005520         WHEN ACP-IDX > WS-ACP-CNT                                00552000
005530             CONTINUE                                             00553000
005540         WHEN ACP-ACCT(ACP-IDX) = JRN-ACCT                        00554000
005550          AND ACP-PERIOD(ACP-IDX) = JRN-DATE(1:7)                 00555000
005560             MOVE 'Y' TO WS-HIT-SW                                00556000
005570     END-SEARCH                                                   00557000
005580     IF NOT ENTRY-FOUND                                           00558000
005590         IF WS-ACP-CNT >= WS-ACP-MAX                              00559000
005600             DISPLAY 'ACCOUNT/PERIOD TABLE FULL - RUN ABORTED'    00560000
005610             PERFORM ABEND-PROG                                   00561000
005620         END-IF                                                   00562000
005630         ADD 1 TO WS-ACP-CNT                                      00563000
005640         SET ACP-IDX TO WS-ACP-CNT                                00564000
005650         MOVE JRN-ACCT      TO ACP-ACCT(ACP-IDX)                  00565000
005660         MOVE JRN-DATE(1:7) TO ACP-PERIOD(ACP-IDX)                00566000
005670         MOVE ZERO          TO ACP-DR(ACP-IDX)                    00567000
005680         MOVE ZERO          TO ACP-CR(ACP-IDX)                    00568000
005690     END-IF                                                       00569000
005700     EXIT.                                                        00570000
005710                                                                  00571000
005720******************************************************************00572000
005730* PARAGRAPHES DE CUMUL DU DETAIL CLIENT PAR NUMERO DE COMMANDE :  00573000
005740* LE REPORT A NOUVEAU (QUI DOIT ETRE CELUI DU MOIS PRECEDENT) ET  00574000
005750* LES MOUVEMENTS DU MOIS. LES AUTRES PERIODES SONT IGNOREES       00575000
005760******************************************************************00576000
005770 400-SWEEP-AR-DETAIL.                                             00577000
005780     IF ARJ-FORWARD                                               00578000
005790         IF ARJ-PERIOD NOT = WS-PREV-MONTH                        00579000
005800             DISPLAY 'BALANCE FORWARD IS NOT THE CLOSE OF '       00580000
005810                     WS-PREV-MONTH ' : ' ARJ-PERIOD               00581000
005820             PERFORM ABEND-PROG                                   00582000
005830         END-IF                                                   00583000
005840         ADD 1 TO WS-FWD-READ                                     00584000
005850     END-IF                                                       00585000
005860     IF ARJ-FORWARD OR ARJ-PERIOD = WS-CLOSE-MONTH                00586000
005870         ADD 1 TO WS-ARJ-USED                                     00587000
005880         MOVE ARJ-O-NO TO WS-FND-O-NO                             00588000
005890         PERFORM 410-FIND-DOC                                     00589000
005900         IF ARJ-SIDE = 'D'                                        00590000
005910             MOVE ARJ-AMT TO WS-ARJ-AMT                           00591000
005920         ELSE                                                     00592000
005930             COMPUTE WS-ARJ-AMT = ZERO - ARJ-AMT                  00593000
005940         END-IF                                                   00594000
005950         ADD WS-ARJ-AMT TO DOC-GL(DOC-IDX)                        00595000
005960         ADD WS-ARJ-AMT TO WS-DET-TOT                             00596000
005970         MOVE 'Y' TO DOC-GL-SW(DOC-IDX)                           00597000
005980         IF DOC-C-NO(DOC-IDX) = ZERO AND ARJ-C-NO NUMERIC         00598000
005990             MOVE ARJ-C-NO    TO DOC-C-NO(DOC-IDX)                00599000
006000         END-IF                                                   00600000
006010         IF DOC-COMPANY(DOC-IDX) = SPACES                         00601000
006020             MOVE ARJ-COMPANY TO DOC-COMPANY(DOC-IDX)             00602000
006030         END-IF                                                   00603000
006040     END-IF                                                       00604000
006050     PERFORM 220-READ-ARJI                                        00605000
006060     EXIT.                                                        00606000
006070                                                                  00607000
006080 410-FIND-DOC.                                                    00608000
006090     MOVE 'N' TO WS-HIT-SW                                        00609000
006100     SET DOC-IDX TO 1                                             00610000
006110     SEARCH DOC-ENTRY                                             00611000
006120         AT END                                                   00612000
006130             CONTINUE                                             00613000
006140         WHEN DOC-IDX > WS-DOC-CNT                                00614000
006150             CONTINUE                                             00615000
006160         WHEN DOC-O-NO(DOC-IDX) = WS-FND-O-NO                     00616000
006170             MOVE 'Y' TO WS-HIT-SW                                00617000
006180     END-SEARCH                                                   00618000
006190     IF NOT ENTRY-FOUND                                           00619000
006200         IF WS-DOC-CNT >= WS-DOC-MAX                              00620000
006210             DISPLAY 'DOCUMENT TABLE FULL - RUN ABORTED'          00621000
006220             PERFORM ABEND-PROG                                   00622000
006230         END-IF                                                   00623000
006240         ADD 1 TO WS-DOC-CNT                                      00624000
006250         SET DOC-IDX TO WS-DOC-CNT                                00625000
006260         MOVE WS-FND-O-NO TO DOC-O-NO(DOC-IDX)                    00626000
006270         MOVE ZERO        TO DOC-C-NO(DOC-IDX)                    00627000
006280         MOVE SPACES      TO DOC-COMPANY(DOC-IDX)                 00628000
006290         MOVE ZERO        TO DOC-GL(DOC-IDX)                      00629000
006300         MOVE ZERO        TO DOC-OPEN(DOC-IDX)                    00630000
006310         MOVE 'N'         TO DOC-GL-SW(DOC-IDX)                   00631000
006320         MOVE 'N'         TO DOC-OPN-SW(DOC-IDX)                  00632000
006330     END-IF                                                       00633000
006340     EXIT.                                                        00634000
006350                                                                  00635000
006360******************************************************************00636000
006370* PARAGRAPHE DE CUMUL D UNE FACTURE OUVERTE (H, F OU B) SUR SA    00637000
006380* COMMANDE. LE CLIENT DE L ARTICLE OUVERT PRIME                   00638000
006390******************************************************************00639000
006400 500-SWEEP-OPEN-ITEM.                                             00640000
006410     MOVE ENR-OPNITEM TO L-INVX-HDR                               00641000
006420     IF INVXH-TYPE = 'H' OR INVXH-TYPE = 'F' OR INVXH-TYPE = 'B'  00642000
006430         MOVE INVXH-O-NO TO WS-FND-O-NO                           00643000
006440         PERFORM 410-FIND-DOC                                     00644000
006450         ADD INVXH-TOTAL TO DOC-OPEN(DOC-IDX)                     00645000
006460         ADD INVXH-TOTAL TO WS-OPN-TOT                            00646000
006470         MOVE 'Y' TO DOC-OPN-SW(DOC-IDX)                          00647000
006480         IF INVXH-C-NO NUMERIC AND INVXH-C-NO NOT = ZERO          00648000
006490             MOVE INVXH-C-NO TO DOC-C-NO(DOC-IDX)                 00649000
006500         END-IF                                                   00650000
006510         MOVE INVXH-COMPANY TO DOC-COMPANY(DOC-IDX)               00651000
006520     END-IF                                                       00652000
006530     PERFORM 230-READ-OPNI                                        00653000
006540     EXIT.                                                        00654000
006550                                                                  00655000
006560******************************************************************00656000
006570* PARAGRAPHES DE CUMUL DES DOCUMENTS PAR CLIENT ET DE COMPTAGE    00657000
006580* DES DOCUMENTS EN ECART                                          00658000
006590******************************************************************00659000
006600 600-BUILD-CUSTOMERS.                                             00660000
006610     PERFORM 610-ADD-ONE-DOC                                      00661000
006620        VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > WS-DOC-CNT    00662000
006630     EXIT.                                                        00663000
006640                                                                  00664000
006650 610-ADD-ONE-DOC.                                                 00665000
006660     MOVE DOC-C-NO(DOC-IDX) TO WS-CUR-C-NO                        00666000
006670     PERFORM 620-FIND-CUS                                         00667000
006680     ADD DOC-GL(DOC-IDX)   TO CUS-GL(CUS-IDX)                     00668000
006690     ADD DOC-OPEN(DOC-IDX) TO CUS-OPEN(CUS-IDX)                   00669000
006700     IF DOC-GL(DOC-IDX) NOT = DOC-OPEN(DOC-IDX)                   00670000
006710         ADD 1 TO CUS-DIFF-CNT(CUS-IDX)                           00671000
006720         ADD 1 TO WS-DIFF-CNT                                     00672000
006730     END-IF                                                       00673000
006740     EXIT.                                                        00674000
006750                                                                  00675000
006760 620-FIND-CUS.                                                    00676000
006770     MOVE 'N' TO WS-HIT-SW                                        00677000
006780     SET CUS-IDX TO 1                                             00678000
006790     SEARCH CUS-ENTRY                                             00679000
006800         AT END                                                   00680000
006810             CONTINUE                                             00681000
006820         WHEN CUS-IDX > WS-CUS-CNT                                00682000
006830             CONTINUE                                             00683000
006840         WHEN CUS-C-NO(CUS-IDX) = WS-CUR-C-NO                     00684000
006850             MOVE 'Y' TO WS-HIT-SW                                00685000
006860     END-SEARCH                                                   00686000
006870     IF NOT ENTRY-FOUND                                           00687000
006880         IF WS-CUS-CNT >= WS-CUS-MAX                              00688000
006890             DISPLAY 'CUSTOMER TABLE FULL - RUN ABORTED'          00689000
006900             PERFORM ABEND-PROG                                   00690000
006910         END-IF                                                   00691000
006920         ADD 1 TO WS-CUS-CNT                                      00692000
006930         SET CUS-IDX TO WS-CUS-CNT                                00693000
006940         MOVE WS-CUR-C-NO TO CUS-C-NO(CUS-IDX)                    00694000
006950         IF WS-CUR-C-NO = ZERO                                    00695000
006960             MOVE 'CUSTOMER NOT KNOWN' TO CUS-COMPANY(CUS-IDX)    00696000
006970         ELSE                                                     00697000
006980             MOVE DOC-COMPANY(DOC-IDX) TO CUS-COMPANY(CUS-IDX)    00698000
006990         END-IF                                                   00699000
007000         MOVE ZERO TO CUS-GL(CUS-IDX)                             00700000
007010         MOVE ZERO TO CUS-OPEN(CUS-IDX)                           00701000
007020         MOVE ZERO TO CUS-DIFF-CNT(CUS-IDX)                       00702000
007030     END-IF                                                       00703000
007040     EXIT.                                                        00704000
007050                                                                  00705000
007060******************************************************************00706000
007070* PARAGRAPHES D EDITION DE L ETAT : CUMULS DU JOURNAL PAR COMPTE  00707000
007080* ET PERIODE, RAPPROCHEMENT DU COMPTE RECEIVABLE, PUIS ECARTS PAR 00708000
007090* CLIENT AVEC LES DOCUMENTS QUI LES CAUSENT                       00709000
007100******************************************************************00710000
007110 700-WRITE-REPORT.                                                00711000
007120     MOVE WS-CLOSE-MONTH TO MET-MONTH                             00712000
007130     WRITE ENR-MECREP FROM L-MEC-TITLE                            00713000
007140     WRITE ENR-MECREP FROM L-MEC-VIDE                             00714000
007150     MOVE 'GL JOURNAL BY ACCOUNT AND PERIOD' TO MES-TEXT          00715000
007160     WRITE ENR-MECREP FROM L-MEC-SECT                             00716000
007170     WRITE ENR-MECREP FROM L-MEC-VIDE                             00717000
007180     WRITE ENR-MECREP FROM L-ACP-HDR                              00718000
007190     PERFORM 710-WRITE-ACCT-LINE                                  00719000
007200        VARYING ACP-IDX FROM 1 BY 1 UNTIL ACP-IDX > WS-ACP-CNT    00720000
007210     WRITE ENR-MECREP FROM L-MEC-VIDE                             00721000
007220     PERFORM 720-WRITE-RECON                                      00722000
007230     WRITE ENR-MECREP FROM L-MEC-VIDE                             00723000
007240     MOVE 'DIFFERENCES BY CUSTOMER' TO MES-TEXT                   00724000
007250     WRITE ENR-MECREP FROM L-MEC-SECT                             00725000
007260     WRITE ENR-MECREP FROM L-MEC-VIDE                             00726000
007270     IF WS-DIFF-CNT = ZERO                                        00727000
007280         MOVE 'NO DIFFERENCE - OPEN ITEMS AGREE WITH GL DETAIL'   00728000
007290           TO RET-TEXT                                            00729000
007300         WRITE ENR-MECREP FROM L-REC-TEXT                         00730000
007310     ELSE                                                         00731000
007320         WRITE ENR-MECREP FROM L-DIF-HDR                          00732000
007330         PERFORM 730-WRITE-ONE-CUSTOMER                           00733000
007340            VARYING CUS-IDX FROM 1 BY 1 UNTIL CUS-IDX > WS-CUS-CNT00734000
007350     END-IF                                                       00735000
007360     EXIT.                                                        00736000
007370                                                                  00737000
007380 710-WRITE-ACCT-LINE.                                             00738000
007390     MOVE ACP-ACCT(ACP-IDX)   TO ACL-ACCT                         00739000
007400     MOVE ACP-PERIOD(ACP-IDX) TO ACL-PERIOD                       00740000
007410     MOVE ACP-DR(ACP-IDX)     TO ACL-DR                           00741000
007420     MOVE ACP-CR(ACP-IDX)     TO ACL-CR                           00742000
007430     COMPUTE ACL-NET = ACP-DR(ACP-IDX) - ACP-CR(ACP-IDX)          00743000
007440     WRITE ENR-MECREP FROM L-ACP-LINE                             00744000
007450     EXIT.                                                        00745000
007460                                                                  00746000
007470 720-WRITE-RECON.                                                 00747000
007480     COMPUTE WS-GL-CLOSE = WS-GL-OPEN + WS-GL-MOVE                00748000
007490     COMPUTE WS-UNDET    = WS-GL-CLOSE - WS-DET-TOT               00749000
007500     COMPUTE WS-DIFF-TOT = WS-GL-CLOSE - WS-OPN-TOT               00750000
007510     MOVE 'RECEIVABLES RECONCILIATION' TO MES-TEXT                00751000
007520     WRITE ENR-MECREP FROM L-MEC-SECT                             00752000
007530     WRITE ENR-MECREP FROM L-MEC-VIDE                             00753000
007540     MOVE SPACES TO RET-TEXT                                      00754000
007550     STRING 'GL RECEIVABLE ACCOUNT ' DELIMITED BY SIZE            00755000
007560            WS-AR-ACCT               DELIMITED BY SIZE            00756000
007570            INTO RET-TEXT                                         00757000
007580     END-STRING                                                   00758000
007590     WRITE ENR-MECREP FROM L-REC-TEXT                             00759000
007600     MOVE 'OPENING BALANCE (PREVIOUS CLOSE)' TO REA-LABEL         00760000
007610     MOVE WS-GL-OPEN TO REA-VALUE                                 00761000
007620     WRITE ENR-MECREP FROM L-REC-AMT                              00762000
007630     MOVE 'MOVEMENT OF THE PERIOD'           TO REA-LABEL         00763000
007640     MOVE WS-GL-MOVE TO REA-VALUE                                 00764000
007650     WRITE ENR-MECREP FROM L-REC-AMT                              00765000
007660     MOVE 'GL RECEIVABLE CLOSING BALANCE'    TO REA-LABEL         00766000
007670     MOVE WS-GL-CLOSE TO REA-VALUE                                00767000
007680     WRITE ENR-MECREP FROM L-REC-AMT                              00768000
007690     MOVE '  OF WHICH DOCUMENT DETAIL'       TO REA-LABEL         00769000
007700     MOVE WS-DET-TOT TO REA-VALUE                                 00770000
007710     WRITE ENR-MECREP FROM L-REC-AMT                              00771000
007720     MOVE '  OF WHICH NOT DETAILED'          TO REA-LABEL         00772000
007730     MOVE WS-UNDET TO REA-VALUE                                   00773000
007740     WRITE ENR-MECREP FROM L-REC-AMT                              00774000
007750     MOVE 'OPEN ITEMS TOTAL (OPENITEM)'      TO REA-LABEL         00775000
007760     MOVE WS-OPN-TOT TO REA-VALUE                                 00776000
007770     WRITE ENR-MECREP FROM L-REC-AMT                              00777000
007780     MOVE 'DIFFERENCE GL - OPEN ITEMS'       TO REA-LABEL         00778000
007790     MOVE WS-DIFF-TOT TO REA-VALUE                                00779000
007800     WRITE ENR-MECREP FROM L-REC-AMT                              00780000
007810     MOVE 'DOCUMENTS IN DIFFERENCE'          TO REC-LABEL         00781000
007820     MOVE WS-DIFF-CNT TO REC-VALUE                                00782000
007830     WRITE ENR-MECREP FROM L-REC-CNT                              00783000
007840     EXIT.                                                        00784000
007850                                                                  00785000
007860 730-WRITE-ONE-CUSTOMER.                                          00786000
007870     IF CUS-DIFF-CNT(CUS-IDX) > ZERO                              00787000
007880         WRITE ENR-MECREP FROM L-MEC-VIDE                         00788000
007890         MOVE CUS-C-NO(CUS-IDX)    TO DFC-C-NO                    00789000
007900         MOVE CUS-COMPANY(CUS-IDX) TO DFC-COMPANY                 00790000
007910         MOVE CUS-GL(CUS-IDX)      TO DFC-GL                      00791000
007920         MOVE CUS-OPEN(CUS-IDX)    TO DFC-OPEN                    00792000
007930         COMPUTE DFC-DIFF = CUS-GL(CUS-IDX) - CUS-OPEN(CUS-IDX)   00793000
007940         WRITE ENR-MECREP FROM L-DIF-CUS                          00794000
007950         PERFORM 732-WRITE-ONE-DOC                                00795000
007960            VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > WS-DOC-CNT00796000
007970     END-IF                                                       00797000
007980     EXIT.                                                        00798000
007990                                                                  00799000
008000 732-WRITE-ONE-DOC.                                               00800000
008010     IF DOC-C-NO(DOC-IDX) = CUS-C-NO(CUS-IDX)                     00801000
008020        AND DOC-GL(DOC-IDX) NOT = DOC-OPEN(DOC-IDX)               00802000
008030         MOVE DOC-O-NO(DOC-IDX) TO DFD-O-NO                       00803000
008040         MOVE DOC-GL(DOC-IDX)   TO DFD-GL                         00804000
008050         MOVE DOC-OPEN(DOC-IDX) TO DFD-OPEN                       00805000
008060         COMPUTE WS-DOC-DIFF = DOC-GL(DOC-IDX) - DOC-OPEN(DOC-IDX)00806000
008070         MOVE WS-DOC-DIFF       TO DFD-DIFF                       00807000
008080         EVALUATE TRUE                                            00808000
008090             WHEN DOC-OPN-SW(DOC-IDX) = 'N'                       00809000
008100                 MOVE 'NOT IN OPEN ITEMS'  TO DFD-CAUSE           00810000
008110             WHEN DOC-GL-SW(DOC-IDX) = 'N'                        00811000
008120                 MOVE 'NOT POSTED TO GL'   TO DFD-CAUSE           00812000
008130             WHEN OTHER                                           00813000
008140                 MOVE 'AMOUNT DIFFERS'     TO DFD-CAUSE           00814000
008150         END-EVALUATE                                             00815000
008160         WRITE ENR-MECREP FROM L-DIF-DOC                          00816000
008170     END-IF                                                       00817000
008180     EXIT.                                                        00818000
008190                                                                  00819000
008200******************************************************************00820000
008210* PARAGRAPHES D ECRITURE DU REPORT A NOUVEAU : UN ENREGISTREMENT  00821000
008220* SOURCE O PAR COMMANDE DONT LE NET DU GRAND LIVRE N EST PAS NUL  00822000
008230******************************************************************00823000
008240 800-WRITE-FORWARD.                                               00824000
008250     PERFORM 810-WRITE-ONE-FORWARD                                00825000
008260        VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > WS-DOC-CNT    00826000
008270     EXIT.                                                        00827000
008280                                                                  00828000
008290 810-WRITE-ONE-FORWARD.                                           00829000
008300     IF DOC-GL(DOC-IDX) NOT = ZERO                                00830000
008310         INITIALIZE L-ARJRNL                                      00831000
008320         MOVE WS-CLOSE-MONTH       TO ARJ-PERIOD                  00832000
008330         MOVE WS-TODAY-D           TO ARJ-DATE                    00833000
008340         MOVE DOC-C-NO(DOC-IDX)    TO ARJ-C-NO                    00834000
008350         MOVE DOC-COMPANY(DOC-IDX) TO ARJ-COMPANY                 00835000
008360         MOVE DOC-O-NO(DOC-IDX)    TO ARJ-O-NO                    00836000
008370         MOVE 'O'                  TO ARJ-SOURCE                  00837000
008380         IF DOC-GL(DOC-IDX) > ZERO                                00838000
008390             MOVE 'D' TO ARJ-SIDE                                 00839000
008400             MOVE DOC-GL(DOC-IDX) TO ARJ-AMT                      00840000
008410         ELSE                                                     00841000
008420             MOVE 'C' TO ARJ-SIDE                                 00842000
008430             COMPUTE ARJ-AMT = ZERO - DOC-GL(DOC-IDX)             00843000
008440         END-IF                                                   00844000
008450         WRITE ENR-ARFWD FROM L-ARJRNL                            00845000
008460         ADD 1 TO WS-FWD-CNT                                      00846000
008470     END-IF                                                       00847000
008480     EXIT.                                                        00848000
008490                                                                  00849000
008500******************************************************************00850000
008510* PARAGRAPHE DE CLOTURE : LE MOIS EST ECRIT CLOS AVEC LES SOLDES  00851000
008520* DU RAPPROCHEMENT, LE MOIS SUIVANT EST ECRIT OUVERT S IL N EST   00852000
008530* PAS ENCORE SUR LE FICHIER                                       00853000
008540******************************************************************00854000
008550 850-CLOSE-PERIOD.                                                00855000
008560     MOVE WS-CLOSE-MONTH TO PER-MONTH                             00856000
008570     READ PERF KEY IS PER-KEY                                     00857000
008580     MOVE 'C'            TO PER-STATUS                            00858000
008590     MOVE WS-TODAY-D     TO PER-CLOSE-DATE                        00859000
008600     MOVE WS-GL-CLOSE    TO PER-GL-AR                             00860000
008610     MOVE WS-OPN-TOT     TO PER-SUB-AR                            00861000
008620     MOVE WS-DIFF-CNT    TO PER-DIFF-CNT                          00862000
008630     IF WS-PERF-STATUS = '00'                                     00863000
008640         REWRITE PERIOD-RECORD                                    00864000
008650     ELSE                                                         00865000
008660         MOVE WS-CLOSE-MONTH TO PER-MONTH                         00866000
008670         WRITE PERIOD-RECORD                                      00867000
008680     END-IF                                                       00868000
008690     IF WS-PERF-STATUS NOT = '00'                                 00869000
008700         DISPLAY 'PERIOD CLOSE WRITE ERROR : ' WS-PERF-STATUS     00870000
008710         PERFORM ABEND-PROG                                       00871000
008720     END-IF                                                       00872000
008730     MOVE WS-NEXT-MONTH TO PER-MONTH                              00873000
008740     READ PERF KEY IS PER-KEY                                     00874000
008750     IF WS-PERF-STATUS NOT = '00'                                 00875000
008760         INITIALIZE PERIOD-RECORD                                 00876000
008770         MOVE WS-NEXT-MONTH TO PER-MONTH                          00877000
008780         MOVE 'O'           TO PER-STATUS                         00878000
008790         WRITE PERIOD-RECORD                                      00879000
008800         IF WS-PERF-STATUS NOT = '00'                             00880000
008810             DISPLAY 'NEXT PERIOD WRITE ERROR : ' WS-PERF-STATUS  00881000
008820             PERFORM ABEND-PROG                                   00882000
008830         END-IF                                                   00883000
008840     END-IF                                                       00884000
008850     WRITE ENR-MECREP FROM L-MEC-VIDE                             00885000
008860     MOVE WS-CLOSE-MONTH TO MEC-MONTH                             00886000
008870     MOVE WS-TODAY-D     TO MEC-DATE                              00887000
008880     MOVE WS-NEXT-MONTH  TO MEC-NEXT                              00888000
008890     WRITE ENR-MECREP FROM L-MEC-CLOSED                           00889000
008900     EXIT.                                                        00890000
008910                                                                  00891000
008920******************************************************************00892000
008930* PARAGRAPHE D EDITION DES TOTAUX DE CONTROLE                     00893000
008940******************************************************************00894000
008950 900-WRITE-TOTALS.                                                00895000
008960     DISPLAY 'JOURNAL RECORDS READ      : ' WS-JRNL-READ          00896000
008970     DISPLAY 'OF CLOSED PERIODS, SKIPPED: ' WS-JRNL-OLD           00897000
008980     DISPLAY 'AR DETAIL RECORDS READ    : ' WS-ARJ-READ           00898000
008990     DISPLAY 'BALANCE FORWARD RECORDS   : ' WS-FWD-READ           00899000
009000     DISPLAY 'AR DETAIL RECORDS USED    : ' WS-ARJ-USED           00900000
009010     DISPLAY 'OPEN ITEMS READ           : ' WS-OPN-READ           00901000
009020     DISPLAY 'DOCUMENTS IN DIFFERENCE   : ' WS-DIFF-CNT           00902000
009030     DISPLAY 'BALANCE FORWARD WRITTEN   : ' WS-FWD-CNT            00903000
009040     DISPLAY 'PERIOD CLOSED             : ' WS-CLOSE-MONTH        00904000
009050     EXIT.                                                        00905000
009060                                                                  00906000
009070******************************************************************00907000
009080* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00908000
009090* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00909000
009100******************************************************************00910000
009110 ABEND-PROG.                                                      00911000
009120     DISPLAY 'ABEND-PROG !'                                       00912000
009130     COMPUTE WS-ANO = 1 / WS-ANO.                                 00913000
