000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3EPO.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - INBOUND EDI PURCHASE ORDERS : 00020000
000210*                  LOADS THE X12 850 RECEIVED FROM THE TRADING    00021000
000220*                  PARTNERS INTO API5.ORDERS/ITEMS WITH THE EDITS 00022000
000230*                  OF PJORDE (CUSTOMER, SALESPERSON, PRODUCT,     00023000
000240*                  PRICE FROM THE CONTRACT OR THE PRODUCT, STOCK  00024000
000250*                  WARNING, CREDIT CHECK WITH PARK IN ORDHOLD),   00025000
000260*                  PARTNER IDS MAPPED THROUGH EDIXREF, SHIP-TO    00026000
000270*                  WRITTEN TO THE SHIPTO KSDS. ANSWERS EACH PO    00027000
000280*                  WITH AN 855 AND LISTS EVERY PO OR LINE NOT     00028000
000290*                  LOADED WITH THE REASON                         00029000
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
000360* PROFILS DES PARTENAIRES EDI (VOIR COPY EDPREC)                  00036000
000370******************************************************************00037000
000380      SELECT PRFF ASSIGN TO EDIPROF                               00038000
000390      ORGANIZATION IS SEQUENTIAL                                  00039000
000400      FILE STATUS IS WS-PRFF-STATUS.                              00040000
000410******************************************************************00041000
000420* TABLE DE CORRESPONDANCE DES IDENTIFIANTS (VOIR COPY EDXREC)     00042000
000430******************************************************************00043000
000440      SELECT XRFF ASSIGN TO EDIXREF                               00044000
000450      ORGANIZATION IS SEQUENTIAL                                  00045000
000460      FILE STATUS IS WS-XRFF-STATUS.                              00046000
000470******************************************************************00047000
000480* FICHIER DES CONDITIONS CLIENT (PRIX CONTRAT / REMISE)           00048000
000490******************************************************************00049000
000500      SELECT CONT ASSIGN TO CONTRACT                              00050000
000510      ORGANIZATION IS SEQUENTIAL                                  00051000
000520      FILE STATUS IS WS-CONT-STATUS.                              00052000
000530******************************************************************00053000
000540* COMMANDES 850 RECUES (UN SEGMENT PAR ENREGISTREMENT)            00054000
000550******************************************************************00055000
000560      SELECT E850 ASSIGN TO EDI850                                00056000
000570      ORGANIZATION IS SEQUENTIAL                                  00057000
000580      FILE STATUS IS WS-E850-STATUS.                              00058000
000590******************************************************************00059000
000600* KSDS LUS POUR LES CONTROLES : LIMITES DE CREDIT, ENCOURS AR,    00060000
000610* STOCK ET HISTORIQUE DES FACTURES                                00061000
000620******************************************************************00062000
000630      SELECT CRLF ASSIGN TO CREDLIM                               00063000
000640      ORGANIZATION IS INDEXED                                     00064000
000650      ACCESS MODE  IS RANDOM                                      00065000
000660      RECORD KEY   IS CRL-KEY                                     00066000
000670      FILE STATUS  IS WS-CRLF-STATUS.                             00067000
000680      SELECT ARBF ASSIGN TO ARBAL                                 00068000
000690      ORGANIZATION IS INDEXED                                     00069000
000700      ACCESS MODE  IS RANDOM                                      00070000
000710      RECORD KEY   IS ARB-KEY                                     00071000
000720      FILE STATUS  IS WS-ARBF-STATUS.                             00072000
000730      SELECT STKF ASSIGN TO STKMSTR                               00073000
000740      ORGANIZATION IS INDEXED                                     00074000
000750      ACCESS MODE  IS RANDOM                                      00075000
000760      RECORD KEY   IS STK-KEY                                     00076000
000770      FILE STATUS  IS WS-STKF-STATUS.                             00077000
000780      SELECT HISF ASSIGN TO INVHIST                               00078000
000790      ORGANIZATION IS INDEXED                                     00079000
000800      ACCESS MODE  IS RANDOM                                      00080000
000810      RECORD KEY   IS HIST-KEY                                    00081000
000820      FILE STATUS  IS WS-HISF-STATUS.                             00082000
000830******************************************************************00083000
000840* KSDS MIS A JOUR : COMMANDES BLOQUEES, ADRESSES DE LIVRAISON,    00084000
000850* JOURNAL DES COMMANDES EDI ET ENREGISTREMENT DE CONTROLE EDI     00085000
000860******************************************************************00086000
000870      SELECT HLDF ASSIGN TO ORDHOLD                               00087000
000880      ORGANIZATION IS INDEXED                                     00088000
000890      ACCESS MODE  IS RANDOM                                      00089000
000900      RECORD KEY   IS HLD-KEY                                     00090000
000910      FILE STATUS  IS WS-HLDF-STATUS.                             00091000
000920      SELECT SHIPF ASSIGN TO SHIPTO                               00092000
000930      ORGANIZATION IS INDEXED                                     00093000
000940      ACCESS MODE  IS RANDOM                                      00094000
000950      RECORD KEY   IS SHI-KEY                                     00095000
000960      FILE STATUS  IS WS-SHIPF-STATUS.                            00096000
000970      SELECT EPOF ASSIGN TO EDIPO                                 00097000
000980      ORGANIZATION IS INDEXED                                     00098000
000990      ACCESS MODE  IS RANDOM                                      00099000
001000      RECORD KEY   IS EDO-KEY                                     00100000
001010      FILE STATUS  IS WS-EPOF-STATUS.                             00101000
001020      SELECT LOGF ASSIGN TO EDILOG                                00102000
001030      ORGANIZATION IS INDEXED                                     00103000
001040      ACCESS MODE  IS RANDOM                                      00104000
001050      RECORD KEY   IS EDL-KEY                                     00105000
001060      FILE STATUS  IS WS-LOGF-STATUS.                             00106000
001070******************************************************************00107000
001080* ACCUSES DE COMMANDE 855 A TRANSMETTRE ET ETAT DES ANOMALIES     00108000
001090******************************************************************00109000
001100      SELECT E855 ASSIGN TO EDI855                                00110000
001110      ORGANIZATION  IS SEQUENTIAL.                                00111000
001120      SELECT EPOR ASSIGN TO EDIPOR                                00112000
001130      ORGANIZATION  IS SEQUENTIAL.                                00113000
001140                                                                  00114000
001150******************************************************************00115000
001160                                                                  00116000
001170 DATA DIVISION.                                                   00117000
001180 FILE SECTION.                                                    00118000
001190 FD PRFF.                                                         00119000
001200 01 ENR-EDIPROF PIC X(80).                                        00120000
001210                                                                  00121000
001220 FD XRFF.                                                         00122000
001230 01 ENR-EDIXREF PIC X(80).                                        00123000
001240                                                                  00124000
001250 FD CONT.                                                         00125000
001260 01 ENR-CONTRACT PIC X(40).                                       00126000
001270                                                                  00127000
001280 FD E850.                                                         00128000
001290 01 ENR-EDI850 PIC X(120).                                        00129000
001300                                                                  00130000
001310 FD CRLF.                                                         00131000
001320     COPY CRLMREC.                                                00132000
001330                                                                  00133000
001340 FD ARBF.                                                         00134000
001350     COPY ARBLREC.                                                00135000
001360                                                                  00136000
001370 FD STKF.                                                         00137000
001380     COPY STKREC.                                                 00138000
001390                                                                  00139000
001400 FD HISF.                                                         00140000
001410 01 HIST-RECORD.                                                  00141000
001420    05 HIST-KEY.                                                  00142000
001430       10 HK-O-NO PIC 9(6).                                       00143000
001440       10 HK-TYPE PIC X(1).                                       00144000
001450       10 HK-SEQ  PIC 9(3).                                       00145000
001460    05 HIST-DATA  PIC X(204).                                     00146000
001470                                                                  00147000
001480 FD HLDF.                                                         00148000
001490     COPY ORDHREC.                                                00149000
001500                                                                  00150000
001510 FD SHIPF.                                                        00151000
001520     COPY SHIPREC.                                                00152000
001530                                                                  00153000
001540 FD EPOF.                                                         00154000
001550     COPY EDOREC.                                                 00155000
001560                                                                  00156000
001570 FD LOGF.                                                         00157000
001580     COPY EDLREC.                                                 00158000
001590                                                                  00159000
001600 FD E855.                                                         00160000
001610 01 ENR-EDI855 PIC X(120).                                        00161000
001620                                                                  00162000
001630 FD EPOR.                                                         00163000
001640 01 ENR-EDIPOR PIC X(132).                                        00164000
001650                                                                  00165000
001660 WORKING-STORAGE SECTION.                                         00166000
001670******************************************************************00167000
001680* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00168000
001690******************************************************************00169000
001700 77 FLAG-E850   PIC 9 VALUE 0.                                    00170000
001710    88 FF-E850 VALUE 1.                                           00171000
001720 77 FLAG-XRFF   PIC 9 VALUE 0.                                    00172000
001730    88 FF-XRFF VALUE 1.                                           00173000
001740 77 FLAG-CONT   PIC 9 VALUE 0.                                    00174000
001750    88 FF-CONT VALUE 1.                                           00175000
001760 77 WS-PRFF-STATUS  PIC X(2) VALUE SPACES.                        00176000
001770 77 WS-XRFF-STATUS  PIC X(2) VALUE SPACES.                        00177000
001780 77 WS-CONT-STATUS  PIC X(2) VALUE SPACES.                        00178000
001790 77 WS-E850-STATUS  PIC X(2) VALUE SPACES.                        00179000
001800 77 WS-CRLF-STATUS  PIC X(2) VALUE SPACES.                        00180000
001810 77 WS-ARBF-STATUS  PIC X(2) VALUE SPACES.                        00181000
001820 77 WS-STKF-STATUS  PIC X(2) VALUE SPACES.                        00182000
001830 77 WS-HISF-STATUS  PIC X(2) VALUE SPACES.                        00183000
001840 77 WS-HLDF-STATUS  PIC X(2) VALUE SPACES.                        00184000
001850 77 WS-SHIPF-STATUS PIC X(2) VALUE SPACES.                        00185000
001860 77 WS-EPOF-STATUS  PIC X(2) VALUE SPACES.                        00186000
001870 77 WS-LOGF-STATUS  PIC X(2) VALUE SPACES.                        00187000
001880 77 WS-CRLF-SW PIC X(1) VALUE 'N'.                                00188000
001890    88 CREDLIM-OPEN VALUE 'Y'.                                    00189000
001900 77 WS-ARBF-SW PIC X(1) VALUE 'N'.                                00190000
001910    88 ARBAL-OPEN   VALUE 'Y'.                                    00191000
001920 77 WS-STKF-SW PIC X(1) VALUE 'N'.                                00192000
001930    88 STKMSTR-OPEN VALUE 'Y'.                                    00193000
001940 77 WS-HISF-SW PIC X(1) VALUE 'N'.                                00194000
001950    88 INVHIST-OPEN VALUE 'Y'.                                    00195000
001960                                                                  00196000
001970 77 WS-ANO PIC 99 VALUE ZERO.                                     00197000
001980                                                                  00198000
001990******************************************************************00199000
002000* CARTES SYSIN : DATE (AAAA-MM-JJ) ET HEURE (HHMM) DU TRAITEMENT, 00200000
002010* PUIS NOTRE IDENTITE EDI : QUALIFIANT (1-2), ID D ECHANGE (3-17) 00201000
002020* ET CODE APPLICATION DU GROUPE (18-32), COMME POUR PJPT3EDI      00202000
002030******************************************************************00203000
002040 77 WS-RUN-DATE PIC X(10) VALUE SPACES.                           00204000
002050 77 WS-RUN-TIME PIC X(4)  VALUE SPACES.                           00205000
002060 01 WS-SENDER-CARD.                                               00206000
002070      05 WS-SND-QUAL PIC X(2).                                    00207000
002080      05 WS-SND-ID   PIC X(15).                                   00208000
002090      05 WS-SND-GS   PIC X(15).                                   00209000
002100      05 FILLER      PIC X(48).                                   00210000
002110 77 WS-CCYYMMDD PIC X(8) VALUE SPACES.                            00211000
002120                                                                  00212000
002130******************************************************************00213000
002140* ENREGISTREMENTS DU PROFIL PARTENAIRE ET DE LA CORRESPONDANCE    00214000
002150******************************************************************00215000
002160     COPY EDPREC.                                                 00216000
002170                                                                  00217000
002180     COPY EDXREC.                                                 00218000
002190                                                                  00219000
002200******************************************************************00220000
002210* TABLE DES PROFILS PARTENAIRES ACTIFS CHARGES DE EDIPROF         00221000
002220******************************************************************00222000
002230 01 PRF-TABLE.                                                    00223000
002240      05 PRF-ENTRY OCCURS 100 TIMES INDEXED BY PRF-IDX.           00224000
002250         10 PRF-REC PIC X(80).                                    00225000
002260 77 WS-PRF-CNT PIC 9(3) VALUE ZERO.                               00226000
002270 77 WS-PRF-MAX PIC 9(3) VALUE 100.                                00227000
002280 77 WS-PTN-IX  PIC 9(3) VALUE ZERO.                               00228000
002290                                                                  00229000
002300******************************************************************00230000
002310* TABLE DES CORRESPONDANCES CHARGEES DE EDIXREF                   00231000
002320******************************************************************00232000
002330 01 XRF-TABLE.                                                    00233000
002340      05 XRF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.          00234000
002350         10 XRF-REC PIC X(80).                                    00235000
002360 77 WS-XRF-CNT PIC 9(4) VALUE ZERO.                               00236000
002370 77 WS-XRF-MAX PIC 9(4) VALUE 1000.                               00237000
002380 77 WS-XRF-HIT PIC 9(4) VALUE ZERO.                               00238000
002390 77 WS-XRF-TYPE PIC X(1) VALUE SPACE.                             00239000
002400 77 WS-XRF-ID   PIC X(30) VALUE SPACES.                           00240000
002410                                                                  00241000
002420******************************************************************00242000
002430* TABLE DES CONDITIONS CLIENT : SEUL LE PRIX CONTRAT (P) FIXE LE  00243000
002440* PRIX DE LA LIGNE, LA REMISE (D) EST APPLIQUEE A LA FACTURATION  00244000
002450* PAR PJPART3B. LA CONDITION PRODUIT PRIME SUR LA CONDITION ***   00245000
002460******************************************************************00246000
002470 01 L-CONTRACT.                                                   00247000
002480      05 CON-C-NO     PIC 9(3).                                   00248000
002490      05 CON-P-NO     PIC X(3).                                   00249000
002500      05 CON-TYPE     PIC X(1).                                   00250000
002510      05 CON-PCT      PIC 99V99.                                  00251000
002520      05 CON-PRICE    PIC 9(5)V99.                                00252000
002530      05 CON-EFF-FROM PIC X(10).                                  00253000
002540      05 CON-EFF-TO   PIC X(10).                                  00254000
002550      05 FILLER       PIC X(2).                                   00255000
002560                                                                  00256000
002570 01 CONTRACT-TABLE.                                               00257000
002580      05 CON-ENTRY OCCURS 500 TIMES INDEXED BY CON-IDX.           00258000
002590         10 CNT-C-NO     PIC 9(3).                                00259000
002600         10 CNT-P-NO     PIC X(3).                                00260000
002610         10 CNT-TYPE     PIC X(1).                                00261000
002620         10 CNT-PCT      PIC 99V99.                               00262000
002630         10 CNT-PRICE    PIC 9(5)V99.                             00263000
002640         10 CNT-EFF-FROM PIC X(10).                               00264000
002650         10 CNT-EFF-TO   PIC X(10).                               00265000
002660 77 WS-CON-CNT PIC 9(3) VALUE ZERO.                               00266000
002670 77 WS-CON-MAX PIC 9(3) VALUE 500.                                00267000
002680 77 WS-CON-I   PIC 9(3) VALUE ZERO.                               00268000
002690 77 WS-CON-HIT PIC 9(3) VALUE ZERO.                               00269000
002700                                                                  00270000
002710******************************************************************00271000
002720* DECOUPAGE D UN SEGMENT RECU : IDENTIFIANT (ELEMENT 1) ET        00272000
002730* JUSQU A 15 ELEMENTS DE DONNEES                                  00273000
002740******************************************************************00274000
002750 01 SEG-TABLE.                                                    00275000
002760      05 SEG-E PIC X(40) OCCURS 16 TIMES.                         00276000
002770 77 WS-PAIR-I PIC 9(2) VALUE ZERO.                                00277000
002780                                                                  00278000
002790******************************************************************00279000
002800* ECHANGE ET COMMANDE EN COURS DE LECTURE                         00280000
002810******************************************************************00281000
002820 77 WS-ISA-ID    PIC X(15) VALUE SPACES.                          00282000
002830 77 WS-GRP-SW    PIC X(1) VALUE 'N'.                              00283000
002840    88 GRP-PO VALUE 'Y'.                                          00284000
002850 77 WS-PO-SW     PIC X(1) VALUE 'N'.                              00285000
002860    88 PO-OPEN VALUE 'Y'.                                         00286000
002870 77 WS-PARTY     PIC X(2) VALUE SPACES.                           00287000
002880                                                                  00288000
002890 01 WS-PO.                                                        00289000
002900      05 PO-BEG-SW    PIC X(1).                                   00290000
002910         88 PO-BEG-SEEN VALUE 'Y'.                                00291000
002920      05 PO-PURPOSE   PIC X(2).                                   00292000
002930      05 PO-NUMBER    PIC X(22).                                  00293000
002940      05 PO-DATE      PIC X(8).                                   00294000
002950      05 PO-BY-ID     PIC X(30).                                  00295000
002960      05 PO-SHIP-NAME PIC X(30).                                  00296000
002970      05 PO-SHIP-ADDR PIC X(50).                                  00297000
002980      05 PO-SHIP-CITY PIC X(20).                                  00298000
002990      05 PO-SHIP-ST   PIC X(2).                                   00299000
003000      05 PO-SHIP-ZIP  PIC X(5).                                   00300000
003010      05 PO-C-NO      PIC 9(3).                                   00301000
003020      05 PO-S-NO      PIC 9(3).                                   00302000
003030      05 PO-O-NO      PIC 9(6).                                   00303000
003040      05 PO-COMPANY   PIC X(30).                                  00304000
003050      05 PO-REASON    PIC X(40).                                  00305000
003060      05 PO-LINE-CNT  PIC 9(3).                                   00306000
003070      05 PO-LINE-OK   PIC 9(3).                                   00307000
003080      05 PO-CHANGED   PIC 9(3).                                   00308000
003090                                                                  00309000
003100******************************************************************00310000
003110* LIGNES DE LA COMMANDE EN COURS. STATUT D ACCUSE 855 : IA        00311000
003120* ACCEPTEE, IP PRIX MODIFIE, IB EN RELIQUAT, IR REJETEE           00312000
003130******************************************************************00313000
003140 01 LIN-TABLE.                                                    00314000
003150      05 LIN-ENTRY OCCURS 99 TIMES INDEXED BY LIN-IDX.            00315000
003160         10 LIN-ID       PIC X(6).                                00316000
003170         10 LIN-QTY-TXT  PIC X(15).                               00317000
003180         10 LIN-UOM      PIC X(2).                                00318000
003190         10 LIN-PRC-TXT  PIC X(15).                               00319000
003200         10 LIN-VP-ID    PIC X(30).                               00320000
003210         10 LIN-BP-ID    PIC X(30).                               00321000
003220         10 LIN-P-NO     PIC X(3).                                00322000
003230         10 LIN-QTY      PIC 9(2).                                00323000
003240         10 LIN-PRICE    PIC 9(5)V99.                             00324000
003250         10 LIN-PO-PRICE PIC 9(5)V99.                             00325000
003260         10 LIN-ONHAND   PIC S9(7).                               00326000
003270         10 LIN-ACK      PIC X(2).                                00327000
003280            88 LIN-REJECTED VALUE 'IR'.                           00328000
003290         10 LIN-REASON   PIC X(40).                               00329000
003300 77 WS-LIN-MAX PIC 9(3) VALUE 99.                                 00330000
003310                                                                  00331000
003320******************************************************************00332000
003330* CONVERSION D UN NOMBRE DECIMAL RECU EN TEXTE (12.50)            00333000
003340******************************************************************00334000
003350 77 WS-DEC-TXT  PIC X(15) VALUE SPACES.                           00335000
003360 77 WS-DEC-INT  PIC X(15) VALUE SPACES.                           00336000
003370 77 WS-DEC-FRC  PIC X(15) VALUE SPACES.                           00337000
003380 77 WS-DEC-ILEN PIC 9(2) VALUE ZERO.                              00338000
003390 77 WS-DEC-FLEN PIC 9(2) VALUE ZERO.                              00339000
003400 77 WS-DEC-I9   PIC 9(7) VALUE ZERO.                              00340000
003410 01 WS-DEC-F4   PIC X(4) VALUE ZERO.                              00341000
003420 01 WS-DEC-F4N REDEFINES WS-DEC-F4 PIC 9(4).                      00342000
003430 77 WS-DEC-VAL  PIC 9(7)V9(4) VALUE ZERO.                         00343000
003440 77 WS-DEC-SW   PIC X(1) VALUE 'N'.                               00344000
003450    88 DEC-OK VALUE 'Y'.                                          00345000
003460                                                                  00346000
003470******************************************************************00347000
003480* DECLARATION DES ZONES DB2                                       00348000
003490******************************************************************00349000
003500     EXEC SQL                                                     00350000
003510        INCLUDE SQLCA                                             00351000
003520     END-EXEC.                                                    00352000
003530                                                                  00353000
003540     EXEC SQL                                                     00354000
003550        INCLUDE ORDERS                                            00355000
003560     END-EXEC.                                                    00356000
003570                                                                  00357000
003580     EXEC SQL                                                     00358000
003590        INCLUDE CUSTS                                             00359000
003600     END-EXEC.                                                    00360000
003610                                                                  00361000
003620     EXEC SQL                                                     00362000
003630        INCLUDE EMPLO                                             00363000
003640     END-EXEC.                                                    00364000
003650                                                                  00365000
003660     EXEC SQL                                                     00366000
003670        INCLUDE PRODUCTS                                          00367000
003680     END-EXEC.                                                    00368000
003690                                                                  00369000
003700     EXEC SQL                                                     00370000
003710        INCLUDE ITEMS                                             00371000
003720     END-EXEC.                                                    00372000
003730                                                                  00373000
003740******************************************************************00374000
003750* CURSEUR DES AUTRES COMMANDES DU CLIENT POUR LE CALCUL DE        00375000
003760* L ENCOURS NON FACTURE AU MOMENT DU CONTROLE DE CREDIT           00376000
003770******************************************************************00377000
003780     EXEC SQL                                                     00378000
003790        DECLARE CPEND CURSOR FOR                                  00379000
003800           SELECT O_NO                                            00380000
003810           FROM API5.ORDERS                                       00381000
003820           WHERE C_NO = :ORDER-C-NO                               00382000
003830             AND O_NO <> :ORDER-O-NO                              00383000
003840     END-EXEC.                                                    00384000
003850                                                                  00385000
003860 77 WS-SQL-SW      PIC X(1) VALUE 'Y'.                            00386000
003870    88 SQL-OK VALUE 'Y'.                                          00387000
003880 77 ED-SQLCODE     PIC +Z(8)9.                                    00388000
003890 77 WS-MAX-IND     PIC S9(4) COMP VALUE ZERO.                     00389000
003900                                                                  00390000
003910******************************************************************00391000
003920* CONTROLE DE CREDIT (MEMES REGLES QUE PJORDE)                    00392000
003930******************************************************************00393000
003940 77 WS-ORD-VALUE   PIC S9(9)V99 VALUE ZERO.                       00394000
003950 77 WS-OPEN-AR     PIC S9(9)V99 VALUE ZERO.                       00395000
003960 77 WS-PENDING     PIC S9(9)V99 COMP-3 VALUE ZERO.                00396000
003970 77 WS-PENDING-IND PIC S9(4) COMP VALUE ZERO.                     00397000
003980 77 WS-PEND-TOT    PIC S9(9)V99 VALUE ZERO.                       00398000
003990 77 WS-PEND-SW     PIC X VALUE 'Y'.                               00399000
004000    88 PENDING-UNBILLED VALUE 'Y'.                                00400000
004010 77 WS-EXPOSURE    PIC S9(9)V99 VALUE ZERO.                       00401000
004020 77 WS-OVER-SW     PIC X VALUE 'N'.                               00402000
004030    88 OVER-LIMIT VALUE 'Y'.                                      00403000
004040                                                                  00404000
004050******************************************************************00405000
004060* ZONES DE CONSTRUCTION DES SEGMENTS 855 (SEPARATEURS * > ~)      00406000
004070******************************************************************00407000
004080 77 WS-ICN       PIC 9(9) VALUE ZERO.                             00408000
004090 77 WS-STCN      PIC 9(4) VALUE ZERO.                             00409000
004100 77 WS-SEG-CNT   PIC 9(6) VALUE ZERO.                             00410000
004110 77 WS-ICHG-SW   PIC X(1) VALUE 'N'.                              00411000
004120    88 ICHG-OPEN VALUE 'Y'.                                       00412000
004130 77 WS-SEG      PIC X(120) VALUE SPACES.                          00413000
004140 77 WS-SEG-PTR  PIC 9(3) VALUE ZERO.                              00414000
004150 77 WS-SEG-ID   PIC X(3) VALUE SPACES.                            00415000
004160 77 WS-ELEM     PIC X(100) VALUE SPACES.                          00416000
004170 77 WS-ELEM-LEN PIC 9(3) VALUE ZERO.                              00417000
004180 77 WS-TRIM-SW  PIC X(1) VALUE 'N'.                               00418000
004190    88 TRIM-DONE VALUE 'Y'.                                       00419000
004200 77 WS-EDIT     PIC X(20) VALUE SPACES.                           00420000
004210 77 WS-LEAD     PIC 9(2) VALUE ZERO.                              00421000
004220 77 WS-AMT      PIC S9(9)V99 VALUE ZERO.                          00422000
004230 77 WS-NUM      PIC 9(9) VALUE ZERO.                              00423000
004240 77 WS-AMT-ED   PIC Z(8)9.99.                                     00424000
004250 77 WS-NUM-ED   PIC Z(8)9.                                        00425000
004260                                                                  00426000
004270******************************************************************00427000
004280* COMPTEURS DE CONTROLE                                           00428000
004290******************************************************************00429000
004300 77 WS-SEG-READ   PIC 9(7) VALUE ZERO.                            00430000
004310 77 WS-PO-READ    PIC 9(7) VALUE ZERO.                            00431000
004320 77 WS-PO-LOADED  PIC 9(7) VALUE ZERO.                            00432000
004330 77 WS-PO-HELD    PIC 9(7) VALUE ZERO.                            00433000
004340 77 WS-PO-REJ     PIC 9(7) VALUE ZERO.                            00434000
004350 77 WS-PO-DUP     PIC 9(7) VALUE ZERO.                            00435000
004360 77 WS-LIN-LOADED PIC 9(7) VALUE ZERO.                            00436000
004370 77 WS-LIN-REJ    PIC 9(7) VALUE ZERO.                            00437000
004380 77 WS-ACK-SENT   PIC 9(7) VALUE ZERO.                            00438000
004390 77 WS-TOT-AMT    PIC S9(11)V99 VALUE ZERO.                       00439000
004400                                                                  00440000
004410******************************************************************00441000
004420* DECLARATION DES LIGNES DE L ETAT DES COMMANDES EDI              00442000
004430******************************************************************00443000
004440 77 L-EPR-VIDE PIC X(132) VALUE SPACES.                           00444000
004450                                                                  00445000
004460 01 L-EPR-TITLE.                                                  00446000
004470      05 FILLER   PIC X(36) VALUE                                 00447000
004480         'EDI 850 PURCHASE ORDER LOAD - RUN '.                    00448000
004490      05 EPT-DATE PIC X(10).                                      00449000
004500      05 FILLER   PIC X(1) VALUE SPACE.                           00450000
004510      05 EPT-TIME PIC X(4).                                       00451000
004520      05 FILLER   PIC X(81) VALUE SPACES.                         00452000
004530                                                                  00453000
004540 01 L-EPR-HDR.                                                    00454000
004550      05 FILLER PIC X(16) VALUE 'PARTNER'.                        00455000
004560      05 FILLER PIC X(23) VALUE 'PURCHASE ORDER'.                 00456000
004570      05 FILLER PIC X(5)  VALUE 'CUST'.                           00457000
004580      05 FILLER PIC X(31) VALUE 'COMPANY'.                        00458000
004590      05 FILLER PIC X(8)  VALUE 'ORDER'.                          00459000
004600      05 FILLER PIC X(49) VALUE 'STATUS / REASON'.                00460000
004610                                                                  00461000
004620 01 L-EPR-PO.                                                     00462000
004630      05 EPO-ISA-ID  PIC X(15).                                   00463000
004640      05 FILLER      PIC X(1) VALUE SPACE.                        00464000
004650      05 EPO-PO-NO   PIC X(22).                                   00465000
004660      05 FILLER      PIC X(1) VALUE SPACE.                        00466000
004670      05 EPO-C-NO    PIC ZZ9.                                     00467000
004680      05 FILLER      PIC X(2) VALUE SPACES.                       00468000
004690      05 EPO-COMPANY PIC X(30).                                   00469000
004700      05 FILLER      PIC X(1) VALUE SPACE.                        00470000
004710      05 EPO-O-NO    PIC ZZZZZ9.                                  00471000
004720      05 FILLER      PIC X(2) VALUE SPACES.                       00472000
004730      05 EPO-STATUS  PIC X(9).                                    00473000
004740      05 EPO-REASON  PIC X(40).                                   00474000
004750                                                                  00475000
004760 01 L-EPR-LINE.                                                   00476000
004770      05 FILLER      PIC X(8) VALUE SPACES.                       00477000
004780      05 FILLER      PIC X(5) VALUE 'LINE '.                      00478000
004790      05 EPL-ID      PIC X(6).                                    00479000
004800      05 FILLER      PIC X(7) VALUE ' ITEM '.                     00480000
004810      05 EPL-ITEM    PIC X(30).                                   00481000
004820      05 FILLER      PIC X(1) VALUE SPACE.                        00482000
004830      05 EPL-QTY     PIC X(6).                                    00483000
004840      05 FILLER      PIC X(1) VALUE SPACE.                        00484000
004850      05 EPL-ACK     PIC X(2).                                    00485000
004860      05 FILLER      PIC X(2) VALUE SPACES.                       00486000
004870      05 EPL-REASON  PIC X(64).                                   00487000
004880                                                                  00488000
004890 01 L-EPR-CNT.                                                    00489000
004900      05 EPR-CNT-LABEL PIC X(38).                                 00490000
004910      05 FILLER        PIC X(9) VALUE SPACES.                     00491000
004920      05 EPR-CNT-VALUE PIC Z(6)9.                                 00492000
004930      05 FILLER        PIC X(78) VALUE SPACES.                    00493000
004940                                                                  00494000
004950 01 L-EPR-TOT.                                                    00495000
004960      05 EPR-TOT-LABEL PIC X(38).                                 00496000
004970      05 FILLER        PIC X(4) VALUE SPACES.                     00497000
004980      05 EPR-TOT-VALUE PIC Z(11)9.99-.                            00498000
004990      05 FILLER        PIC X(74) VALUE SPACES.                    00499000
005000                                                                  00500000
005010 77 WS-EDIT-PRC  PIC Z(4)9.99.                                    00501000
005020 77 WS-EDIT-OH   PIC Z(6)9-.                                      00502000
005030                                                                  00503000
005031******************************************************************00503100
005032* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00503200
005033******************************************************************00503300
005034     COPY JLGREC.                                                 00503400
005035                                                                  00503500
005040 PROCEDURE DIVISION.                                              00504000
005041                                                                  00504100
005041     INITIALIZE L-JOBLOG                                          00504101
005042     MOVE 'PJPT3EPO' TO JLG-PROGRAM                               00504200
005043     MOVE 'S' TO JLG-TYPE                                         00504300
005044     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00504400
005050                                                                  00505000
005060     PERFORM 100-INITIALIZE                                       00506000
005070                                                                  00507000
005080     PERFORM 200-READ-E850                                        00508000
005090     PERFORM 300-PROCESS-SEGMENT UNTIL FF-E850                    00509000
005100     IF PO-OPEN                                                   00510000
005110         MOVE 'SE SEGMENT MISSING - PO INCOMPLETE' TO PO-REASON   00511000
005120         PERFORM 400-PROCESS-PO                                   00512000
005130     END-IF                                                       00513000
005140     IF ICHG-OPEN                                                 00514000
005150         PERFORM 690-CLOSE-INTERCHANGE                            00515000
005160     END-IF                                                       00516000
005170                                                                  00517000
005180     PERFORM 900-WRITE-TOTALS                                     00518000
005190                                                                  00519000
005200     IF CREDLIM-OPEN                                              00520000
005210         CLOSE CRLF                                               00521000
005220     END-IF                                                       00522000
005230     IF ARBAL-OPEN                                                00523000
005240         CLOSE ARBF                                               00524000
005250     END-IF                                                       00525000
005260     IF STKMSTR-OPEN                                              00526000
005270         CLOSE STKF                                               00527000
005280     END-IF                                                       00528000
005290     IF INVHIST-OPEN                                              00529000
005300         CLOSE HISF                                               00530000
005310     END-IF                                                       00531000
005320     IF WS-E850-STATUS = '00' OR WS-E850-STATUS = '10'            00532000
005330         CLOSE E850                                               00533000
005340     END-IF                                                       00534000
005350     CLOSE HLDF                                                   00535000
005360     CLOSE SHIPF                                                  00536000
005370     CLOSE EPOF                                                   00537000
005380     CLOSE LOGF                                                   00538000
005390     CLOSE E855                                                   00539000
005400     CLOSE EPOR                                                   00540000
005401                                                                  00540100
005402     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00540200
005403     MOVE WS-PO-READ TO JLG-IN-CNT                                00540300
005404     MOVE WS-PO-LOADED TO JLG-OUT-CNT                             00540400
005405     MOVE RETURN-CODE TO JLG-RC                                   00540500
005406     MOVE 'E' TO JLG-TYPE                                         00540600
005407     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00540700
005408                                                                  00540800
005410     GOBACK.                                                      00541000
005420                                                                  00542000
005430******************************************************************00543000
005440* PARAGRAPHE D INITIALISATION : CARTES SYSIN, TABLES, OUVERTURE   00544000
005450* DES FICHIERS ET LECTURE DE L ENREGISTREMENT DE CONTROLE EDI     00545000
005460******************************************************************00546000
005470 100-INITIALIZE.                                                  00547000
005480     ACCEPT WS-RUN-DATE FROM SYSIN                                00548000
005490     ACCEPT WS-RUN-TIME FROM SYSIN                                00549000
005500     ACCEPT WS-SENDER-CARD FROM SYSIN                             00550000
005510     IF WS-RUN-DATE = SPACES OR WS-RUN-TIME NOT NUMERIC           00551000
005520        OR WS-SND-QUAL = SPACES OR WS-SND-ID = SPACES             00552000
005530         DISPLAY 'SYSIN DATE, TIME OR SENDER CARD INVALID'        00553000
005540         PERFORM ABEND-PROG                                       00554000
005550     END-IF                                                       00555000
005560                                                                  00556000
005570     OPEN OUTPUT E855                                             00557000
005580     OPEN OUTPUT EPOR                                             00558000
005590     MOVE WS-RUN-DATE TO EPT-DATE                                 00559000
005600     MOVE WS-RUN-TIME TO EPT-TIME                                 00560000
005610     WRITE ENR-EDIPOR FROM L-EPR-TITLE                            00561000
005620     WRITE ENR-EDIPOR FROM L-EPR-VIDE                             00562000
005630     WRITE ENR-EDIPOR FROM L-EPR-HDR                              00563000
005640                                                                  00564000
005650     PERFORM 110-LOAD-PROFILES                                    00565000
005660     PERFORM 120-LOAD-XREF                                        00566000
005670     PERFORM 130-LOAD-CONTRACTS                                   00567000
005680     PERFORM 150-OPEN-KSDS                                        00568000
005690                                                                  00569000
005700     OPEN INPUT E850                                              00570000
005710     IF WS-E850-STATUS NOT = '00'                                 00571000
005720         DISPLAY 'NO EDI850 FILE : ' WS-E850-STATUS               00572000
005730         SET FF-E850 TO TRUE                                      00573000
005740     END-IF                                                       00574000
005750     EXIT.                                                        00575000
005760                                                                  00576000
005770******************************************************************00577000
005780* CHARGEMENT DES PROFILS ACTIFS (LES AUTRES SONT IGNORES : LEURS  00578000
005790* COMMANDES SONT REJETEES, PARTENAIRE NON RECONNU)                00579000
005800******************************************************************00580000
005810 110-LOAD-PROFILES.                                               00581000
005820     INITIALIZE PRF-TABLE                                         00582000
005830     OPEN INPUT PRFF                                              00583000
005840     IF WS-PRFF-STATUS = '00'                                     00584000
005850         PERFORM 112-READ-PRFF                                    00585000
005860         PERFORM 114-LOAD-ONE-PROFILE                             00586000
005870            UNTIL WS-PRFF-STATUS NOT = '00'                       00587000
005880         CLOSE PRFF                                               00588000
005890     ELSE                                                         00589000
005900         DISPLAY 'NO EDI PROFILE FILE : ' WS-PRFF-STATUS          00590000
005910     END-IF                                                       00591000
005920     EXIT.                                                        00592000
005930                                                                  00593000
005940 112-READ-PRFF.                                                   00594000
005950     READ PRFF INTO L-EDIPROF                                     00595000
005960     EXIT.                                                        00596000
005970                                                                  00597000
005980 114-LOAD-ONE-PROFILE.                                            00598000
005990     IF EDP-ACTIVE AND EDP-C-NO NUMERIC                           00599000
006000        AND EDP-ISA-ID NOT = SPACES                               00600000
006010         IF WS-PRF-CNT >= WS-PRF-MAX                              00601000
006020             DISPLAY 'PROFILE TABLE FULL - ENTRY SKIPPED : '      00602000
006030                     EDP-C-NO                                     00603000
006040         ELSE                                                     00604000
006050             ADD 1 TO WS-PRF-CNT                                  00605000
006060             SET PRF-IDX TO WS-PRF-CNT                            00606000
006070             MOVE L-EDIPROF TO PRF-REC(PRF-IDX)                   00607000
006080         END-IF                                                   00608000
006090     END-IF                                                       00609000
006100     PERFORM 112-READ-PRFF                                        00610000
006110     EXIT.                                                        00611000
006120                                                                  00612000
006130******************************************************************00613000
006140* CHARGEMENT DE LA TABLE DE CORRESPONDANCE                        00614000
006150******************************************************************00615000
006160 120-LOAD-XREF.                                                   00616000
006170     INITIALIZE XRF-TABLE                                         00617000
006180     OPEN INPUT XRFF                                              00618000
006190     IF WS-XRFF-STATUS = '00'                                     00619000
006200         PERFORM 122-READ-XRFF                                    00620000
006210         PERFORM 124-LOAD-ONE-XREF UNTIL FF-XRFF                  00621000
006220         CLOSE XRFF                                               00622000
006230     ELSE                                                         00623000
006240         DISPLAY 'NO EDI CROSS-REFERENCE FILE : ' WS-XRFF-STATUS  00624000
006250     END-IF                                                       00625000
006260     EXIT.                                                        00626000
006270                                                                  00627000
006280 122-READ-XRFF.                                                   00628000
006290     READ XRFF INTO L-EDIXREF                                     00629000
006300         AT END                                                   00630000
006310              SET FF-XRFF TO TRUE                                 00631000
006320     END-READ                                                     00632000
006330     IF WS-XRFF-STATUS NOT = '00' AND WS-XRFF-STATUS NOT = '10'   00633000
006340         SET FF-XRFF TO TRUE                                      00634000
006350     END-IF                                                       00635000
006360     EXIT.                                                        00636000
006370                                                                  00637000
006380 124-LOAD-ONE-XREF.                                               00638000
006390     IF WS-XRF-CNT >= WS-XRF-MAX                                  00639000
006400         DISPLAY 'CROSS-REFERENCE TABLE FULL - ENTRY SKIPPED : '  00640000
006410                 EDX-PARTNER-ID                                   00641000
006420     ELSE                                                         00642000
006430         IF EDX-CUSTOMER OR EDX-ITEM                              00643000
006440             ADD 1 TO WS-XRF-CNT                                  00644000
006450             SET XRF-IDX TO WS-XRF-CNT                            00645000
006460             MOVE L-EDIXREF TO XRF-REC(XRF-IDX)                   00646000
006470         END-IF                                                   00647000
006480     END-IF                                                       00648000
006490     PERFORM 122-READ-XRFF                                        00649000
006500     EXIT.                                                        00650000
006510                                                                  00651000
006520******************************************************************00652000
006530* CHARGEMENT DES CONDITIONS CLIENT (COMME PJPART3B)               00653000
006540******************************************************************00654000
006550 130-LOAD-CONTRACTS.                                              00655000
006560     INITIALIZE CONTRACT-TABLE                                    00656000
006570     OPEN INPUT CONT                                              00657000
006580     IF WS-CONT-STATUS = '00'                                     00658000
006590         PERFORM 132-READ-CONT                                    00659000
006600         PERFORM 134-LOAD-ONE-CONTRACT UNTIL FF-CONT              00660000
006610         CLOSE CONT                                               00661000
006620     ELSE                                                         00662000
006630         DISPLAY 'NO CONTRACT FILE : ' WS-CONT-STATUS             00663000
006640     END-IF                                                       00664000
006650     EXIT.                                                        00665000
006660                                                                  00666000
006670 132-READ-CONT.                                                   00667000
006680     READ CONT INTO L-CONTRACT                                    00668000
006690         AT END                                                   00669000
006700              SET FF-CONT TO TRUE                                 00670000
006710     END-READ                                                     00671000
006720     IF WS-CONT-STATUS NOT = '00' AND WS-CONT-STATUS NOT = '10'   00672000
006730         SET FF-CONT TO TRUE                                      00673000
006740     END-IF                                                       00674000
006750     EXIT.                                                        00675000
006760                                                                  00676000
006770 134-LOAD-ONE-CONTRACT.                                           00677000
006780     IF WS-CON-CNT >= WS-CON-MAX                                  00678000
006790         DISPLAY 'CONTRACT TABLE FULL - ENTRY SKIPPED : '         00679000
006800                 CON-C-NO                                         00680000
006810     ELSE                                                         00681000
006820         ADD 1 TO WS-CON-CNT                                      00682000
006830         SET CON-IDX TO WS-CON-CNT                                00683000
006840         MOVE CON-C-NO     TO CNT-C-NO(CON-IDX)                   00684000
006850         MOVE CON-P-NO     TO CNT-P-NO(CON-IDX)                   00685000
006860         MOVE CON-TYPE     TO CNT-TYPE(CON-IDX)                   00686000
006870         MOVE CON-PCT      TO CNT-PCT(CON-IDX)                    00687000
006880         MOVE CON-PRICE    TO CNT-PRICE(CON-IDX)                  00688000
006890         MOVE CON-EFF-FROM TO CNT-EFF-FROM(CON-IDX)               00689000
006900         MOVE CON-EFF-TO   TO CNT-EFF-TO(CON-IDX)                 00690000
006910     END-IF                                                       00691000
006920     PERFORM 132-READ-CONT                                        00692000
006930     EXIT.                                                        00693000
006940                                                                  00694000
006950******************************************************************00695000
006960* OUVERTURE DES KSDS. CREDLIM, ARBAL, STKMSTR ET INVHIST SONT     00696000
006970* FACULTATIFS (PAS DE LIMITE, PAS D ENCOURS, PAS DE CONTROLE DE   00697000
006980* STOCK, AUCUNE COMMANDE FACTUREE). EDIPO EST CREE AU PREMIER     00698000
006990* PASSAGE. L ENREGISTREMENT DE CONTROLE EDILOG DONNE LES NUMEROS  00699000
007000* D ECHANGE, PARTAGES AVEC LES FACTURES 810                       00700000
007010******************************************************************00701000
007020 150-OPEN-KSDS.                                                   00702000
007030     OPEN INPUT CRLF                                              00703000
007040     IF WS-CRLF-STATUS = '00'                                     00704000
007050         MOVE 'Y' TO WS-CRLF-SW                                   00705000
007060     ELSE                                                         00706000
007070         DISPLAY 'NO CREDLIM FILE : ' WS-CRLF-STATUS              00707000
007080     END-IF                                                       00708000
007090     OPEN INPUT ARBF                                              00709000
007100     IF WS-ARBF-STATUS = '00'                                     00710000
007110         MOVE 'Y' TO WS-ARBF-SW                                   00711000
007120     ELSE                                                         00712000
007130         DISPLAY 'NO ARBAL FILE : ' WS-ARBF-STATUS                00713000
007140     END-IF                                                       00714000
007150     OPEN INPUT STKF                                              00715000
007160     IF WS-STKF-STATUS = '00'                                     00716000
007170         MOVE 'Y' TO WS-STKF-SW                                   00717000
007180     ELSE                                                         00718000
007190         DISPLAY 'NO STKMSTR FILE : ' WS-STKF-STATUS              00719000
007200     END-IF                                                       00720000
007210     OPEN INPUT HISF                                              00721000
007220     IF WS-HISF-STATUS = '00'                                     00722000
007230         MOVE 'Y' TO WS-HISF-SW                                   00723000
007240     ELSE                                                         00724000
007250         DISPLAY 'NO INVHIST FILE : ' WS-HISF-STATUS              00725000
007260     END-IF                                                       00726000
007270                                                                  00727000
007280     OPEN I-O HLDF                                                00728000
007290     IF WS-HLDF-STATUS NOT = '00'                                 00729000
007300         DISPLAY 'ERREUR OUVERTURE ORDHOLD : ' WS-HLDF-STATUS     00730000
007310         PERFORM ABEND-PROG                                       00731000
007320     END-IF                                                       00732000
007330     OPEN I-O SHIPF                                               00733000
007340     IF WS-SHIPF-STATUS NOT = '00'                                00734000
007350         DISPLAY 'ERREUR OUVERTURE SHIPTO : ' WS-SHIPF-STATUS     00735000
007360         PERFORM ABEND-PROG                                       00736000
007370     END-IF                                                       00737000
007380     OPEN I-O EPOF                                                00738000
007390     IF WS-EPOF-STATUS = '35'                                     00739000
007400         OPEN OUTPUT EPOF                                         00740000
007410         CLOSE EPOF                                               00741000
007420         OPEN I-O EPOF                                            00742000
007430     END-IF                                                       00743000
007440     IF WS-EPOF-STATUS NOT = '00'                                 00744000
007450         DISPLAY 'ERREUR OUVERTURE EDIPO : ' WS-EPOF-STATUS       00745000
007460         PERFORM ABEND-PROG                                       00746000
007470     END-IF                                                       00747000
007480                                                                  00748000
007490     OPEN I-O LOGF                                                00749000
007500     IF WS-LOGF-STATUS = '35'                                     00750000
007510         OPEN OUTPUT LOGF                                         00751000
007520         CLOSE LOGF                                               00752000
007530         OPEN I-O LOGF                                            00753000
007540     END-IF                                                       00754000
007550     IF WS-LOGF-STATUS NOT = '00'                                 00755000
007560         DISPLAY 'ERREUR OUVERTURE EDILOG : ' WS-LOGF-STATUS      00756000
007570         PERFORM ABEND-PROG                                       00757000
007580     END-IF                                                       00758000
007590     MOVE ZERO TO EDL-ICN                                         00759000
007600     MOVE ZERO TO EDL-STCN                                        00760000
007610     READ LOGF KEY IS EDL-KEY                                     00761000
007620     IF WS-LOGF-STATUS = '23'                                     00762000
007630         INITIALIZE L-EDILOG                                      00763000
007640         MOVE ZERO TO EDL-LAST-ICN                                00764000
007650         WRITE L-EDILOG                                           00765000
007660     END-IF                                                       00766000
007670     IF WS-LOGF-STATUS NOT = '00'                                 00767000
007680         DISPLAY 'ERREUR CONTROLE EDILOG : ' WS-LOGF-STATUS       00768000
007690         PERFORM ABEND-PROG                                       00769000
007700     END-IF                                                       00770000
007710     MOVE EDL-LAST-ICN TO WS-ICN                                  00771000
007720     EXIT.                                                        00772000
007730                                                                  00773000
007740 200-READ-E850.                                                   00774000
007750     READ E850                                                    00775000
007760         AT END                                                   00776000
007770              SET FF-E850 TO TRUE                                 00777000
007780         NOT AT END                                               00778000
007790              ADD 1 TO WS-SEG-READ                                00779000
007800     END-READ                                                     00780000
007810     EXIT.                                                        00781000
007820                                                                  00782000
007830******************************************************************00783000
007840* TRAITEMENT D UN SEGMENT RECU : ISA IDENTIFIE LE PARTENAIRE, GS  00784000
007850* LE TYPE DE GROUPE (PO), ST A SE DELIMITENT UNE COMMANDE 850     00785000
007860******************************************************************00786000
007870 300-PROCESS-SEGMENT.                                             00787000
007880     INITIALIZE SEG-TABLE                                         00788000
007890     UNSTRING ENR-EDI850 DELIMITED BY '*' OR '~'                  00789000
007900         INTO SEG-E(1)  SEG-E(2)  SEG-E(3)  SEG-E(4)              00790000
007910              SEG-E(5)  SEG-E(6)  SEG-E(7)  SEG-E(8)              00791000
007920              SEG-E(9)  SEG-E(10) SEG-E(11) SEG-E(12)             00792000
007930              SEG-E(13) SEG-E(14) SEG-E(15) SEG-E(16)             00793000
007940     END-UNSTRING                                                 00794000
007950     EVALUATE SEG-E(1)                                            00795000
007960         WHEN 'ISA'                                               00796000
007970             PERFORM 310-START-INTERCHANGE                        00797000
007980         WHEN 'GS'                                                00798000
007990             IF SEG-E(2) = 'PO'                                   00799000
008000                 MOVE 'Y' TO WS-GRP-SW                            00800000
008010             ELSE                                                 00801000
008020                 MOVE 'N' TO WS-GRP-SW                            00802000
008030             END-IF                                               00803000
008040         WHEN 'ST'                                                00804000
008050             IF GRP-PO AND SEG-E(2) = '850'                       00805000
008060                 IF PO-OPEN                                       00806000
008070                     MOVE 'SE SEGMENT MISSING - PO INCOMPLETE'    00807000
008080                        TO PO-REASON                              00808000
008090                     PERFORM 400-PROCESS-PO                       00809000
008100                 END-IF                                           00810000
008110                 PERFORM 320-START-PO                             00811000
008120             END-IF                                               00812000
008130         WHEN 'BEG'                                               00813000
008140             IF PO-OPEN                                           00814000
008150                 MOVE 'Y'       TO PO-BEG-SW                      00815000
008160                 MOVE SEG-E(2)  TO PO-PURPOSE                     00816000
008170                 MOVE SEG-E(4)  TO PO-NUMBER                      00817000
008180                 MOVE SEG-E(6)  TO PO-DATE                        00818000
008190             END-IF                                               00819000
008200         WHEN 'N1'                                                00820000
008210             IF PO-OPEN                                           00821000
008220                 PERFORM 330-PARTY                                00822000
008230             END-IF                                               00823000
008240         WHEN 'N3'                                                00824000
008250             IF PO-OPEN AND WS-PARTY = 'ST'                       00825000
008260                 STRING SEG-E(2) DELIMITED BY '  '                00826000
008270                        ' '      DELIMITED BY SIZE                00827000
008280                        SEG-E(3) DELIMITED BY '  '                00828000
008290                        INTO PO-SHIP-ADDR                         00829000
008300                 END-STRING                                       00830000
008310             END-IF                                               00831000
008320         WHEN 'N4'                                                00832000
008330             IF PO-OPEN AND WS-PARTY = 'ST'                       00833000
008340                 MOVE SEG-E(2)      TO PO-SHIP-CITY               00834000
008350                 MOVE SEG-E(3)      TO PO-SHIP-ST                 00835000
008360                 MOVE SEG-E(4)(1:5) TO PO-SHIP-ZIP                00836000
008370             END-IF                                               00837000
008380         WHEN 'PO1'                                               00838000
008390             IF PO-OPEN                                           00839000
008400                 PERFORM 340-ADD-LINE                             00840000
008410             END-IF                                               00841000
008420         WHEN 'SE'                                                00842000
008430             IF PO-OPEN                                           00843000
008440                 PERFORM 400-PROCESS-PO                           00844000
008450             END-IF                                               00845000
008460         WHEN 'IEA'                                               00846000
008470             IF ICHG-OPEN                                         00847000
008480                 PERFORM 690-CLOSE-INTERCHANGE                    00848000
008490             END-IF                                               00849000
008500     END-EVALUATE                                                 00850000
008510     PERFORM 200-READ-E850                                        00851000
008520     EXIT.                                                        00852000
008530                                                                  00853000
008540******************************************************************00854000
008550* DEBUT D UN ECHANGE RECU : ISA06 (ELEMENT 7) EST L IDENTIFIANT   00855000
008560* DE L EMETTEUR, RECHERCHE PARMI LES PROFILS ACTIFS               00856000
008570******************************************************************00857000
008580 310-START-INTERCHANGE.                                           00858000
008590     IF ICHG-OPEN                                                 00859000
008600         PERFORM 690-CLOSE-INTERCHANGE                            00860000
008610     END-IF                                                       00861000
008620     MOVE SEG-E(7) TO WS-ISA-ID                                   00862000
008630     MOVE 'N' TO WS-GRP-SW                                        00863000
008640     MOVE ZERO TO WS-PTN-IX                                       00864000
008650     PERFORM 312-SCAN-PROFILE                                     00865000
008660        VARYING PRF-IDX FROM 1 BY 1 UNTIL PRF-IDX > WS-PRF-CNT    00866000
008670     IF WS-PTN-IX > ZERO                                          00867000
008680         SET PRF-IDX TO WS-PTN-IX                                 00868000
008690         MOVE PRF-REC(PRF-IDX) TO L-EDIPROF                       00869000
008700     ELSE                                                         00870000
008710         INITIALIZE L-EDIPROF                                     00871000
008720     END-IF                                                       00872000
008730     EXIT.                                                        00873000
008740                                                                  00874000
008750 312-SCAN-PROFILE.                                                00875000
008760     IF WS-PTN-IX = ZERO                                          00876000
008770         MOVE PRF-REC(PRF-IDX) TO L-EDIPROF                       00877000
008780         IF EDP-ISA-ID = WS-ISA-ID                                00878000
008790             SET WS-PTN-IX TO PRF-IDX                             00879000
008800         END-IF                                                   00880000
008810     END-IF                                                       00881000
008820     EXIT.                                                        00882000
008830                                                                  00883000
008840 320-START-PO.                                                    00884000
008850     INITIALIZE WS-PO                                             00885000
008860     INITIALIZE LIN-TABLE                                         00886000
008870     MOVE 'Y' TO WS-PO-SW                                         00887000
008880     MOVE SPACES TO WS-PARTY                                      00888000
008890     ADD 1 TO WS-PO-READ                                          00889000
008900     EXIT.                                                        00890000
008910                                                                  00891000
008920 330-PARTY.                                                       00892000
008930     MOVE SEG-E(2) TO WS-PARTY                                    00893000
008940     EVALUATE SEG-E(2)                                            00894000
008950         WHEN 'BY'                                                00895000
008960             MOVE SEG-E(5) TO PO-BY-ID                            00896000
008970         WHEN 'ST'                                                00897000
008980             MOVE SEG-E(3) TO PO-SHIP-NAME                        00898000
008990     END-EVALUATE                                                 00899000
009000     EXIT.                                                        00900000
009010                                                                  00901000
009020******************************************************************00902000
009030* LIGNE PO1 : IDENTIFIANT, QUANTITE, UNITE, PRIX, PUIS LES PAIRES 00903000
009040* QUALIFIANT / IDENTIFIANT D ARTICLE (VP = NOTRE NUMERO PRODUIT,  00904000
009050* BP OU AUTRE = NUMERO DU CLIENT, A TRADUIRE PAR EDIXREF)         00905000
009060******************************************************************00906000
009070 340-ADD-LINE.                                                    00907000
009080     IF PO-LINE-CNT >= WS-LIN-MAX                                 00908000
009090         MOVE 'MORE THAN 99 LINES - PO NOT LOADED' TO PO-REASON   00909000
009100     ELSE                                                         00910000
009110         ADD 1 TO PO-LINE-CNT                                     00911000
009120         SET LIN-IDX TO PO-LINE-CNT                               00912000
009130         MOVE SEG-E(2) TO LIN-ID(LIN-IDX)                         00913000
009140         MOVE SEG-E(3) TO LIN-QTY-TXT(LIN-IDX)                    00914000
009150         MOVE SEG-E(4) TO LIN-UOM(LIN-IDX)                        00915000
009160         MOVE SEG-E(5) TO LIN-PRC-TXT(LIN-IDX)                    00916000
009170         PERFORM 342-ITEM-PAIR                                    00917000
009180            VARYING WS-PAIR-I FROM 7 BY 2 UNTIL WS-PAIR-I > 15    00918000
009190     END-IF                                                       00919000
009200     EXIT.                                                        00920000
009210                                                                  00921000
009220 342-ITEM-PAIR.                                                   00922000
009230     IF SEG-E(WS-PAIR-I) = 'VP'                                   00923000
009240         IF LIN-VP-ID(LIN-IDX) = SPACES                           00924000
009250             MOVE SEG-E(WS-PAIR-I + 1) TO LIN-VP-ID(LIN-IDX)      00925000
009260         END-IF                                                   00926000
009270     ELSE                                                         00927000
009280         IF SEG-E(WS-PAIR-I) NOT = SPACES                         00928000
009290            AND LIN-BP-ID(LIN-IDX) = SPACES                       00929000
009300             MOVE SEG-E(WS-PAIR-I + 1) TO LIN-BP-ID(LIN-IDX)      00930000
009310         END-IF                                                   00931000
009320     END-IF                                                       00932000
009330     EXIT.                                                        00933000
009340                                                                  00934000
009350******************************************************************00935000
009360* TRAITEMENT D UNE COMMANDE COMPLETE : CONTROLES DE L ENTETE ET   00936000
009370* DES LIGNES, CHARGEMENT DANS ORDERS/ITEMS, ACCUSE 855 ET ETAT    00937000
009380******************************************************************00938000
009390 400-PROCESS-PO.                                                  00939000
009400     MOVE 'N' TO WS-PO-SW                                         00940000
009410     MOVE 'N' TO WS-OVER-SW                                       00941000
009420     MOVE ZERO TO PO-O-NO                                         00942000
009430     IF PO-REASON = SPACES                                        00943000
009440         PERFORM 410-EDIT-HEADER                                  00944000
009450     END-IF                                                       00945000
009460     IF PO-REASON = SPACES                                        00946000
009470         PERFORM 450-EDIT-LINE                                    00947000
009480            VARYING LIN-IDX FROM 1 BY 1                           00948000
009490               UNTIL LIN-IDX > PO-LINE-CNT                        00949000
009500         IF PO-LINE-OK = ZERO                                     00950000
009510             MOVE 'NO LINE COULD BE LOADED' TO PO-REASON          00951000
009520         END-IF                                                   00952000
009530     END-IF                                                       00953000
009540     IF PO-REASON = SPACES                                        00954000
009550         PERFORM 500-LOAD-ORDER                                   00955000
009560     END-IF                                                       00956000
009570                                                                  00957000
009580     IF PO-REASON(1:10) = 'DUPLICATE '                            00958000
009590         ADD 1 TO WS-PO-DUP                                       00959000
009600     ELSE                                                         00960000
009610         IF WS-PTN-IX > ZERO                                      00961000
009620             PERFORM 600-WRITE-855                                00962000
009630         END-IF                                                   00963000
009640     END-IF                                                       00964000
009650     PERFORM 700-REPORT-PO                                        00965000
009660     EXIT.                                                        00966000
009670                                                                  00967000
009680******************************************************************00968000
009690* CONTROLES DE L ENTETE : PARTENAIRE CONNU, COMMANDE ORIGINALE,   00969000
009700* COMMANDE PAS DEJA CHARGEE, CLIENT ET COMMERCIAL (COMME PJORDE)  00970000
009710* ET ETAT DE LIVRAISON                                            00971000
009720******************************************************************00972000
009730 410-EDIT-HEADER.                                                 00973000
009740     EVALUATE TRUE                                                00974000
009750         WHEN WS-PTN-IX = ZERO                                    00975000
009760             MOVE 'TRADING PARTNER NOT PROFILED' TO PO-REASON     00976000
009770         WHEN NOT PO-BEG-SEEN                                     00977000
009780             MOVE 'BEG SEGMENT MISSING' TO PO-REASON              00978000
009790         WHEN PO-PURPOSE NOT = '00'                               00979000
009800             MOVE 'ONLY ORIGINAL POS (BEG01 00) ARE LOADED'       00980000
009810                TO PO-REASON                                      00981000
009820         WHEN PO-NUMBER = SPACES                                  00982000
009830             MOVE 'PURCHASE ORDER NUMBER MISSING' TO PO-REASON    00983000
009840         WHEN PO-LINE-CNT = ZERO                                  00984000
009850             MOVE 'NO PO1 LINE' TO PO-REASON                      00985000
009860     END-EVALUATE                                                 00986000
009870     IF PO-REASON = SPACES                                        00987000
009880         MOVE WS-ISA-ID TO EDO-ISA-ID                             00988000
009890         MOVE PO-NUMBER TO EDO-PO-NO                              00989000
009900         READ EPOF KEY IS EDO-KEY                                 00990000
009910         EVALUATE WS-EPOF-STATUS                                  00991000
009920             WHEN '00'                                            00992000
009930                 MOVE SPACES TO PO-REASON                         00993000
009940                 STRING 'DUPLICATE - LOADED AS ORDER '            00994000
009950                                        DELIMITED BY SIZE         00995000
009960                        EDO-O-NO        DELIMITED BY SIZE         00996000
009970                        INTO PO-REASON                            00997000
009980                 END-STRING                                       00998000
009990             WHEN '23'                                            00999000
010000                 CONTINUE                                         01000000
010010             WHEN OTHER                                           01001000
010020                 DISPLAY 'ERREUR LECTURE EDIPO : ' WS-EPOF-STATUS 01002000
010030                 PERFORM ABEND-PROG                               01003000
010040         END-EVALUATE                                             01004000
010050     END-IF                                                       01005000
010060     IF PO-REASON = SPACES                                        01006000
010070         PERFORM 420-FIND-CUSTOMER                                01007000
010080     END-IF                                                       01008000
010090     IF PO-REASON = SPACES                                        01009000
010100         PERFORM 430-CHECK-CUSTOMER                               01010000
010110     END-IF                                                       01011000
010120     IF PO-REASON = SPACES                                        01012000
010130         PERFORM 440-CHECK-EMPLOYEE                               01013000
010140     END-IF                                                       01014000
010150     IF PO-REASON = SPACES                                        01015000
010160         IF PO-SHIP-NAME NOT = SPACES AND PO-SHIP-ST = SPACES     01016000
010170             MOVE 'SHIP-TO STATE REQUIRED WITH A SHIP-TO NAME'    01017000
010180                TO PO-REASON                                      01018000
010190         END-IF                                                   01019000
010200     END-IF                                                       01020000
010210     EXIT.                                                        01021000
010220                                                                  01022000
010230******************************************************************01023000
010240* CLIENT : LE BUYER ID (N1*BY) PASSE PAR EDIXREF ; SANS BUYER ID  01024000
010250* LE CLIENT EST CELUI DU PROFIL. COMMERCIAL DE LA CORRESPONDANCE  01025000
010260* OU, A DEFAUT, DU PROFIL                                         01026000
010270******************************************************************01027000
010280 420-FIND-CUSTOMER.                                               01028000
010290     MOVE EDP-C-NO TO PO-C-NO                                     01029000
010300     MOVE EDP-S-NO TO PO-S-NO                                     01030000
010310     IF PO-BY-ID NOT = SPACES                                     01031000
010320         MOVE 'C'      TO WS-XRF-TYPE                             01032000
010330         MOVE PO-BY-ID TO WS-XRF-ID                               01033000
010340         PERFORM 425-FIND-XREF                                    01034000
010350         IF WS-XRF-HIT = ZERO                                     01035000
010360             MOVE 'BUYER ID NOT IN CROSS-REFERENCE' TO PO-REASON  01036000
010370         ELSE                                                     01037000
010380             SET XRF-IDX TO WS-XRF-HIT                            01038000
010390             MOVE XRF-REC(XRF-IDX) TO L-EDIXREF                   01039000
010400             MOVE EDX-C-NO TO PO-C-NO                             01040000
010410             IF EDX-S-NO NUMERIC AND EDX-S-NO > ZERO              01041000
010420                 MOVE EDX-S-NO TO PO-S-NO                         01042000
010430             END-IF                                               01043000
010440         END-IF                                                   01044000
010450     END-IF                                                       01045000
010460     EXIT.                                                        01046000
010470                                                                  01047000
010480 425-FIND-XREF.                                                   01048000
010490     MOVE ZERO TO WS-XRF-HIT                                      01049000
010500     PERFORM 427-SCAN-XREF                                        01050000
010510        VARYING XRF-IDX FROM 1 BY 1 UNTIL XRF-IDX > WS-XRF-CNT    01051000
010520     EXIT.                                                        01052000
010530                                                                  01053000
010540 427-SCAN-XREF.                                                   01054000
010550     IF WS-XRF-HIT = ZERO                                         01055000
010560        AND XRF-REC(XRF-IDX)(1:1) = WS-XRF-TYPE                   01056000
010570        AND XRF-REC(XRF-IDX)(2:15) = WS-ISA-ID                    01057000
010580        AND XRF-REC(XRF-IDX)(17:30) = WS-XRF-ID                   01058000
010590         SET WS-XRF-HIT TO XRF-IDX                                01059000
010600     END-IF                                                       01060000
010610     EXIT.                                                        01061000
010620                                                                  01062000
010630 430-CHECK-CUSTOMER.                                              01063000
010640     INITIALIZE ST-CUSTS                                          01064000
010650     MOVE PO-C-NO TO CUSTS-C-NO                                   01065000
010660     EXEC SQL                                                     01066000
010670        SELECT COMPANY                                            01067000
010680            INTO :CUSTS-COMPANY                                   01068000
010690            FROM API5.CUSTOMERS                                   01069000
010700            WHERE C_NO = :CUSTS-C-NO                              01070000
010710     END-EXEC                                                     01071000
010720     EVALUATE TRUE                                                01072000
010730         WHEN SQLCODE = ZERO                                      01073000
010740             MOVE CUSTS-COMPANY TO PO-COMPANY                     01074000
010750         WHEN SQLCODE = +100                                      01075000
010760             MOVE 'CUSTOMER NOT ON FILE' TO PO-REASON             01076000
010770         WHEN OTHER                                               01077000
010780             PERFORM 950-SQL-ERROR                                01078000
010790     END-EVALUATE                                                 01079000
010800     EXIT.                                                        01080000
010810                                                                  01081000
010820 440-CHECK-EMPLOYEE.                                              01082000
010830     INITIALIZE ST-EMPLO                                          01083000
010840     MOVE PO-S-NO TO EMPLO-E-NO                                   01084000
010850     EXEC SQL                                                     01085000
010860        SELECT LNAME, FNAME                                       01086000
010870            INTO :EMPLO-LNAME, :EMPLO-FNAME                       01087000
010880            FROM API5.EMPLOYEES                                   01088000
010890            WHERE E_NO = :EMPLO-E-NO                              01089000
010900     END-EXEC                                                     01090000
010910     EVALUATE TRUE                                                01091000
010920         WHEN SQLCODE = ZERO                                      01092000
010930             CONTINUE                                             01093000
010940         WHEN SQLCODE = +100                                      01094000
010950             MOVE 'SALESPERSON NOT ON FILE' TO PO-REASON          01095000
010960         WHEN OTHER                                               01096000
010970             PERFORM 950-SQL-ERROR                                01097000
010980     END-EVALUATE                                                 01098000
010990     EXIT.                                                        01099000
011000                                                                  01100000
011010******************************************************************01101000
011020* CONTROLES D UNE LIGNE (COMME PJORDE) : ARTICLE TRADUIT, PRODUIT 01102000
011030* CONNU, QUANTITE 01 A 99 ; PRIX DU CONTRAT OU, A DEFAUT, DU      01103000
011040* PRODUIT. UN PRIX DU CLIENT DIFFERENT EST SIGNALE (IP), UN STOCK 01104000
011050* INSUFFISANT AUSSI (IB) ; LA LIGNE EST CHARGEE A NOTRE PRIX      01105000
011060******************************************************************01106000
011070 450-EDIT-LINE.                                                   01107000
011080     MOVE 'IA'   TO LIN-ACK(LIN-IDX)                              01108000
011090     MOVE SPACES TO LIN-REASON(LIN-IDX)                           01109000
011100     PERFORM 452-MAP-ITEM                                         01110000
011110     IF NOT LIN-REJECTED(LIN-IDX)                                 01111000
011120         PERFORM 454-CHECK-PRODUCT                                01112000
011130     END-IF                                                       01113000
011140     IF NOT LIN-REJECTED(LIN-IDX)                                 01114000
011150         MOVE LIN-QTY-TXT(LIN-IDX) TO WS-DEC-TXT                  01115000
011160         PERFORM 470-CONVERT-DEC                                  01116000
011170         IF NOT DEC-OK OR WS-DEC-VAL < 1 OR WS-DEC-VAL > 99       01117000
011180            OR WS-DEC-F4N NOT = ZERO                              01118000
011190             MOVE 'IR' TO LIN-ACK(LIN-IDX)                        01119000
011200             MOVE 'QUANTITY MUST BE 01 - 99'                      01120000
011210                TO LIN-REASON(LIN-IDX)                            01121000
011220         ELSE                                                     01122000
011230             MOVE WS-DEC-I9 TO LIN-QTY(LIN-IDX)                   01123000
011240         END-IF                                                   01124000
011250     END-IF                                                       01125000
011260     IF NOT LIN-REJECTED(LIN-IDX)                                 01126000
011270         PERFORM 456-SET-PRICE                                    01127000
011280         PERFORM 458-CHECK-STOCK                                  01128000
011290         ADD 1 TO PO-LINE-OK                                      01129000
011300     END-IF                                                       01130000
011310     IF LIN-ACK(LIN-IDX) NOT = 'IA'                               01131000
011320         ADD 1 TO PO-CHANGED                                      01132000
011330     END-IF                                                       01133000
011340     EXIT.                                                        01134000
011350                                                                  01135000
011360 452-MAP-ITEM.                                                    01136000
011370     MOVE SPACES TO LIN-P-NO(LIN-IDX)                             01137000
011380     IF LIN-VP-ID(LIN-IDX) NOT = SPACES                           01138000
011390         IF LIN-VP-ID(LIN-IDX)(4:27) = SPACES                     01139000
011400             MOVE LIN-VP-ID(LIN-IDX)(1:3) TO LIN-P-NO(LIN-IDX)    01140000
011410         ELSE                                                     01141000
011420             MOVE 'IR' TO LIN-ACK(LIN-IDX)                        01142000
011430             MOVE 'VENDOR PART NUMBER TOO LONG'                   01143000
011440                TO LIN-REASON(LIN-IDX)                            01144000
011450         END-IF                                                   01145000
011460     ELSE                                                         01146000
011470         IF LIN-BP-ID(LIN-IDX) = SPACES                           01147000
011480             MOVE 'IR' TO LIN-ACK(LIN-IDX)                        01148000
011490             MOVE 'NO ITEM NUMBER ON THE LINE'                    01149000
011500                TO LIN-REASON(LIN-IDX)                            01150000
011510         ELSE                                                     01151000
011520             MOVE 'I' TO WS-XRF-TYPE                              01152000
011530             MOVE LIN-BP-ID(LIN-IDX) TO WS-XRF-ID                 01153000
011540             PERFORM 425-FIND-XREF                                01154000
011550             IF WS-XRF-HIT = ZERO                                 01155000
011560                 MOVE 'IR' TO LIN-ACK(LIN-IDX)                    01156000
011570                 MOVE 'BUYER ITEM NOT IN CROSS-REFERENCE'         01157000
011580                    TO LIN-REASON(LIN-IDX)                        01158000
011590             ELSE                                                 01159000
011600                 SET XRF-IDX TO WS-XRF-HIT                        01160000
011610                 MOVE XRF-REC(XRF-IDX) TO L-EDIXREF               01161000
011620                 MOVE EDX-P-NO TO LIN-P-NO(LIN-IDX)               01162000
011630             END-IF                                               01163000
011640         END-IF                                                   01164000
011650     END-IF                                                       01165000
011660     EXIT.                                                        01166000
011670                                                                  01167000
011680 454-CHECK-PRODUCT.                                               01168000
011690     INITIALIZE ST-PROD                                           01169000
011700     MOVE LIN-P-NO(LIN-IDX) TO PROD-P-NO                          01170000
011710     EXEC SQL                                                     01171000
011720        SELECT DESCRIPTION, PRICE                                 01172000
011730            INTO :PROD-DESCRIPTION, :PROD-PRICE                   01173000
011740            FROM API5.PRODUCTS                                    01174000
011750            WHERE P_NO = :PROD-P-NO                               01175000
011760     END-EXEC                                                     01176000
011770     EVALUATE TRUE                                                01177000
011780         WHEN SQLCODE = ZERO                                      01178000
011790             CONTINUE                                             01179000
011800         WHEN SQLCODE = +100                                      01180000
011810             MOVE 'IR' TO LIN-ACK(LIN-IDX)                        01181000
011820             MOVE 'PRODUCT NOT ON FILE' TO LIN-REASON(LIN-IDX)    01182000
011830         WHEN OTHER                                               01183000
011840             PERFORM 950-SQL-ERROR                                01184000
011850     END-EVALUATE                                                 01185000
011860     EXIT.                                                        01186000
011870                                                                  01187000
011880 456-SET-PRICE.                                                   01188000
011890     MOVE PROD-PRICE TO LIN-PRICE(LIN-IDX)                        01189000
011900     MOVE ZERO TO WS-CON-HIT                                      01190000
011910     PERFORM 457-SCAN-CONTRACT                                    01191000
011920        VARYING WS-CON-I FROM 1 BY 1                              01192000
011930           UNTIL WS-CON-I > WS-CON-CNT                            01193000
011940     IF WS-CON-HIT > ZERO                                         01194000
011950         IF CNT-TYPE(WS-CON-HIT) = 'P'                            01195000
011960             MOVE CNT-PRICE(WS-CON-HIT) TO LIN-PRICE(LIN-IDX)     01196000
011970         END-IF                                                   01197000
011980     END-IF                                                       01198000
011990     MOVE LIN-PRICE(LIN-IDX) TO LIN-PO-PRICE(LIN-IDX)             01199000
012000     IF LIN-PRC-TXT(LIN-IDX) NOT = SPACES                         01200000
012010         MOVE LIN-PRC-TXT(LIN-IDX) TO WS-DEC-TXT                  01201000
012020         PERFORM 470-CONVERT-DEC                                  01202000
012030         IF DEC-OK AND WS-DEC-VAL < 100000                        01203000
012040             MOVE WS-DEC-VAL TO LIN-PO-PRICE(LIN-IDX)             01204000
012050         END-IF                                                   01205000
012060     END-IF                                                       01206000
012070     IF LIN-PO-PRICE(LIN-IDX) NOT = LIN-PRICE(LIN-IDX)            01207000
012080         MOVE 'IP' TO LIN-ACK(LIN-IDX)                            01208000
012090         MOVE LIN-PRICE(LIN-IDX) TO WS-EDIT-PRC                   01209000
012100         MOVE SPACES TO LIN-REASON(LIN-IDX)                       01210000
012110         STRING 'PRICE CHANGED TO OUR PRICE ' DELIMITED BY SIZE   01211000
012120                WS-EDIT-PRC                   DELIMITED BY SIZE   01212000
012130                INTO LIN-REASON(LIN-IDX)                          01213000
012140         END-STRING                                               01214000
012150     END-IF                                                       01215000
012160     EXIT.                                                        01216000
012170                                                                  01217000
012180 457-SCAN-CONTRACT.                                               01218000
012190     IF CNT-C-NO(WS-CON-I) = PO-C-NO                              01219000
012200        AND (CNT-P-NO(WS-CON-I) = LIN-P-NO(LIN-IDX)               01220000
012210             OR CNT-P-NO(WS-CON-I) = '***')                       01221000
012220        AND WS-RUN-DATE >= CNT-EFF-FROM(WS-CON-I)                 01222000
012230        AND WS-RUN-DATE <= CNT-EFF-TO(WS-CON-I)                   01223000
012240         IF WS-CON-HIT = ZERO                                     01224000
012250            OR (CNT-P-NO(WS-CON-HIT) = '***'                      01225000
012260                AND CNT-P-NO(WS-CON-I) NOT = '***')               01226000
012270             MOVE WS-CON-I TO WS-CON-HIT                          01227000
012280         END-IF                                                   01228000
012290     END-IF                                                       01229000
012300     EXIT.                                                        01230000
012310                                                                  01231000
012320******************************************************************01232000
012330* DISPONIBILITE : QUANTITE SUPERIEURE AU STOCK = RELIQUAT (IB).   01233000
012340* PAS D ENREGISTREMENT STOCK = ARTICLE NON GERE EN STOCK          01234000
012350******************************************************************01235000
012360 458-CHECK-STOCK.                                                 01236000
012370     MOVE ZERO TO LIN-ONHAND(LIN-IDX)                             01237000
012380     IF STKMSTR-OPEN                                              01238000
012390         MOVE LIN-P-NO(LIN-IDX) TO STK-P-NO                       01239000
012400         READ STKF KEY IS STK-KEY                                 01240000
012410         IF WS-STKF-STATUS = '00'                                 01241000
012420             MOVE STK-ONHAND TO LIN-ONHAND(LIN-IDX)               01242000
012430             IF LIN-QTY(LIN-IDX) > STK-ONHAND                     01243000
012440                 MOVE STK-ONHAND TO WS-EDIT-OH                    01244000
012450                 IF LIN-ACK(LIN-IDX) = 'IA'                       01245000
012460                     MOVE 'IB' TO LIN-ACK(LIN-IDX)                01246000
012470                     MOVE SPACES TO LIN-REASON(LIN-IDX)           01247000
012480                     STRING 'SHORT,' DELIMITED BY SIZE            01248000
012490                            WS-EDIT-OH DELIMITED BY SIZE          01249000
012500                            ' ON HAND, BACKORDER'                 01250000
012510                                     DELIMITED BY SIZE            01251000
012520                            INTO LIN-REASON(LIN-IDX)              01252000
012530                     END-STRING                                   01253000
012540                 END-IF                                           01254000
012550             END-IF                                               01255000
012560         END-IF                                                   01256000
012570     END-IF                                                       01257000
012580     EXIT.                                                        01258000
012590                                                                  01259000
012600******************************************************************01260000
012610* CONVERSION D UN NOMBRE TEXTE (PARTIE ENTIERE DE 7 CHIFFRES AU   01261000
012620* PLUS, 4 DECIMALES AU PLUS) DANS WS-DEC-VAL                      01262000
012630******************************************************************01263000
012640 470-CONVERT-DEC.                                                 01264000
012650     MOVE 'N' TO WS-DEC-SW                                        01265000
012660     MOVE SPACES TO WS-DEC-INT WS-DEC-FRC                         01266000
012670     MOVE ZERO TO WS-DEC-ILEN WS-DEC-FLEN WS-DEC-I9 WS-DEC-VAL    01267000
012680     MOVE '0000' TO WS-DEC-F4                                     01268000
012690     UNSTRING WS-DEC-TXT DELIMITED BY '.' OR SPACE                01269000
012700         INTO WS-DEC-INT COUNT IN WS-DEC-ILEN                     01270000
012710              WS-DEC-FRC COUNT IN WS-DEC-FLEN                     01271000
012720     END-UNSTRING                                                 01272000
012730     IF WS-DEC-ILEN < 8 AND WS-DEC-FLEN < 5                       01273000
012740        AND WS-DEC-ILEN + WS-DEC-FLEN > ZERO                      01274000
012750         MOVE 'Y' TO WS-DEC-SW                                    01275000
012760         IF WS-DEC-ILEN > ZERO                                    01276000
012770             IF WS-DEC-INT(1:WS-DEC-ILEN) NUMERIC                 01277000
012780                 MOVE WS-DEC-INT(1:WS-DEC-ILEN) TO WS-DEC-I9      01278000
012790             ELSE                                                 01279000
012800                 MOVE 'N' TO WS-DEC-SW                            01280000
012810             END-IF                                               01281000
012820         END-IF                                                   01282000
012830         IF WS-DEC-FLEN > ZERO                                    01283000
012840             IF WS-DEC-FRC(1:WS-DEC-FLEN) NUMERIC                 01284000
012850                 MOVE WS-DEC-FRC(1:WS-DEC-FLEN)                   01285000
012860                    TO WS-DEC-F4(1:WS-DEC-FLEN)                   01286000
012870             ELSE                                                 01287000
012880                 MOVE 'N' TO WS-DEC-SW                            01288000
012890             END-IF                                               01289000
012900         END-IF                                                   01290000
012910     END-IF                                                       01291000
012920     IF DEC-OK                                                    01292000
012930         COMPUTE WS-DEC-VAL = WS-DEC-I9 + WS-DEC-F4N / 10000      01293000
012940     END-IF                                                       01294000
012950     EXIT.                                                        01295000
012960                                                                  01296000
012970******************************************************************01297000
012980* CHARGEMENT DE LA COMMANDE : NUMERO SUIVANT (LES NUMEROS 900000  01298000
012990* ET PLUS SONT RESERVES AUX AVOIRS DE RISTOURNE), ORDERS PUIS     01299000
013000* ITEMS DANS UNE MEME UNITE DE TRAVAIL, CONTROLE DE CREDIT, PUIS  01300000
013010* LIVRAISON, BLOCAGE ET JOURNAL EDIPO, ET COMMIT                  01301000
013020******************************************************************01302000
013030 500-LOAD-ORDER.                                                  01303000
013040     MOVE 'Y' TO WS-SQL-SW                                        01304000
013050     INITIALIZE ST-ORDER                                          01305000
013060     EXEC SQL                                                     01306000
013070        SELECT MAX(O_NO)                                          01307000
013080            INTO :ORDER-O-NO :WS-MAX-IND                          01308000
013090            FROM API5.ORDERS                                      01309000
013100            WHERE O_NO < 900000                                   01310000
013110     END-EXEC                                                     01311000
013120     IF SQLCODE NOT = ZERO                                        01312000
013130         PERFORM 950-SQL-ERROR                                    01313000
013140     ELSE                                                         01314000
013150         IF WS-MAX-IND < ZERO                                     01315000
013160             MOVE ZERO TO ORDER-O-NO                              01316000
013170         END-IF                                                   01317000
013180         IF ORDER-O-NO >= 899999                                  01318000
013190             DISPLAY 'ORDER NUMBERS EXHAUSTED BELOW 900000'       01319000
013200             PERFORM ABEND-PROG                                   01320000
013210         END-IF                                                   01321000
013220         ADD 1 TO ORDER-O-NO                                      01322000
013230         MOVE ORDER-O-NO  TO PO-O-NO                              01323000
013240         MOVE PO-S-NO     TO ORDER-S-NO                           01324000
013250         MOVE PO-C-NO     TO ORDER-C-NO                           01325000
013260         MOVE WS-RUN-DATE TO ORDER-O-DATE                         01326000
013270         EXEC SQL                                                 01327000
013280            INSERT INTO API5.ORDERS                               01328000
013290               (O_NO, S_NO, C_NO, O_DATE)                         01329000
013300            VALUES (:ORDER-O-NO, :ORDER-S-NO,                     01330000
013310                    :ORDER-C-NO, :ORDER-O-DATE)                   01331000
013320         END-EXEC                                                 01332000
013330         IF SQLCODE NOT = ZERO                                    01333000
013340             PERFORM 950-SQL-ERROR                                01334000
013350         END-IF                                                   01335000
013360     END-IF                                                       01336000
013370     MOVE ZERO TO WS-ORD-VALUE                                    01337000
013380     IF SQL-OK                                                    01338000
013390         PERFORM 510-INSERT-ONE-ITEM                              01339000
013400            VARYING LIN-IDX FROM 1 BY 1                           01340000
013410               UNTIL LIN-IDX > PO-LINE-CNT OR NOT SQL-OK          01341000
013420     END-IF                                                       01342000
013430     IF SQL-OK                                                    01343000
013440         PERFORM 520-CREDIT-CHECK                                 01344000
013450     END-IF                                                       01345000
013460     IF SQL-OK                                                    01346000
013470         PERFORM 540-WRITE-SHIPTO                                 01347000
013480         IF OVER-LIMIT                                            01348000
013490             PERFORM 530-WRITE-HOLD                               01349000
013500         END-IF                                                   01350000
013510         PERFORM 550-WRITE-EDIPO                                  01351000
013520         EXEC SQL                                                 01352000
013530            COMMIT WORK                                           01353000
013540         END-EXEC                                                 01354000
013550         ADD 1 TO WS-PO-LOADED                                    01355000
013560         ADD PO-LINE-OK TO WS-LIN-LOADED                          01356000
013570         ADD WS-ORD-VALUE TO WS-TOT-AMT                           01357000
013580     ELSE                                                         01358000
013590         EXEC SQL                                                 01359000
013600            ROLLBACK WORK                                         01360000
013610         END-EXEC                                                 01361000
013620         MOVE ZERO TO PO-O-NO                                     01362000
013630     END-IF                                                       01363000
013640     EXIT.                                                        01364000
013650                                                                  01365000
013660 510-INSERT-ONE-ITEM.                                             01366000
013670     IF NOT LIN-REJECTED(LIN-IDX)                                 01367000
013680         INITIALIZE ST-ITEM                                       01368000
013690         MOVE PO-O-NO             TO ITEM-O-NO                    01369000
013700         MOVE LIN-P-NO(LIN-IDX)   TO ITEM-P-NO                    01370000
013710         MOVE LIN-QTY(LIN-IDX)    TO ITEM-QUANTITY                01371000
013720         MOVE LIN-PRICE(LIN-IDX)  TO ITEM-PRICE                   01372000
013730         COMPUTE WS-ORD-VALUE = WS-ORD-VALUE                      01373000
013740            + LIN-QTY(LIN-IDX) * LIN-PRICE(LIN-IDX)               01374000
013750         EXEC SQL                                                 01375000
013760            INSERT INTO API5.ITEMS                                01376000
013770               (O_NO, P_NO, QUANTITY, PRICE)                      01377000
013780            VALUES (:ITEM-O-NO, :ITEM-P-NO,                       01378000
013790                    :ITEM-QUANTITY, :ITEM-PRICE)                  01379000
013800         END-EXEC                                                 01380000
013810         IF SQLCODE NOT = ZERO                                    01381000
013820             PERFORM 950-SQL-ERROR                                01382000
013830         END-IF                                                   01383000
013840     END-IF                                                       01384000
013850     EXIT.                                                        01385000
013860                                                                  01386000
013870******************************************************************01387000
013880* CONTROLE DE CREDIT : ENCOURS AR (ARBAL) PLUS LES AUTRES         01388000
013890* COMMANDES NON FACTUREES PLUS CETTE COMMANDE, CONTRE LA LIMITE   01389000
013900* CREDLIM. PAS DE LIMITE = PAS DE CONTROLE. AU-DELA, LA COMMANDE  01390000
013910* EST CHARGEE MAIS BLOQUEE DANS ORDHOLD JUSQU A LIBERATION (PJCR) 01391000
013920******************************************************************01392000
013930 520-CREDIT-CHECK.                                                01393000
013940     MOVE 'N' TO WS-OVER-SW                                       01394000
013950     IF CREDLIM-OPEN                                              01395000
013960         MOVE PO-C-NO TO CRL-C-NO                                 01396000
013970         READ CRLF KEY IS CRL-KEY                                 01397000
013980         IF WS-CRLF-STATUS = '00'                                 01398000
013990             PERFORM 522-GET-EXPOSURE                             01399000
014000             IF WS-EXPOSURE > CRL-LIMIT                           01400000
014010                 MOVE 'Y' TO WS-OVER-SW                           01401000
014020             END-IF                                               01402000
014030         END-IF                                                   01403000
014040     END-IF                                                       01404000
014050     EXIT.                                                        01405000
014060                                                                  01406000
014070 522-GET-EXPOSURE.                                                01407000
014080     MOVE ZERO TO WS-OPEN-AR                                      01408000
014090     IF ARBAL-OPEN                                                01409000
014100         MOVE PO-C-NO TO ARB-C-NO                                 01410000
014110         READ ARBF KEY IS ARB-KEY                                 01411000
014120         IF WS-ARBF-STATUS = '00'                                 01412000
014130             MOVE ARB-AMOUNT TO WS-OPEN-AR                        01413000
014140         END-IF                                                   01414000
014150     END-IF                                                       01415000
014160     MOVE ZERO TO WS-PEND-TOT                                     01416000
014170     INITIALIZE ST-ORDER                                          01417000
014180     MOVE PO-C-NO TO ORDER-C-NO                                   01418000
014190     MOVE PO-O-NO TO ORDER-O-NO                                   01419000
014200     EXEC SQL                                                     01420000
014210        OPEN CPEND                                                01421000
014220     END-EXEC                                                     01422000
014230     IF SQLCODE = ZERO                                            01423000
014240         PERFORM 524-FETCH-PENDING                                01424000
014250         PERFORM 526-ADD-PENDING-ORDER                            01425000
014260            UNTIL SQLCODE NOT = ZERO                              01426000
014270         IF SQLCODE NOT = +100                                    01427000
014280             PERFORM 950-SQL-ERROR                                01428000
014290         END-IF                                                   01429000
014300         EXEC SQL                                                 01430000
014310            CLOSE CPEND                                           01431000
014320         END-EXEC                                                 01432000
014330     ELSE                                                         01433000
014340         PERFORM 950-SQL-ERROR                                    01434000
014350     END-IF                                                       01435000
014360     COMPUTE WS-EXPOSURE =                                        01436000
014370        WS-OPEN-AR + WS-PEND-TOT + WS-ORD-VALUE                   01437000
014380     EXIT.                                                        01438000
014390                                                                  01439000
014400 524-FETCH-PENDING.                                               01440000
014410     EXEC SQL                                                     01441000
014420        FETCH CPEND                                               01442000
014430        INTO :ORDER-O-NO                                          01443000
014440     END-EXEC                                                     01444000
014450     EXIT.                                                        01445000
014460                                                                  01446000
014470 526-ADD-PENDING-ORDER.                                           01447000
014480     PERFORM 528-CHECK-UNBILLED                                   01448000
014490     IF PENDING-UNBILLED                                          01449000
014500         MOVE ZERO TO WS-PENDING                                  01450000
014510         INITIALIZE ST-ITEM                                       01451000
014520         MOVE ORDER-O-NO TO ITEM-O-NO                             01452000
014530         EXEC SQL                                                 01453000
014540            SELECT SUM(QUANTITY * PRICE)                          01454000
014550                INTO :WS-PENDING :WS-PENDING-IND                  01455000
014560                FROM API5.ITEMS                                   01456000
014570                WHERE O_NO = :ITEM-O-NO                           01457000
014580         END-EXEC                                                 01458000
014590         IF SQLCODE = ZERO AND WS-PENDING-IND >= ZERO             01459000
014600             ADD WS-PENDING TO WS-PEND-TOT                        01460000
014610         END-IF                                                   01461000
014620     END-IF                                                       01462000
014630     PERFORM 524-FETCH-PENDING                                    01463000
014640     EXIT.                                                        01464000
014650                                                                  01465000
014660 528-CHECK-UNBILLED.                                              01466000
014670     MOVE 'Y' TO WS-PEND-SW                                       01467000
014680     IF INVHIST-OPEN                                              01468000
014690         MOVE ORDER-O-NO TO HK-O-NO                               01469000
014700         MOVE 'H'  TO HK-TYPE                                     01470000
014710         MOVE ZERO TO HK-SEQ                                      01471000
014720         READ HISF KEY IS HIST-KEY                                01472000
014730         IF WS-HISF-STATUS = '00'                                 01473000
014740             MOVE 'N' TO WS-PEND-SW                               01474000
014750         END-IF                                                   01475000
014760     END-IF                                                       01476000
014770     IF PENDING-UNBILLED                                          01477000
014780         MOVE ORDER-O-NO TO HLD-O-NO                              01478000
014790         READ HLDF KEY IS HLD-KEY                                 01479000
014800         IF WS-HLDF-STATUS = '00' AND HLD-STATUS = 'X'            01480000
014810             MOVE 'N' TO WS-PEND-SW                               01481000
014820         END-IF                                                   01482000
014830     END-IF                                                       01483000
014840     EXIT.                                                        01484000
014850                                                                  01485000
014860 530-WRITE-HOLD.                                                  01486000
014870     INITIALIZE HOLD-RECORD                                       01487000
014880     MOVE PO-O-NO      TO HLD-O-NO                                01488000
014890     MOVE 'H'          TO HLD-STATUS                              01489000
014900     MOVE PO-C-NO      TO HLD-C-NO                                01490000
014910     MOVE PO-COMPANY   TO HLD-COMPANY                             01491000
014920     MOVE WS-ORD-VALUE TO HLD-AMOUNT                              01492000
014930     MOVE WS-RUN-DATE  TO HLD-DATE                                01493000
014940     MOVE 'EDI850'     TO HLD-USERID                              01494000
014950     WRITE HOLD-RECORD                                            01495000
014960     IF WS-HLDF-STATUS NOT = '00'                                 01496000
014970         DISPLAY 'ERREUR ECRITURE ORDHOLD : ' WS-HLDF-STATUS      01497000
014980         PERFORM ABEND-PROG                                       01498000
014990     END-IF                                                       01499000
015000     ADD 1 TO WS-PO-HELD                                          01500000
015010     EXIT.                                                        01501000
015020                                                                  01502000
015030 540-WRITE-SHIPTO.                                                01503000
015040     IF PO-SHIP-NAME NOT = SPACES                                 01504000
015050         INITIALIZE SHIPTO-RECORD                                 01505000
015060         MOVE PO-O-NO      TO SHI-O-NO                            01506000
015070         MOVE PO-SHIP-NAME TO SHI-NAME                            01507000
015080         MOVE PO-SHIP-ADDR TO SHI-ADDR                            01508000
015090         MOVE PO-SHIP-CITY TO SHI-CITY                            01509000
015100         MOVE PO-SHIP-ST   TO SHI-STATE                           01510000
015110         MOVE PO-SHIP-ZIP  TO SHI-ZIP                             01511000
015120         WRITE SHIPTO-RECORD                                      01512000
015130         IF WS-SHIPF-STATUS NOT = '00'                            01513000
015140             DISPLAY 'ERREUR ECRITURE SHIPTO : ' WS-SHIPF-STATUS  01514000
015150             PERFORM ABEND-PROG                                   01515000
015160         END-IF                                                   01516000
015170     END-IF                                                       01517000
015180     EXIT.                                                        01518000
015190                                                                  01519000
015200 550-WRITE-EDIPO.                                                 01520000
015210     INITIALIZE L-EDIPO                                           01521000
015220     MOVE WS-ISA-ID   TO EDO-ISA-ID                               01522000
015230     MOVE PO-NUMBER   TO EDO-PO-NO                                01523000
015240     MOVE PO-C-NO     TO EDO-C-NO                                 01524000
015250     MOVE PO-O-NO     TO EDO-O-NO                                 01525000
015260     MOVE PO-DATE     TO EDO-PO-DATE                              01526000
015270     MOVE WS-RUN-DATE TO EDO-LOAD-DATE                            01527000
015280     IF OVER-LIMIT                                                01528000
015290         MOVE 'H' TO EDO-STATUS                                   01529000
015300     ELSE                                                         01530000
015310         MOVE 'L' TO EDO-STATUS                                   01531000
015320     END-IF                                                       01532000
015330     WRITE L-EDIPO                                                01533000
015340     IF WS-EPOF-STATUS NOT = '00'                                 01534000
015350         DISPLAY 'ERREUR ECRITURE EDIPO : ' WS-EPOF-STATUS        01535000
015360         PERFORM ABEND-PROG                                       01536000
015370     END-IF                                                       01537000
015380     EXIT.                                                        01538000
015390                                                                  01539000
015400******************************************************************01540000
015410* ACCUSE DE COMMANDE 855 : BAK (AD SANS CHANGEMENT, AC AVEC       01541000
015420* CHANGEMENTS, RJ REJETEE, NOTRE NUMERO DE COMMANDE EN BAK08),    01542000
015430* PUIS CHAQUE LIGNE PO1 AVEC SON ACK, CTT ET SE                   01543000
015440******************************************************************01544000
015450 600-WRITE-855.                                                   01545000
015460     IF NOT ICHG-OPEN                                             01546000
015470         PERFORM 610-OPEN-INTERCHANGE                             01547000
015480     END-IF                                                       01548000
015490     ADD 1 TO WS-STCN                                             01549000
015500     ADD 1 TO WS-ACK-SENT                                         01550000
015510     MOVE ZERO TO WS-SEG-CNT                                      01551000
015520                                                                  01552000
015530     MOVE 'ST' TO WS-SEG-ID                                       01553000
015540     PERFORM 800-START-SEG                                        01554000
015550     MOVE '855' TO WS-ELEM                                        01555000
015560     PERFORM 810-ADD-ELEM                                         01556000
015570     MOVE WS-STCN TO WS-ELEM                                      01557000
015580     PERFORM 810-ADD-ELEM                                         01558000
015590     PERFORM 820-END-SEG                                          01559000
015600                                                                  01560000
015610     MOVE 'BAK' TO WS-SEG-ID                                      01561000
015620     PERFORM 800-START-SEG                                        01562000
015630     MOVE '00' TO WS-ELEM                                         01563000
015640     PERFORM 810-ADD-ELEM                                         01564000
015650     EVALUATE TRUE                                                01565000
015660         WHEN PO-O-NO = ZERO                                      01566000
015670             MOVE 'RJ' TO WS-ELEM                                 01567000
015680         WHEN PO-CHANGED > ZERO                                   01568000
015690             MOVE 'AC' TO WS-ELEM                                 01569000
015700         WHEN OTHER                                               01570000
015710             MOVE 'AD' TO WS-ELEM                                 01571000
015720     END-EVALUATE                                                 01572000
015730     PERFORM 810-ADD-ELEM                                         01573000
015740     MOVE PO-NUMBER TO WS-ELEM                                    01574000
015750     PERFORM 810-ADD-ELEM                                         01575000
015760     MOVE PO-DATE TO WS-ELEM                                      01576000
015770     PERFORM 810-ADD-ELEM                                         01577000
015780     MOVE SPACES TO WS-ELEM                                       01578000
015790     PERFORM 810-ADD-ELEM 3 TIMES                                 01579000
015800     IF PO-O-NO > ZERO                                            01580000
015810         MOVE PO-O-NO TO WS-ELEM                                  01581000
015820     END-IF                                                       01582000
015830     PERFORM 810-ADD-ELEM                                         01583000
015840     PERFORM 820-END-SEG                                          01584000
015850                                                                  01585000
015860     IF PO-O-NO > ZERO                                            01586000
015870         PERFORM 620-WRITE-LINE-ACK                               01587000
015880            VARYING LIN-IDX FROM 1 BY 1                           01588000
015890               UNTIL LIN-IDX > PO-LINE-CNT                        01589000
015900         MOVE 'CTT' TO WS-SEG-ID                                  01590000
015910         PERFORM 800-START-SEG                                    01591000
015920         MOVE PO-LINE-CNT TO WS-NUM                               01592000
015930         PERFORM 838-NUM-ELEM                                     01593000
015940         PERFORM 820-END-SEG                                      01594000
015950     END-IF                                                       01595000
015960                                                                  01596000
015970     MOVE 'SE' TO WS-SEG-ID                                       01597000
015980     PERFORM 800-START-SEG                                        01598000
015990     COMPUTE WS-NUM = WS-SEG-CNT + 1                              01599000
016000     PERFORM 838-NUM-ELEM                                         01600000
016010     MOVE WS-STCN TO WS-ELEM                                      01601000
016020     PERFORM 810-ADD-ELEM                                         01602000
016030     PERFORM 820-END-SEG                                          01603000
016040     EXIT.                                                        01604000
016050                                                                  01605000
016060******************************************************************01606000
016070* OUVERTURE DE L ECHANGE 855 VERS LE PARTENAIRE : LE NUMERO DE    01607000
016080* CONTROLE EST PRIS SUR EDILOG ET ENREGISTRE AVANT TOUTE ECRITURE 01608000
016090******************************************************************01609000
016100 610-OPEN-INTERCHANGE.                                            01610000
016110     ADD 1 TO WS-ICN                                              01611000
016120     IF WS-ICN = ZERO                                             01612000
016130         MOVE 1 TO WS-ICN                                         01613000
016140     END-IF                                                       01614000
016150     MOVE ZERO TO EDL-ICN                                         01615000
016160     MOVE ZERO TO EDL-STCN                                        01616000
016170     READ LOGF KEY IS EDL-KEY                                     01617000
016180     IF WS-LOGF-STATUS NOT = '00'                                 01618000
016190         DISPLAY 'ERREUR CONTROLE EDILOG : ' WS-LOGF-STATUS       01619000
016200         PERFORM ABEND-PROG                                       01620000
016210     END-IF                                                       01621000
016220     MOVE WS-ICN      TO EDL-LAST-ICN                             01622000
016230     MOVE WS-RUN-DATE TO EDL-LAST-DATE                            01623000
016240     MOVE WS-RUN-TIME TO EDL-LAST-TIME                            01624000
016250     REWRITE L-EDILOG                                             01625000
016260     IF WS-LOGF-STATUS NOT = '00'                                 01626000
016270         DISPLAY 'ERREUR CONTROLE EDILOG : ' WS-LOGF-STATUS       01627000
016280         PERFORM ABEND-PROG                                       01628000
016290     END-IF                                                       01629000
016300     MOVE 'Y'  TO WS-ICHG-SW                                      01630000
016310     MOVE ZERO TO WS-STCN                                         01631000
016320                                                                  01632000
016330     MOVE SPACES TO WS-SEG                                        01633000
016340     STRING 'ISA*00*          *00*          *'                    01634000
016350                                   DELIMITED BY SIZE              01635000
016360            WS-SND-QUAL '*' WS-SND-ID '*'                         01636000
016370                                   DELIMITED BY SIZE              01637000
016380            EDP-ISA-QUAL '*' EDP-ISA-ID '*'                       01638000
016390                                   DELIMITED BY SIZE              01639000
016400            WS-RUN-DATE(3:2) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)    01640000
016410                                   DELIMITED BY SIZE              01641000
016420            '*' WS-RUN-TIME '*U*00401*' WS-ICN '*0*'              01642000
016430                                   DELIMITED BY SIZE              01643000
016440            EDP-USAGE '*>~'        DELIMITED BY SIZE              01644000
016450            INTO WS-SEG                                           01645000
016460     END-STRING                                                   01646000
016470     WRITE ENR-EDI855 FROM WS-SEG                                 01647000
016480                                                                  01648000
016490     MOVE WS-RUN-DATE(1:4) TO WS-CCYYMMDD(1:4)                    01649000
016500     MOVE WS-RUN-DATE(6:2) TO WS-CCYYMMDD(5:2)                    01650000
016510     MOVE WS-RUN-DATE(9:2) TO WS-CCYYMMDD(7:2)                    01651000
016520     MOVE 'GS' TO WS-SEG-ID                                       01652000
016530     PERFORM 800-START-SEG                                        01653000
016540     MOVE 'PR' TO WS-ELEM                                         01654000
016550     PERFORM 810-ADD-ELEM                                         01655000
016560     MOVE WS-SND-GS TO WS-ELEM                                    01656000
016570     PERFORM 810-ADD-ELEM                                         01657000
016580     MOVE EDP-GS-ID TO WS-ELEM                                    01658000
016590     PERFORM 810-ADD-ELEM                                         01659000
016600     MOVE WS-CCYYMMDD TO WS-ELEM                                  01660000
016610     PERFORM 810-ADD-ELEM                                         01661000
016620     MOVE WS-RUN-TIME TO WS-ELEM                                  01662000
016630     PERFORM 810-ADD-ELEM                                         01663000
016640     MOVE WS-ICN TO WS-NUM                                        01664000
016650     PERFORM 838-NUM-ELEM                                         01665000
016660     MOVE 'X' TO WS-ELEM                                          01666000
016670     PERFORM 810-ADD-ELEM                                         01667000
016680     MOVE '004010' TO WS-ELEM                                     01668000
016690     PERFORM 810-ADD-ELEM                                         01669000
016700     PERFORM 820-END-SEG                                          01670000
016710     EXIT.                                                        01671000
016720                                                                  01672000
016730******************************************************************01673000
016740* LIGNE DE L ACCUSE : PO1 REPRIS AVEC NOTRE PRIX ET NOTRE NUMERO  01674000
016750* PRODUIT, PUIS ACK (STATUT, QUANTITE, UNITE)                     01675000
016760******************************************************************01676000
016770 620-WRITE-LINE-ACK.                                              01677000
016780     MOVE 'PO1' TO WS-SEG-ID                                      01678000
016790     PERFORM 800-START-SEG                                        01679000
016800     MOVE LIN-ID(LIN-IDX) TO WS-ELEM                              01680000
016810     PERFORM 810-ADD-ELEM                                         01681000
016820     MOVE LIN-QTY-TXT(LIN-IDX) TO WS-ELEM                         01682000
016830     PERFORM 810-ADD-ELEM                                         01683000
016840     MOVE LIN-UOM(LIN-IDX) TO WS-ELEM                             01684000
016850     PERFORM 810-ADD-ELEM                                         01685000
016860     IF LIN-REJECTED(LIN-IDX)                                     01686000
016870         MOVE LIN-PRC-TXT(LIN-IDX) TO WS-ELEM                     01687000
016880         PERFORM 810-ADD-ELEM                                     01688000
016890     ELSE                                                         01689000
016900         MOVE LIN-PRICE(LIN-IDX) TO WS-AMT                        01690000
016910         PERFORM 830-AMT-ELEM                                     01691000
016920         MOVE SPACES TO WS-ELEM                                   01692000
016930         PERFORM 810-ADD-ELEM                                     01693000
016940         MOVE 'VP' TO WS-ELEM                                     01694000
016950         PERFORM 810-ADD-ELEM                                     01695000
016960         MOVE LIN-P-NO(LIN-IDX) TO WS-ELEM                        01696000
016970         PERFORM 810-ADD-ELEM                                     01697000
016980     END-IF                                                       01698000
016990     IF LIN-BP-ID(LIN-IDX) NOT = SPACES                           01699000
017000         IF LIN-REJECTED(LIN-IDX)                                 01700000
017010             MOVE SPACES TO WS-ELEM                               01701000
017020             PERFORM 810-ADD-ELEM                                 01702000
017030         END-IF                                                   01703000
017040         MOVE 'BP' TO WS-ELEM                                     01704000
017050         PERFORM 810-ADD-ELEM                                     01705000
017060         MOVE LIN-BP-ID(LIN-IDX) TO WS-ELEM                       01706000
017070         PERFORM 810-ADD-ELEM                                     01707000
017080     END-IF                                                       01708000
017090     PERFORM 820-END-SEG                                          01709000
017100                                                                  01710000
017110     MOVE 'ACK' TO WS-SEG-ID                                      01711000
017120     PERFORM 800-START-SEG                                        01712000
017130     MOVE LIN-ACK(LIN-IDX) TO WS-ELEM                             01713000
017140     PERFORM 810-ADD-ELEM                                         01714000
017150     IF LIN-REJECTED(LIN-IDX)                                     01715000
017160         MOVE LIN-QTY-TXT(LIN-IDX) TO WS-ELEM                     01716000
017170         PERFORM 810-ADD-ELEM                                     01717000
017180         MOVE LIN-UOM(LIN-IDX) TO WS-ELEM                         01718000
017190     ELSE                                                         01719000
017200         MOVE LIN-QTY(LIN-IDX) TO WS-NUM                          01720000
017210         PERFORM 838-NUM-ELEM                                     01721000
017220         MOVE 'EA' TO WS-ELEM                                     01722000
017230     END-IF                                                       01723000
017240     PERFORM 810-ADD-ELEM                                         01724000
017250     PERFORM 820-END-SEG                                          01725000
017260     EXIT.                                                        01726000
017270                                                                  01727000
017280 690-CLOSE-INTERCHANGE.                                           01728000
017290     MOVE 'GE' TO WS-SEG-ID                                       01729000
017300     PERFORM 800-START-SEG                                        01730000
017310     MOVE WS-STCN TO WS-NUM                                       01731000
017320     PERFORM 838-NUM-ELEM                                         01732000
017330     MOVE WS-ICN TO WS-NUM                                        01733000
017340     PERFORM 838-NUM-ELEM                                         01734000
017350     PERFORM 820-END-SEG                                          01735000
017360                                                                  01736000
017370     MOVE 'IEA' TO WS-SEG-ID                                      01737000
017380     PERFORM 800-START-SEG                                        01738000
017390     MOVE '1' TO WS-ELEM                                          01739000
017400     PERFORM 810-ADD-ELEM                                         01740000
017410     MOVE WS-ICN TO WS-ELEM                                       01741000
017420     PERFORM 810-ADD-ELEM                                         01742000
017430     PERFORM 820-END-SEG                                          01743000
017440     MOVE 'N' TO WS-ICHG-SW                                       01744000
017450     EXIT.                                                        01745000
017460                                                                  01746000
017470******************************************************************01747000
017480* ETAT : UNE LIGNE PAR COMMANDE (CHARGEE, BLOQUEE OU REJETEE AVEC 01748000
017490* LE MOTIF) PUIS CHAQUE LIGNE REJETEE OU MODIFIEE                 01749000
017500******************************************************************01750000
017510 700-REPORT-PO.                                                   01751000
017520     MOVE WS-ISA-ID  TO EPO-ISA-ID                                01752000
017530     MOVE PO-NUMBER  TO EPO-PO-NO                                 01753000
017540     MOVE PO-C-NO    TO EPO-C-NO                                  01754000
017550     MOVE PO-COMPANY TO EPO-COMPANY                               01755000
017560     MOVE PO-O-NO    TO EPO-O-NO                                  01756000
017570     MOVE PO-REASON  TO EPO-REASON                                01757000
017580     EVALUATE TRUE                                                01758000
017590         WHEN PO-O-NO = ZERO                                      01759000
017600             MOVE 'REJECTED' TO EPO-STATUS                        01760000
017610             ADD 1 TO WS-PO-REJ                                   01761000
017620         WHEN OVER-LIMIT                                          01762000
017630             MOVE 'HELD' TO EPO-STATUS                            01763000
017640             MOVE 'CREDIT LIMIT EXCEEDED - RELEASE BY PJCR'       01764000
017650                TO EPO-REASON                                     01765000
017660         WHEN OTHER                                               01766000
017670             MOVE 'LOADED' TO EPO-STATUS                          01767000
017680     END-EVALUATE                                                 01768000
017690     WRITE ENR-EDIPOR FROM L-EPR-PO                               01769000
017700     IF PO-O-NO > ZERO OR PO-REASON = 'NO LINE COULD BE LOADED'   01770000
017710         PERFORM 710-REPORT-LINE                                  01771000
017720            VARYING LIN-IDX FROM 1 BY 1                           01772000
017730               UNTIL LIN-IDX > PO-LINE-CNT                        01773000
017740     END-IF                                                       01774000
017750     EXIT.                                                        01775000
017760                                                                  01776000
017770 710-REPORT-LINE.                                                 01777000
017780     IF LIN-REJECTED(LIN-IDX)                                     01778000
017790         ADD 1 TO WS-LIN-REJ                                      01779000
017800     END-IF                                                       01780000
017810     IF LIN-ACK(LIN-IDX) NOT = 'IA'                               01781000
017820         MOVE LIN-ID(LIN-IDX)      TO EPL-ID                      01782000
017830         IF LIN-VP-ID(LIN-IDX) NOT = SPACES                       01783000
017840             MOVE LIN-VP-ID(LIN-IDX) TO EPL-ITEM                  01784000
017850         ELSE                                                     01785000
017860             MOVE LIN-BP-ID(LIN-IDX) TO EPL-ITEM                  01786000
017870         END-IF                                                   01787000
017880         MOVE LIN-QTY-TXT(LIN-IDX) TO EPL-QTY                     01788000
017890         MOVE LIN-ACK(LIN-IDX)     TO EPL-ACK                     01789000
017900         MOVE LIN-REASON(LIN-IDX)  TO EPL-REASON                  01790000
017910         WRITE ENR-EDIPOR FROM L-EPR-LINE                         01791000
017920     END-IF                                                       01792000
017930     EXIT.                                                        01793000
017940                                                                  01794000
017950******************************************************************01795000
017960* PARAGRAPHES DE CONSTRUCTION DES SEGMENTS : DEBUT (IDENTIFIANT   01796000
017970* DANS WS-SEG-ID), AJOUT D UN ELEMENT (WS-ELEM, CADRE A GAUCHE,   01797000
017980* BLANCS DE FIN RETIRES) ET FIN DE SEGMENT, SANS LES ELEMENTS     01798000
017990* VIDES DE FIN                                                    01799000
018000******************************************************************01800000
018010 800-START-SEG.                                                   01801000
018020     MOVE SPACES TO WS-SEG                                        01802000
018030     MOVE 1 TO WS-SEG-PTR                                         01803000
018040     STRING WS-SEG-ID DELIMITED BY SPACE                          01804000
018050            INTO WS-SEG WITH POINTER WS-SEG-PTR                   01805000
018060     END-STRING                                                   01806000
018070     EXIT.                                                        01807000
018080                                                                  01808000
018090 810-ADD-ELEM.                                                    01809000
018100     INSPECT WS-ELEM REPLACING ALL '*' BY SPACE                   01810000
018110                               ALL '~' BY SPACE                   01811000
018120                               ALL '>' BY SPACE                   01812000
018130     MOVE 100 TO WS-ELEM-LEN                                      01813000
018140     MOVE 'N' TO WS-TRIM-SW                                       01814000
018150     PERFORM 815-TRIM-ONE UNTIL WS-ELEM-LEN = ZERO OR TRIM-DONE   01815000
018160     IF WS-ELEM-LEN = ZERO                                        01816000
018170         STRING '*' DELIMITED BY SIZE                             01817000
018180                INTO WS-SEG WITH POINTER WS-SEG-PTR               01818000
018190         END-STRING                                               01819000
018200     ELSE                                                         01820000
018210         STRING '*' DELIMITED BY SIZE                             01821000
018220                WS-ELEM(1:WS-ELEM-LEN) DELIMITED BY SIZE          01822000
018230                INTO WS-SEG WITH POINTER WS-SEG-PTR               01823000
018240         END-STRING                                               01824000
018250     END-IF                                                       01825000
018260     MOVE SPACES TO WS-ELEM                                       01826000
018270     EXIT.                                                        01827000
018280                                                                  01828000
018290 815-TRIM-ONE.                                                    01829000
018300     IF WS-ELEM(WS-ELEM-LEN:1) = SPACE                            01830000
018310         SUBTRACT 1 FROM WS-ELEM-LEN                              01831000
018320     ELSE                                                         01832000
018330         MOVE 'Y' TO WS-TRIM-SW                                   01833000
018340     END-IF                                                       01834000
018350     EXIT.                                                        01835000
018360                                                                  01836000
018370 820-END-SEG.                                                     01837000
018380     MOVE 'N' TO WS-TRIM-SW                                       01838000
018390     PERFORM 825-DROP-EMPTY UNTIL TRIM-DONE                       01839000
018400     STRING '~' DELIMITED BY SIZE                                 01840000
018410            INTO WS-SEG WITH POINTER WS-SEG-PTR                   01841000
018420     END-STRING                                                   01842000
018430     WRITE ENR-EDI855 FROM WS-SEG                                 01843000
018440     ADD 1 TO WS-SEG-CNT                                          01844000
018450     EXIT.                                                        01845000
018460                                                                  01846000
018470 825-DROP-EMPTY.                                                  01847000
018480     IF WS-SEG-PTR > 2 AND WS-SEG(WS-SEG-PTR - 1:1) = '*'         01848000
018490         SUBTRACT 1 FROM WS-SEG-PTR                               01849000
018500         MOVE SPACE TO WS-SEG(WS-SEG-PTR:1)                       01850000
018510     ELSE                                                         01851000
018520         MOVE 'Y' TO WS-TRIM-SW                                   01852000
018530     END-IF                                                       01853000
018540     EXIT.                                                        01854000
018550                                                                  01855000
018560 830-AMT-ELEM.                                                    01856000
018570     MOVE WS-AMT TO WS-AMT-ED                                     01857000
018580     MOVE WS-AMT-ED TO WS-EDIT                                    01858000
018590     PERFORM 845-LEFT-ELEM                                        01859000
018600     EXIT.                                                        01860000
018610                                                                  01861000
018620 838-NUM-ELEM.                                                    01862000
018630     MOVE WS-NUM TO WS-NUM-ED                                     01863000
018640     MOVE WS-NUM-ED TO WS-EDIT                                    01864000
018650     PERFORM 845-LEFT-ELEM                                        01865000
018660     EXIT.                                                        01866000
018670                                                                  01867000
018680 845-LEFT-ELEM.                                                   01868000
018690     MOVE ZERO TO WS-LEAD                                         01869000
018700     INSPECT WS-EDIT TALLYING WS-LEAD FOR LEADING SPACES          01870000
018710     MOVE WS-EDIT(WS-LEAD + 1:) TO WS-ELEM                        01871000
018720     PERFORM 810-ADD-ELEM                                         01872000
018730     EXIT.                                                        01873000
018740                                                                  01874000
018750******************************************************************01875000
018760* PARAGRAPHE D EDITION DES TOTAUX DE CONTROLE                     01876000
018770******************************************************************01877000
018780 900-WRITE-TOTALS.                                                01878000
018790     WRITE ENR-EDIPOR FROM L-EPR-VIDE                             01879000
018800     MOVE 'PURCHASE ORDERS READ'          TO EPR-CNT-LABEL        01880000
018810     MOVE WS-PO-READ                      TO EPR-CNT-VALUE        01881000
018820     WRITE ENR-EDIPOR FROM L-EPR-CNT                              01882000
018830     MOVE 'PURCHASE ORDERS LOADED'        TO EPR-CNT-LABEL        01883000
018840     MOVE WS-PO-LOADED                    TO EPR-CNT-VALUE        01884000
018850     WRITE ENR-EDIPOR FROM L-EPR-CNT                              01885000
018860     MOVE '  OF WHICH HELD FOR CREDIT'    TO EPR-CNT-LABEL        01886000
018870     MOVE WS-PO-HELD                      TO EPR-CNT-VALUE        01887000
018880     WRITE ENR-EDIPOR FROM L-EPR-CNT                              01888000
018890     MOVE 'PURCHASE ORDERS REJECTED'      TO EPR-CNT-LABEL        01889000
018900     MOVE WS-PO-REJ                       TO EPR-CNT-VALUE        01890000
018910     WRITE ENR-EDIPOR FROM L-EPR-CNT                              01891000
018920     MOVE '  OF WHICH ALREADY LOADED'     TO EPR-CNT-LABEL        01892000
018930     MOVE WS-PO-DUP                       TO EPR-CNT-VALUE        01893000
018940     WRITE ENR-EDIPOR FROM L-EPR-CNT                              01894000
018950     MOVE 'LINES LOADED'                  TO EPR-CNT-LABEL        01895000
018960     MOVE WS-LIN-LOADED                   TO EPR-CNT-VALUE        01896000
018970     WRITE ENR-EDIPOR FROM L-EPR-CNT                              01897000
018980     MOVE 'LINES REJECTED'                TO EPR-CNT-LABEL        01898000
018990     MOVE WS-LIN-REJ                      TO EPR-CNT-VALUE        01899000
019000     WRITE ENR-EDIPOR FROM L-EPR-CNT                              01900000
019010     MOVE '855 ACKNOWLEDGEMENTS SENT'     TO EPR-CNT-LABEL        01901000
019020     MOVE WS-ACK-SENT                     TO EPR-CNT-VALUE        01902000
019030     WRITE ENR-EDIPOR FROM L-EPR-CNT                              01903000
019040     MOVE 'VALUE OF THE ORDERS LOADED'    TO EPR-TOT-LABEL        01904000
019050     MOVE WS-TOT-AMT                      TO EPR-TOT-VALUE        01905000
019060     WRITE ENR-EDIPOR FROM L-EPR-TOT                              01906000
019070     DISPLAY '850 SEGMENTS READ     : ' WS-SEG-READ               01907000
019080     DISPLAY 'POS READ              : ' WS-PO-READ                01908000
019090     DISPLAY 'POS LOADED            : ' WS-PO-LOADED              01909000
019100     DISPLAY 'POS HELD FOR CREDIT   : ' WS-PO-HELD                01910000
019110     DISPLAY 'POS REJECTED          : ' WS-PO-REJ                 01911000
019120     DISPLAY 'LINES LOADED          : ' WS-LIN-LOADED             01912000
019130     DISPLAY 'LINES REJECTED        : ' WS-LIN-REJ                01913000
019140     DISPLAY '855 SENT              : ' WS-ACK-SENT               01914000
019150     DISPLAY 'LAST CONTROL NUMBER   : ' WS-ICN                    01915000
019160     EXIT.                                                        01916000
019170                                                                  01917000
019180******************************************************************01918000
019190* ERREUR SQL : LA COMMANDE EN COURS EST REJETEE AVEC LE SQLCODE   01919000
019200* ET SON UNITE DE TRAVAIL ANNULEE                                 01920000
019210******************************************************************01921000
019220 950-SQL-ERROR.                                                   01922000
019230     MOVE 'N' TO WS-SQL-SW                                        01923000
019240     MOVE SQLCODE TO ED-SQLCODE                                   01924000
019250     MOVE SPACES TO PO-REASON                                     01925000
019260     STRING 'SQL ERROR - SQLCODE ' DELIMITED BY SIZE              01926000
019270            ED-SQLCODE DELIMITED BY SIZE                          01927000
019280            INTO PO-REASON                                        01928000
019290     END-STRING                                                   01929000
019300     DISPLAY 'ERREUR SQL : ' SQLCODE ' PO ' PO-NUMBER             01930000
019310     EXIT.                                                        01931000
019320                                                                  01932000
019330******************************************************************01933000
019340* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   01934000
019350* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            01935000
019360******************************************************************01936000
019370 ABEND-PROG.                                                      01937000
019380     DISPLAY 'ABEND-PROG !'                                       01938000
019390     COMPUTE WS-ANO = 1 / WS-ANO.                                 01939000
