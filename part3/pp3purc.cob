000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.        PJPT3PUR.                                     00011000
000120 AUTHOR.            GAYLORD.                                      00012000
000130 INSTALLATION.      AJC.                                          00013000
000140 DATE-WRITTEN.      15/10/2026.                                   00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.          COMMENTAIRES.                                 00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - PURCHASE ORDER RUN : TURNS    00020000
000210*                  THE REORDER SUGGESTIONS WRITTEN BY PJPART3I    00021000
000220*                  INTO ONE PURCHASE ORDER PER VENDOR ON THE      00022000
000230*                  POMSTR KSDS (COST AND LEAD TIME FROM THE       00023000
000240*                  VENDMSTR CATALOGUE), PRINTS THE PO DOCUMENTS   00024000
000250*                  AND THE PAST-DUE PO LINES REPORT BY VENDOR.    00025000
000260*                  A PART WITH AN OPEN PO LINE IS NOT ORDERED     00026000
000270*                  AGAIN                                          00027000
000271* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00027100
000272*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00027200
000273*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00027300
000274* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00027400
000275*                  NO UNSET FIELD REACHES JOBLOG                  00027500
000280******************************************************************00028000
000290                                                                  00029000
000300 ENVIRONMENT DIVISION.                                            00030000
000310 INPUT-OUTPUT SECTION.                                            00031000
000320 FILE-CONTROL.                                                    00032000
000330******************************************************************00033000
000340* SUGGESTIONS DE REAPPROVISIONNEMENT ECRITES PAR PJPART3I         00034000
000350******************************************************************00035000
000360      SELECT SUGIN ASSIGN TO REORDSUG                             00036000
000370      ORGANIZATION IS SEQUENTIAL                                  00037000
000380      FILE STATUS IS WS-SUGIN-STATUS.                             00038000
000390******************************************************************00039000
000400* KSDS DES COMMANDES FOURNISSEUR (VOIR COPY POREC)                00040000
000410******************************************************************00041000
000420      SELECT POMF ASSIGN TO POMSTR                                00042000
000430      ORGANIZATION IS INDEXED                                     00043000
000440      ACCESS MODE  IS DYNAMIC                                     00044000
000450      RECORD KEY   IS PO-KEY                                      00045000
000460      FILE STATUS  IS WS-POMF-STATUS.                             00046000
000470******************************************************************00047000
000480* KSDS DES FOURNISSEURS ET DE LEUR CATALOGUE (VOIR COPY VENDREC)  00048000
000490******************************************************************00049000
000500      SELECT VENDF ASSIGN TO VENDMSTR                             00050000
000510      ORGANIZATION IS INDEXED                                     00051000
000520      ACCESS MODE  IS RANDOM                                      00052000
000530      RECORD KEY   IS VEN-KEY                                     00053000
000540      FILE STATUS  IS WS-VENDF-STATUS.                            00054000
000550******************************************************************00055000
000560* FICHIER D IMPRESSION DES BONS DE COMMANDE FOURNISSEUR           00056000
000570******************************************************************00057000
000580      SELECT PODOC ASSIGN TO PODOCS                               00058000
000590      ORGANIZATION IS SEQUENTIAL.                                 00059000
000600******************************************************************00060000
000610* ETAT DES LIGNES DE COMMANDE FOURNISSEUR EN RETARD               00061000
000620******************************************************************00062000
000630      SELECT PDUE ASSIGN TO POPASTDU                              00063000
000640      ORGANIZATION IS SEQUENTIAL.                                 00064000
000650******************************************************************00065000
000660* FICHIERS DE TRI : SUGGESTIONS PAR FOURNISSEUR/PRODUIT ET LIGNES 00066000
000670* DE COMMANDE PAR FOURNISSEUR POUR L ETAT DES RETARDS             00067000
000680******************************************************************00068000
000690      SELECT SRTWRK ASSIGN TO SORTWORK.                           00069000
000700      SELECT SRTD ASSIGN TO SORTED                                00070000
000710      ORGANIZATION IS SEQUENTIAL.                                 00071000
000720      SELECT SRTPDU ASSIGN TO SORTWKD.                            00072000
000730      SELECT SRTP ASSIGN TO PDUSORT                               00073000
000740      ORGANIZATION IS SEQUENTIAL.                                 00074000
000750                                                                  00075000
000760******************************************************************00076000
000770                                                                  00077000
000780 DATA DIVISION.                                                   00078000
000790 FILE SECTION.                                                    00079000
000800 FD SUGIN.                                                        00080000
000810 01 ENR-REORDSUG PIC X(20).                                       00081000
000820                                                                  00082000
000830 FD POMF.                                                         00083000
000840     COPY POREC.                                                  00084000
000850                                                                  00085000
000860 FD VENDF.                                                        00086000
000870     COPY VENDREC.                                                00087000
000880                                                                  00088000
000890 FD PODOC.                                                        00089000
000900 01 ENR-PODOC PIC X(100).                                         00090000
000910                                                                  00091000
000920 FD PDUE.                                                         00092000
000930 01 ENR-POPASTDU PIC X(132).                                      00093000
000940                                                                  00094000
000950 SD SRTWRK.                                                       00095000
000960 01 SRT-REC.                                                      00096000
000970      05 SRT-P-NO    PIC X(3).                                    00097000
000980      05 SRT-VEND-NO PIC X(5).                                    00098000
000990      05 FILLER      PIC X(12).                                   00099000
001000                                                                  00100000
001010 FD SRTD.                                                         00101000
001020 01 ENR-SRTD PIC X(20).                                           00102000
001030                                                                  00103000
001040 SD SRTPDU.                                                       00104000
001050 01 SPD-REC.                                                      00105000
001060      05 SPD-PO-NO   PIC 9(6).                                    00106000
001070      05 SPD-LINE    PIC 9(3).                                    00107000
001080      05 FILLER      PIC X(1).                                    00108000
001090      05 SPD-VEND-NO PIC X(5).                                    00109000
001100      05 FILLER      PIC X(65).                                   00110000
001110                                                                  00111000
001120 FD SRTP.                                                         00112000
001130 01 ENR-SRTP PIC X(80).                                           00113000
001140                                                                  00114000
001150 WORKING-STORAGE SECTION.                                         00115000
001160******************************************************************00116000
001170* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00117000
001180******************************************************************00118000
001190 77 FLAG-SRTD PIC 9 VALUE 0.                                      00119000
001200    88 FF-SRTD VALUE 1.                                           00120000
001210 77 FLAG-SRTP PIC 9 VALUE 0.                                      00121000
001220    88 FF-SRTP VALUE 1.                                           00122000
001230 77 WS-SUGIN-STATUS PIC X(2) VALUE SPACES.                        00123000
001240 77 WS-POMF-STATUS  PIC X(2) VALUE SPACES.                        00124000
001250 77 WS-VENDF-STATUS PIC X(2) VALUE SPACES.                        00125000
001260 77 WS-VENDF-SW PIC X(1) VALUE 'N'.                               00126000
001270    88 VENDF-OPEN VALUE 'Y'.                                      00127000
001280 77 WS-USE-SW   PIC X(1) VALUE 'N'.                               00128000
001290    88 USABLE-SUGG VALUE 'Y'.                                     00129000
001300 77 WS-LATE-SW  PIC X(1) VALUE 'N'.                               00130000
001310    88 LATE-LINE VALUE 'Y'.                                       00131000
001320                                                                  00132000
001330 77 WS-ANO PIC 99 VALUE ZERO.                                     00133000
001340                                                                  00134000
001350******************************************************************00135000
001360* ENREGISTREMENT D UNE SUGGESTION DE REAPPROVISIONNEMENT TRIEE    00136000
001370******************************************************************00137000
001380 01 L-REORDSUG.                                                   00138000
001390      05 SUG-P-NO    PIC X(3).                                    00139000
001400      05 SUG-VEND-NO PIC X(5).                                    00140000
001410      05 SUG-QTY     PIC 9(5).                                    00141000
001420      05 FILLER      PIC X(7).                                    00142000
001430                                                                  00143000
001440******************************************************************00144000
001450* LIGNE DE COMMANDE FOURNISSEUR TRIEE POUR L ETAT DES RETARDS     00145000
001460* (MEME DECOUPAGE QUE LE COPY POREC)                              00146000
001470******************************************************************00147000
001480 01 L-PDUE-REC.                                                   00148000
001490      05 PDR-PO-NO     PIC 9(6).                                  00149000
001500      05 PDR-LINE      PIC 9(3).                                  00150000
001510      05 PDR-REC-TYPE  PIC X(1).                                  00151000
001520         88 PDR-DETAIL VALUE 'D'.                                 00152000
001530      05 PDR-VEND-NO   PIC X(5).                                  00153000
001540      05 PDR-STATUS    PIC X(1).                                  00154000
001550         88 PDR-OPEN   VALUE 'O'.                                 00155000
001560      05 PDR-ORDER-DATE PIC X(10).                                00156000
001570      05 PDR-P-NO      PIC X(3).                                  00157000
001580      05 PDR-QTY-ORD   PIC 9(5).                                  00158000
001590      05 PDR-QTY-RCVD  PIC 9(5).                                  00159000
001600      05 PDR-UNIT-COST PIC 9(5)V99.                               00160000
001610      05 PDR-PROM-DATE PIC X(10).                                 00161000
001620      05 PDR-LAST-RCPT PIC X(10).                                 00162000
001630      05 FILLER        PIC X(14).                                 00163000
001640                                                                  00164000
001650******************************************************************00165000
001660* TABLE DES PRODUITS AYANT DEJA UNE LIGNE DE COMMANDE OUVERTE     00166000
001670******************************************************************00167000
001680 01 OPEN-PART-TABLE.                                              00168000
001690      05 OP-ENTRY OCCURS 500 TIMES INDEXED BY OP-IDX.             00169000
001700         10 OP-P-NO PIC X(3).                                     00170000
001710 77 WS-OP-CNT PIC 9(3) VALUE ZERO.                                00171000
001720 77 WS-OP-MAX PIC 9(3) VALUE 500.                                 00172000
001730 77 WS-OP-SW  PIC X(1) VALUE 'N'.                                 00173000
001740    88 PART-ON-ORDER VALUE 'Y'.                                   00174000
001750                                                                  00175000
001760******************************************************************00176000
001770* ZONES DE TRAVAIL DE LA COMMANDE EN COURS                        00177000
001780******************************************************************00178000
001790 77 WS-LAST-PO-NO  PIC 9(6) VALUE ZERO.                           00179000
001800 77 WS-CUR-VEND    PIC X(5) VALUE SPACES.                         00180000
001810 77 WS-CUR-PO      PIC 9(6) VALUE ZERO.                           00181000
001820 77 WS-CUR-LINE    PIC 9(3) VALUE ZERO.                           00182000
001830 77 WS-PO-TOTAL    PIC 9(7)V99 VALUE ZERO.                        00183000
001840 77 WS-EXT-COST    PIC 9(7)V99 VALUE ZERO.                        00184000
001850 77 WS-LEAD-DAYS   PIC 9(3) VALUE ZERO.                           00185000
001860 77 WS-PROM-DATE   PIC X(10) VALUE SPACES.                        00186000
001870 77 WS-VEN-NAME    PIC X(30) VALUE SPACES.                        00187000
001880                                                                  00188000
001890******************************************************************00189000
001900* ZONES DE DATE : AAAAMMJJ ET SA VUE NUMERIQUE POUR LES CALCULS   00190000
001910* DE DELAI (LIVRAISON PROMISE, JOURS DE RETARD)                   00191000
001920******************************************************************00192000
001930 01 W-YMD.                                                        00193000
001940      05 W-YMD-Y PIC X(4).                                        00194000
001950      05 W-YMD-M PIC X(2).                                        00195000
001960      05 W-YMD-D PIC X(2).                                        00196000
001970 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00197000
001980 77 WS-TODAY-INT PIC S9(9) COMP VALUE ZERO.                       00198000
001990 77 WS-WORK-INT  PIC S9(9) COMP VALUE ZERO.                       00199000
002000 77 WS-LATE-DAYS PIC S9(5) VALUE ZERO.                            00200000
002010 77 WS-TODAY-YMD PIC X(8)  VALUE SPACES.                          00201000
002020 77 WS-TODAY-D   PIC X(10) VALUE SPACES.                          00202000
002030                                                                  00203000
002040******************************************************************00204000
002050* DECLARATION DES COMPTEURS ET CUMULS DE CONTROLE                 00205000
002060******************************************************************00206000
002070 77 WS-SUGG-CNT     PIC 9(7) VALUE ZERO.                          00207000
002080 77 WS-SKIP-CNT     PIC 9(7) VALUE ZERO.                          00208000
002090 77 WS-NOVEND-CNT   PIC 9(7) VALUE ZERO.                          00209000
002100 77 WS-NOCOST-CNT   PIC 9(7) VALUE ZERO.                          00210000
002110 77 WS-PO-NOCOST    PIC 9(3) VALUE ZERO.                          00211000
002120 77 WS-PO-CNT       PIC 9(7) VALUE ZERO.                          00212000
002130 77 WS-LINE-CNT     PIC 9(7) VALUE ZERO.                          00213000
002140 77 WS-VEN-LATE-QTY PIC 9(7) VALUE ZERO.                          00214000
002150 77 WS-VEN-LATE-VAL PIC 9(9)V99 VALUE ZERO.                       00215000
002160 77 WS-TOT-LATE-CNT PIC 9(7) VALUE ZERO.                          00216000
002170 77 WS-TOT-LATE-QTY PIC 9(7) VALUE ZERO.                          00217000
002180 77 WS-TOT-LATE-VAL PIC 9(9)V99 VALUE ZERO.                       00218000
002190 77 WS-OPEN-QTY     PIC 9(5) VALUE ZERO.                          00219000
002200 77 WS-OPEN-VAL     PIC 9(9)V99 VALUE ZERO.                       00220000
002210                                                                  00221000
002220******************************************************************00222000
002230* LIGNES D IMPRESSION DU BON DE COMMANDE FOURNISSEUR : CADRE      00223000
002240* FOURNISSEUR ET CADRE DES LIGNES DANS LE STYLE DE LA FACTURE     00224000
002250******************************************************************00225000
002260 01 L-POD-VIDE PIC X(100) VALUE SPACES.                           00226000
002270                                                                  00227000
002280 01 L-POD-TITLE.                                                  00228000
002290      05 FILLER PIC X(2) VALUE SPACES.                            00229000
002300      05 FILLER PIC X(36) VALUE                                   00230000
002310         '********   PURCHASE ORDER   ********'.                  00231000
002320      05 FILLER PIC X(62) VALUE SPACES.                           00232000
002330                                                                  00233000
002340 01 L-POD-BOX-VEND.                                               00234000
002350      05 FILLER PIC X(50) VALUE ALL SPACES.                       00235000
002360      05 FILLER PIC X(49) VALUE ALL '*'.                          00236000
002370      05 FILLER PIC X(1)  VALUE SPACE.                            00237000
002380                                                                  00238000
002390 01 L-POD-DATA-VEND.                                              00239000
002400      05 FILLER      PIC X(50) VALUE ALL SPACES.                  00240000
002410      05 FILLER      PIC X(3) VALUE '*  '.                        00241000
002420      05 POD-VEND    PIC X(43).                                   00242000
002430      05 FILLER      PIC X(3) VALUE '  *'.                        00243000
002440      05 FILLER      PIC X(1) VALUE SPACE.                        00244000
002450                                                                  00245000
002460 01 L-POD-NUM.                                                    00246000
002470      05 FILLER      PIC X(2) VALUE ALL SPACES.                   00247000
002480      05 FILLER      PIC X(13) VALUE 'PO NUMBER  : '.             00248000
002490      05 POD-PO-NO   PIC 9(6).                                    00249000
002500      05 FILLER      PIC X(79) VALUE SPACES.                      00250000
002510                                                                  00251000
002520 01 L-POD-DATE.                                                   00252000
002530      05 FILLER      PIC X(2) VALUE ALL SPACES.                   00253000
002540      05 FILLER      PIC X(13) VALUE 'ORDER DATE : '.             00254000
002550      05 POD-DATE    PIC X(10).                                   00255000
002560      05 FILLER      PIC X(75) VALUE SPACES.                      00256000
002570                                                                  00257000
002580 01 L-POD-VENDNO.                                                 00258000
002590      05 FILLER      PIC X(2) VALUE ALL SPACES.                   00259000
002600      05 FILLER      PIC X(13) VALUE 'VENDOR     : '.             00260000
002610      05 POD-VEND-NO PIC X(5).                                    00261000
002620      05 FILLER      PIC X(80) VALUE SPACES.                      00262000
002630                                                                  00263000
002640 01 L-POD-BOX-LINE.                                               00264000
002650      05 FILLER PIC X(1)  VALUE ALL SPACES.                       00265000
002660      05 FILLER PIC X(98) VALUE ALL '*'.                          00266000
002670      05 FILLER PIC X(1)  VALUE SPACE.                            00267000
002680                                                                  00268000
002690 01 L-POD-HDR-LINE.                                               00269000
002700      05 FILLER PIC X(1)  VALUE SPACE.                            00270000
002710      05 FILLER PIC X(10) VALUE '* LN  PART'.                     00271000
002720      05 FILLER PIC X(18) VALUE ' * VENDOR ITEM'.                 00272000
002730      05 FILLER PIC X(12) VALUE ' *  QUANTITY'.                   00273000
002740      05 FILLER PIC X(12) VALUE ' * UNIT COST'.                   00274000
002750      05 FILLER PIC X(15) VALUE ' *     EXTENDED'.                00275000
002760      05 FILLER PIC X(14) VALUE ' *    PROMISED'.                 00276000
002770      05 FILLER PIC X(17) VALUE '                *'.              00277000
002780      05 FILLER PIC X(1)  VALUE SPACE.                            00278000
002790                                                                  00279000
002800 01 L-POD-DATA-LINE.                                              00280000
002810      05 FILLER      PIC X(1) VALUE SPACE.                        00281000
002820      05 FILLER      PIC X(2) VALUE '* '.                         00282000
002830      05 POL-LINE    PIC 9(3).                                    00283000
002840      05 FILLER      PIC X(2) VALUE SPACES.                       00284000
002850      05 POL-P-NO    PIC X(3).                                    00285000
002860      05 FILLER      PIC X(3) VALUE ' * '.                        00286000
002870      05 POL-ITEM    PIC X(15).                                   00287000
002880      05 FILLER      PIC X(3) VALUE ' * '.                        00288000
002890      05 POL-QTY     PIC Z(8)9.                                   00289000
002900      05 FILLER      PIC X(3) VALUE ' * '.                        00290000
002910      05 POL-COST    PIC ZZ,ZZ9.99.                               00291000
002920      05 FILLER      PIC X(3) VALUE ' * '.                        00292000
002930      05 POL-EXT     PIC Z,ZZZ,ZZ9.99.                            00293000
002940      05 FILLER      PIC X(3) VALUE ' * '.                        00294000
002950      05 FILLER      PIC X(4) VALUE SPACES.                       00295000
002960      05 POL-PROM    PIC X(10).                                   00296000
002970      05 FILLER      PIC X(14) VALUE '             *'.            00297000
002980      05 FILLER      PIC X(1) VALUE SPACE.                        00298000
002990                                                                  00299000
003000 01 L-POD-TOTAL.                                                  00300000
003010      05 FILLER      PIC X(40) VALUE SPACES.                      00301000
003020      05 FILLER      PIC X(16) VALUE 'TOTAL PO VALUE :'.          00302000
003030      05 POT-TOTAL   PIC Z,ZZZ,ZZ9.99.                            00303000
003040      05 FILLER      PIC X(32) VALUE SPACES.                      00304000
003050                                                                  00305000
003060 01 L-POD-NOCOST.                                                 00306000
003070      05 FILLER      PIC X(2) VALUE SPACES.                       00307000
003080      05 FILLER      PIC X(54) VALUE                              00308000
003090         'PARTS SHOWN AT ZERO COST ARE NOT IN YOUR CATALOGUE ON'. 00309000
003100      05 FILLER      PIC X(44) VALUE                              00310000
003110         ' FILE - PLEASE CONFIRM PRICE WITH PURCHASING'.          00311000
003120                                                                  00312000
003130******************************************************************00313000
003140* LIGNES D IMPRESSION DE L ETAT DES LIGNES EN RETARD              00314000
003150******************************************************************00315000
003160 01 L-PDU-VIDE PIC X(132) VALUE SPACES.                           00316000
003170                                                                  00317000
003180 01 L-PDU-TITLE.                                                  00318000
003190      05 FILLER PIC X(40) VALUE                                   00319000
003200         '****   PAST-DUE PURCHASE ORDER LINES   '.               00320000
003210      05 FILLER PIC X(4)  VALUE '****'.                           00321000
003220      05 FILLER PIC X(10) VALUE SPACES.                           00322000
003230      05 FILLER PIC X(8)  VALUE 'AS OF : '.                       00323000
003240      05 PDT-TODAY PIC X(10).                                     00324000
003250      05 FILLER PIC X(60) VALUE SPACES.                           00325000
003260                                                                  00326000
003270 01 L-PDU-VEND.                                                   00327000
003280      05 FILLER      PIC X(8) VALUE 'VENDOR  '.                   00328000
003290      05 PDV-VEND-NO PIC X(5).                                    00329000
003300      05 FILLER      PIC X(2) VALUE SPACES.                       00330000
003310      05 PDV-NAME    PIC X(30).                                   00331000
003320      05 FILLER      PIC X(87) VALUE SPACES.                      00332000
003330                                                                  00333000
003340 01 L-PDU-HDR.                                                    00334000
003350      05 FILLER PIC X(12) VALUE 'PO     LINE '.                   00335000
003360      05 FILLER PIC X(5)  VALUE 'PART '.                          00336000
003370      05 FILLER PIC X(11) VALUE 'ORDERED    '.                    00337000
003380      05 FILLER PIC X(11) VALUE 'PROMISED   '.                    00338000
003390      05 FILLER PIC X(5)  VALUE ' LATE'.                          00339000
003400      05 FILLER PIC X(8)  VALUE '     ORD'.                       00340000
003410      05 FILLER PIC X(8)  VALUE '    RCVD'.                       00341000
003420      05 FILLER PIC X(8)  VALUE '    OPEN'.                       00342000
003430      05 FILLER PIC X(11) VALUE '  UNIT COST'.                    00343000
003440      05 FILLER PIC X(16) VALUE '      OPEN VALUE'.               00344000
003450      05 FILLER PIC X(37) VALUE SPACES.                           00345000
003460                                                                  00346000
003470 01 L-PDU-LINE.                                                   00347000
003480      05 PDL-PO-NO   PIC 9(6).                                    00348000
003490      05 FILLER      PIC X(1) VALUE SPACE.                        00349000
003500      05 PDL-LINE    PIC 9(3).                                    00350000
003510      05 FILLER      PIC X(2) VALUE SPACES.                       00351000
003520      05 PDL-P-NO    PIC X(3).                                    00352000
003530      05 FILLER      PIC X(2) VALUE SPACES.                       00353000
003540      05 PDL-O-DATE  PIC X(10).                                   00354000
003550      05 FILLER      PIC X(1) VALUE SPACE.                        00355000
003560      05 PDL-PROM    PIC X(10).                                   00356000
003570      05 FILLER      PIC X(1) VALUE SPACE.                        00357000
003580      05 PDL-LATE    PIC ZZZZ9.                                   00358000
003590      05 PDL-ORD     PIC Z(7)9.                                   00359000
003600      05 PDL-RCVD    PIC Z(7)9.                                   00360000
003610      05 PDL-OPEN    PIC Z(7)9.                                   00361000
003620      05 FILLER      PIC X(2) VALUE SPACES.                       00362000
003630      05 PDL-COST    PIC ZZ,ZZ9.99.                               00363000
003640      05 FILLER      PIC X(2) VALUE SPACES.                       00364000
003650      05 PDL-VALUE   PIC ZZZ,ZZZ,ZZ9.99.                          00365000
003660      05 FILLER      PIC X(37) VALUE SPACES.                      00366000
003670                                                                  00367000
003680 01 L-PDU-TOT.                                                    00368000
003690      05 FILLER      PIC X(12) VALUE SPACES.                      00369000
003700      05 PDO-LABEL   PIC X(44).                                   00370000
003710      05 FILLER      PIC X(4) VALUE SPACES.                       00371000
003720      05 PDO-QTY     PIC Z(7)9.                                   00372000
003730      05 FILLER      PIC X(13) VALUE SPACES.                      00373000
003740      05 PDO-VALUE   PIC ZZZ,ZZZ,ZZ9.99.                          00374000
003750      05 FILLER      PIC X(37) VALUE SPACES.                      00375000
003760                                                                  00376000
003770******************************************************************00377000
003780* LIGNE DES COMPTEURS DE FIN DE RUN                               00378000
003790******************************************************************00379000
003800 01 L-PDU-CNT.                                                    00380000
003810      05 PDC-LABEL   PIC X(40).                                   00381000
003820      05 FILLER      PIC X(2) VALUE SPACES.                       00382000
003830      05 PDC-VALUE   PIC Z(6)9.                                   00383000
003840      05 FILLER      PIC X(83) VALUE SPACES.                      00384000
003850                                                                  00385000
003851******************************************************************00385100
003852* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00385200
003853******************************************************************00385300
003854     COPY JLGREC.                                                 00385400
003855                                                                  00385500
003860 PROCEDURE DIVISION.                                              00386000
003870******************************************************************00387000
003880* PARAGRAPHE PRINCIPAL : CHARGEMENT DES PRODUITS DEJA COMMANDES,  00388000
003890* CREATION DES COMMANDES A PARTIR DES SUGGESTIONS, PUIS ETAT DES  00389000
003900* LIGNES EN RETARD SUR LE KSDS MIS A JOUR                         00390000
003910******************************************************************00391000
003911     INITIALIZE L-JOBLOG                                          00391100
003920     MOVE 'PJPT3PUR' TO JLG-PROGRAM                               00392000
003921     MOVE 'S' TO JLG-TYPE                                         00392100
003922     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00392200
003923                                                                  00392300
003930     PERFORM 100-INITIALIZE                                       00393000
003940     PERFORM 150-LOAD-OPEN-PARTS                                  00394000
003950     PERFORM 170-READ-CONTROL                                     00395000
003960     PERFORM 200-RAISE-POS                                        00396000
003970     PERFORM 290-REWRITE-CONTROL                                  00397000
003980     CLOSE POMF                                                   00398000
003990     CLOSE PODOC                                                  00399000
004000                                                                  00400000
004010     PERFORM 500-PAST-DUE-REPORT                                  00401000
004020     PERFORM 900-WRITE-TOTALS                                     00402000
004030                                                                  00403000
004040     CLOSE PDUE                                                   00404000
004050     IF VENDF-OPEN                                                00405000
004060         CLOSE VENDF                                              00406000
004070     END-IF                                                       00407000
004071                                                                  00407100
004072     MOVE SPACES TO JLG-RUN-KEY                                   00407200
004073     MOVE WS-SUGG-CNT TO JLG-IN-CNT                               00407300
004074     MOVE WS-PO-CNT TO JLG-OUT-CNT                                00407400
004075     MOVE RETURN-CODE TO JLG-RC                                   00407500
004076     MOVE 'E' TO JLG-TYPE                                         00407600
004077     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00407700
004078                                                                  00407800
004080     GOBACK.                                                      00408000
004090                                                                  00409000
004100******************************************************************00410000
004110* PARAGRAPHE D INITIALISATION : DATE DU JOUR, OUVERTURE DES       00411000
004120* FICHIERS. LE KSDS DES COMMANDES EST CREE VIDE AU PREMIER PASSAGE00412000
004130******************************************************************00413000
004140 100-INITIALIZE.                                                  00414000
004150     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD                       00415000
004160     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-D(1:4)                    00416000
004170     MOVE '-'               TO WS-TODAY-D(5:1)                    00417000
004180     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-D(6:2)                    00418000
004190     MOVE '-'               TO WS-TODAY-D(8:1)                    00419000
004200     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-D(9:2)                    00420000
004210     MOVE WS-TODAY-YMD TO W-YMD                                   00421000
004220     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)   00422000
004230                                                                  00423000
004240     OPEN I-O POMF                                                00424000
004250     IF WS-POMF-STATUS = '35'                                     00425000
004260         OPEN OUTPUT POMF                                         00426000
004270         CLOSE POMF                                               00427000
004280         OPEN I-O POMF                                            00428000
004290     END-IF                                                       00429000
004300     IF WS-POMF-STATUS NOT = '00'                                 00430000
004310         DISPLAY 'ERREUR OUVERTURE POMSTR : ' WS-POMF-STATUS      00431000
004320         PERFORM 900-ABEND-PROG                                   00432000
004330     END-IF                                                       00433000
004340                                                                  00434000
004350     MOVE 'N' TO WS-VENDF-SW                                      00435000
004360     OPEN INPUT VENDF                                             00436000
004370     IF WS-VENDF-STATUS = '00'                                    00437000
004380         MOVE 'Y' TO WS-VENDF-SW                                  00438000
004390     ELSE                                                         00439000
004400         DISPLAY 'PAS DE FICHIER VENDMSTR : ' WS-VENDF-STATUS     00440000
004410         DISPLAY 'COMMANDES EMISES SANS COUT NI DELAI FOURNISSEUR'00441000
004420     END-IF                                                       00442000
004430                                                                  00443000
004440     OPEN OUTPUT PODOC                                            00444000
004450     OPEN OUTPUT PDUE                                             00445000
004460     EXIT.                                                        00446000
004470                                                                  00447000
004480******************************************************************00448000
004490* PARAGRAPHES DE CHARGEMENT DES PRODUITS AYANT UNE LIGNE DE       00449000
004500* COMMANDE OUVERTE AVEC UN RESTE A RECEVOIR : ILS NE SONT PAS     00450000
004510* RECOMMANDES MEME S ILS REVIENNENT DANS LES SUGGESTIONS          00451000
004520******************************************************************00452000
004530 150-LOAD-OPEN-PARTS.                                             00453000
004540     INITIALIZE OPEN-PART-TABLE                                   00454000
004550     MOVE LOW-VALUES TO PO-KEY                                    00455000
004560     START POMF KEY >= PO-KEY                                     00456000
004570     IF WS-POMF-STATUS = '00'                                     00457000
004580         PERFORM 152-READ-NEXT-PO                                 00458000
004590         PERFORM 154-LOAD-ONE-LINE                                00459000
004600            UNTIL WS-POMF-STATUS NOT = '00'                       00460000
004610     END-IF                                                       00461000
004620     EXIT.                                                        00462000
004630                                                                  00463000
004640 152-READ-NEXT-PO.                                                00464000
004650     READ POMF NEXT                                               00465000
004660     EXIT.                                                        00466000
004670                                                                  00467000
004680 154-LOAD-ONE-LINE.                                               00468000
004690     IF PO-DETAIL AND PO-OPEN AND PO-QTY-ORD > PO-QTY-RCVD        00469000
004700         MOVE PO-P-NO TO SUG-P-NO                                 00470000
004710         PERFORM 160-ADD-OPEN-PART                                00471000
004720     END-IF                                                       00472000
004730     PERFORM 152-READ-NEXT-PO                                     00473000
004740     EXIT.                                                        00474000
004750                                                                  00475000
004760 160-ADD-OPEN-PART.                                               00476000
004770     PERFORM 165-FIND-OPEN-PART                                   00477000
004780     IF NOT PART-ON-ORDER                                         00478000
004790         IF WS-OP-CNT < WS-OP-MAX                                 00479000
004800             ADD 1 TO WS-OP-CNT                                   00480000
004810             SET OP-IDX TO WS-OP-CNT                              00481000
004820             MOVE SUG-P-NO TO OP-P-NO(OP-IDX)                     00482000
004830         ELSE                                                     00483000
004840             DISPLAY 'TABLE DES PRODUITS COMMANDES PLEINE : '     00484000
004850                     SUG-P-NO                                     00485000
004860         END-IF                                                   00486000
004870     END-IF                                                       00487000
004880     EXIT.                                                        00488000
004890                                                                  00489000
004900 165-FIND-OPEN-PART.                                              00490000
004910     MOVE 'N' TO WS-OP-SW                                         00491000
004920     SET OP-IDX TO 1                                              00492000
004930     SEARCH OP-ENTRY                                              00493000
004940         AT END                                                   00494000
004950             CONTINUE                                             00495000
004960         WHEN OP-IDX > WS-OP-CNT                                  00496000
004970             CONTINUE                                             00497000
004980         WHEN OP-P-NO(OP-IDX) = SUG-P-NO                          00498000
004990             MOVE 'Y' TO WS-OP-SW                                 00499000
005000     END-SEARCH                                                   00500000
005010     EXIT.                                                        00501000
005020                                                                  00502000
005030******************************************************************00503000
005040* PARAGRAPHE DE LECTURE DE L ENREGISTREMENT DE CONTROLE (COMMANDE 00504000
005050* 000000 LIGNE 000) PORTANT LE DERNIER NUMERO ATTRIBUE, CREE A    00505000
005060* ZERO AU PREMIER PASSAGE                                         00506000
005070******************************************************************00507000
005080 170-READ-CONTROL.                                                00508000
005090     MOVE ZERO TO PO-NO                                           00509000
005100     MOVE ZERO TO PO-LINE                                         00510000
005110     READ POMF KEY IS PO-KEY                                      00511000
005120     IF WS-POMF-STATUS = '00' AND PO-CONTROL                      00512000
005130         MOVE PO-LAST-NO TO WS-LAST-PO-NO                         00513000
005140     ELSE                                                         00514000
005150         INITIALIZE PO-RECORD                                     00515000
005160         MOVE ZERO TO PO-NO                                       00516000
005170         MOVE ZERO TO PO-LINE                                     00517000
005180         MOVE 'K'  TO PO-REC-TYPE                                 00518000
005190         MOVE ZERO TO PO-LAST-NO                                  00519000
005200         WRITE PO-RECORD                                          00520000
005210         IF WS-POMF-STATUS NOT = '00'                             00521000
005220             DISPLAY 'ERREUR CREATION CONTROLE POMSTR : '         00522000
005230                     WS-POMF-STATUS                               00523000
005240             PERFORM 900-ABEND-PROG                               00524000
005250         END-IF                                                   00525000
005260         MOVE ZERO TO WS-LAST-PO-NO                               00526000
005270     END-IF                                                       00527000
005280     EXIT.                                                        00528000
005290                                                                  00529000
005300******************************************************************00530000
005310* PARAGRAPHES DE CREATION DES COMMANDES : LES SUGGESTIONS SONT    00531000
005320* TRIEES PAR FOURNISSEUR ET PRODUIT, UNE COMMANDE EST EMISE PAR   00532000
005330* FOURNISSEUR. FICHIER REORDSUG ABSENT = AUCUNE COMMANDE          00533000
005340******************************************************************00534000
005350 200-RAISE-POS.                                                   00535000
005360     OPEN INPUT SUGIN                                             00536000
005370     IF WS-SUGIN-STATUS NOT = '00'                                00537000
005380         DISPLAY 'PAS DE FICHIER REORDSUG : ' WS-SUGIN-STATUS     00538000
005390     ELSE                                                         00539000
005400         CLOSE SUGIN                                              00540000
005410         SORT SRTWRK                                              00541000
005420              ON ASCENDING KEY SRT-VEND-NO                        00542000
005430              ON ASCENDING KEY SRT-P-NO                           00543000
005440              USING SUGIN                                         00544000
005450              GIVING SRTD                                         00545000
005460         OPEN INPUT SRTD                                          00546000
005470         PERFORM 210-READ-SRTD                                    00547000
005480         PERFORM 220-PROCESS-VENDOR UNTIL FF-SRTD                 00548000
005490         CLOSE SRTD                                               00549000
005500     END-IF                                                       00550000
005510     EXIT.                                                        00551000
005520                                                                  00552000
005530******************************************************************00553000
005540* LECTURE DES SUGGESTIONS TRIEES : LES PRODUITS DEJA EN COMMANDE  00554000
005550* ET CEUX SANS FOURNISSEUR ATTITRE (SIGNALES AUX ACHETEURS) SONT  00555000
005560* PASSES ICI, LE RESTE NE VOIT QUE LES LIGNES A COMMANDER         00556000
005570******************************************************************00557000
005580 210-READ-SRTD.                                                   00558000
005590     MOVE 'N' TO WS-USE-SW                                        00559000
005600     PERFORM 212-READ-ONE-SRTD                                    00560000
005610        UNTIL FF-SRTD OR USABLE-SUGG                              00561000
005620     EXIT.                                                        00562000
005630                                                                  00563000
005640 212-READ-ONE-SRTD.                                               00564000
005650     READ SRTD INTO L-REORDSUG                                    00565000
005660         AT END                                                   00566000
005670              SET FF-SRTD TO TRUE                                 00567000
005680         NOT AT END                                               00568000
005690              ADD 1 TO WS-SUGG-CNT                                00569000
005700              PERFORM 165-FIND-OPEN-PART                          00570000
005710              EVALUATE TRUE                                       00571000
005720                  WHEN PART-ON-ORDER                              00572000
005730                      ADD 1 TO WS-SKIP-CNT                        00573000
005740                  WHEN SUG-VEND-NO = SPACES                       00574000
005750                      ADD 1 TO WS-NOVEND-CNT                      00575000
005760                      DISPLAY 'PRODUIT SANS FOURNISSEUR : '       00576000
005770                              SUG-P-NO                            00577000
005780                  WHEN SUG-QTY NOT NUMERIC OR SUG-QTY = ZERO      00578000
005790                      ADD 1 TO WS-SKIP-CNT                        00579000
005800                      DISPLAY 'QUANTITE SUGGEREE NULLE : '        00580000
005810                              SUG-P-NO                            00581000
005820                  WHEN OTHER                                      00582000
005830                      MOVE 'Y' TO WS-USE-SW                       00583000
005840              END-EVALUATE                                        00584000
005850     END-READ                                                     00585000
005860     EXIT.                                                        00586000
005870                                                                  00587000
005880 220-PROCESS-VENDOR.                                              00588000
005890     MOVE SUG-VEND-NO TO WS-CUR-VEND                              00589000
005900     PERFORM 230-START-PO                                         00590000
005910     PERFORM 240-ADD-PO-LINE                                      00591000
005920        UNTIL FF-SRTD OR SUG-VEND-NO NOT = WS-CUR-VEND            00592000
005930     PERFORM 250-FINISH-PO                                        00593000
005940     EXIT.                                                        00594000
005950                                                                  00595000
005960******************************************************************00596000
005970* OUVERTURE D UNE COMMANDE : NUMERO SUIVANT, EN-TETE DU DOCUMENT  00597000
005980* AVEC LE CADRE FOURNISSEUR (FICHE VENDMSTR SANS PRODUIT)         00598000
005990******************************************************************00599000
006000 230-START-PO.                                                    00600000
006010     ADD 1 TO WS-LAST-PO-NO                                       00601000
006020     MOVE WS-LAST-PO-NO TO WS-CUR-PO                              00602000
006030     MOVE ZERO TO WS-CUR-LINE                                     00603000
006040     MOVE ZERO TO WS-PO-TOTAL                                     00604000
006050     MOVE ZERO TO WS-LEAD-DAYS                                    00605000
006060     MOVE ZERO TO WS-PO-NOCOST                                    00606000
006070     MOVE SPACES TO WS-VEN-NAME                                   00607000
006080     ADD 1 TO WS-PO-CNT                                           00608000
006090                                                                  00609000
006100     INITIALIZE VENDOR-RECORD                                     00610000
006110     IF VENDF-OPEN                                                00611000
006120         MOVE WS-CUR-VEND TO VEN-NO                               00612000
006130         MOVE SPACES      TO VEN-P-NO                             00613000
006140         READ VENDF KEY IS VEN-KEY                                00614000
006150         IF WS-VENDF-STATUS = '00'                                00615000
006160             MOVE VEN-NAME TO WS-VEN-NAME                         00616000
006170             IF VEN-LEAD-DAYS NUMERIC                             00617000
006180                 MOVE VEN-LEAD-DAYS TO WS-LEAD-DAYS               00618000
006190             END-IF                                               00619000
006200         ELSE                                                     00620000
006210             INITIALIZE VENDOR-RECORD                             00621000
006220             DISPLAY 'FOURNISSEUR INCONNU : ' WS-CUR-VEND         00622000
006230         END-IF                                                   00623000
006240     END-IF                                                       00624000
006250     IF WS-VEN-NAME = SPACES                                      00625000
006260         MOVE 'VENDOR NOT ON FILE' TO WS-VEN-NAME                 00626000
006270     END-IF                                                       00627000
006280     PERFORM 235-COMPUTE-PROMISED                                 00628000
006290                                                                  00629000
006300     WRITE ENR-PODOC FROM L-POD-VIDE BEFORE ADVANCING PAGE        00630000
006310     WRITE ENR-PODOC FROM L-POD-TITLE                             00631000
006320     WRITE ENR-PODOC FROM L-POD-VIDE                              00632000
006330     WRITE ENR-PODOC FROM L-POD-BOX-VEND                          00633000
006340     MOVE WS-VEN-NAME TO POD-VEND                                 00634000
006350     WRITE ENR-PODOC FROM L-POD-DATA-VEND                         00635000
006360     MOVE VEN-ADDR TO POD-VEND                                    00636000
006370     WRITE ENR-PODOC FROM L-POD-DATA-VEND                         00637000
006380     MOVE SPACES TO POD-VEND                                      00638000
006390     STRING VEN-CITY DELIMITED BY '  '                            00639000
006400            ' '      DELIMITED BY SIZE                            00640000
006410            VEN-STATE DELIMITED BY SIZE                           00641000
006420            ' '      DELIMITED BY SIZE                            00642000
006430            VEN-ZIP  DELIMITED BY SIZE                            00643000
006440            INTO POD-VEND                                         00644000
006450     END-STRING                                                   00645000
006460     WRITE ENR-PODOC FROM L-POD-DATA-VEND                         00646000
006470     MOVE SPACES TO POD-VEND                                      00647000
006480     STRING 'ATTN : ' DELIMITED BY SIZE                           00648000
006490            VEN-CONTACT DELIMITED BY SIZE                         00649000
006500            INTO POD-VEND                                         00650000
006510     END-STRING                                                   00651000
006520     WRITE ENR-PODOC FROM L-POD-DATA-VEND                         00652000
006530     WRITE ENR-PODOC FROM L-POD-BOX-VEND                          00653000
006540     WRITE ENR-PODOC FROM L-POD-VIDE                              00654000
006550                                                                  00655000
006560     MOVE WS-CUR-PO   TO POD-PO-NO                                00656000
006570     WRITE ENR-PODOC FROM L-POD-NUM                               00657000
006580     MOVE WS-TODAY-D  TO POD-DATE                                 00658000
006590     WRITE ENR-PODOC FROM L-POD-DATE                              00659000
006600     MOVE WS-CUR-VEND TO POD-VEND-NO                              00660000
006610     WRITE ENR-PODOC FROM L-POD-VENDNO                            00661000
006620     WRITE ENR-PODOC FROM L-POD-VIDE                              00662000
006630     WRITE ENR-PODOC FROM L-POD-BOX-LINE                          00663000
006640     WRITE ENR-PODOC FROM L-POD-HDR-LINE                          00664000
006650     WRITE ENR-PODOC FROM L-POD-BOX-LINE                          00665000
006660     EXIT.                                                        00666000
006670                                                                  00667000
006680******************************************************************00668000
006690* DATE DE LIVRAISON PROMISE : DATE DU JOUR PLUS LE DELAI DU       00669000
006700* FOURNISSEUR, AU FORMAT AAAA-MM-JJ                               00670000
006710******************************************************************00671000
006720 235-COMPUTE-PROMISED.                                            00672000
006730     COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-LEAD-DAYS            00673000
006740     COMPUTE W-YMD-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)    00674000
006750     MOVE SPACES  TO WS-PROM-DATE                                 00675000
006760     MOVE W-YMD-Y TO WS-PROM-DATE(1:4)                            00676000
006770     MOVE '-'     TO WS-PROM-DATE(5:1)                            00677000
006780     MOVE W-YMD-M TO WS-PROM-DATE(6:2)                            00678000
006790     MOVE '-'     TO WS-PROM-DATE(8:1)                            00679000
006800     MOVE W-YMD-D TO WS-PROM-DATE(9:2)                            00680000
006810     EXIT.                                                        00681000
006820                                                                  00682000
006830******************************************************************00683000
006840* LIGNE DE COMMANDE : COUT ET REFERENCE DU CATALOGUE FOURNISSEUR  00684000
006850* (COUT A ZERO ET SIGNALE SI LE PRODUIT N Y FIGURE PAS)           00685000
006860******************************************************************00686000
006870 240-ADD-PO-LINE.                                                 00687000
006880     ADD 1 TO WS-CUR-LINE                                         00688000
006890     INITIALIZE PO-RECORD                                         00689000
006900     MOVE WS-CUR-PO    TO PO-NO                                   00690000
006910     MOVE WS-CUR-LINE  TO PO-LINE                                 00691000
006920     MOVE 'D'          TO PO-REC-TYPE                             00692000
006930     MOVE WS-CUR-VEND  TO PO-VEND-NO                              00693000
006940     MOVE 'O'          TO PO-STATUS                               00694000
006950     MOVE WS-TODAY-D   TO PO-ORDER-DATE                           00695000
006960     MOVE SUG-P-NO     TO PO-P-NO                                 00696000
006970     MOVE SUG-QTY      TO PO-QTY-ORD                              00697000
006980     MOVE ZERO         TO PO-QTY-RCVD                             00698000
006990     MOVE ZERO         TO PO-UNIT-COST                            00699000
007000     MOVE WS-PROM-DATE TO PO-PROM-DATE                            00700000
007010     MOVE SPACES       TO PO-LAST-RCPT                            00701000
007020                                                                  00702000
007030     MOVE SPACES TO POL-ITEM                                      00703000
007040     MOVE SPACES TO WS-VENDF-STATUS                               00704000
007050     IF VENDF-OPEN                                                00705000
007060         MOVE WS-CUR-VEND TO VEN-NO                               00706000
007070         MOVE SUG-P-NO    TO VEN-P-NO                             00707000
007080         READ VENDF KEY IS VEN-KEY                                00708000
007090     END-IF                                                       00709000
007100     IF WS-VENDF-STATUS = '00' AND VEN-UNIT-COST NUMERIC          00710000
007110         MOVE VEN-UNIT-COST TO PO-UNIT-COST                       00711000
007120         MOVE VEN-ITEM      TO POL-ITEM                           00712000
007130     ELSE                                                         00713000
007140         MOVE '*NOT IN CATLG*' TO POL-ITEM                        00714000
007150         ADD 1 TO WS-NOCOST-CNT                                   00715000
007160         ADD 1 TO WS-PO-NOCOST                                    00716000
007170     END-IF                                                       00717000
007180                                                                  00718000
007190     WRITE PO-RECORD                                              00719000
007200     IF WS-POMF-STATUS NOT = '00'                                 00720000
007210         DISPLAY 'ERREUR ECRITURE POMSTR : ' WS-POMF-STATUS       00721000
007220                 ' ' PO-KEY                                       00722000
007230         PERFORM 900-ABEND-PROG                                   00723000
007240     END-IF                                                       00724000
007250     ADD 1 TO WS-LINE-CNT                                         00725000
007260     PERFORM 160-ADD-OPEN-PART                                    00726000
007270                                                                  00727000
007280     COMPUTE WS-EXT-COST = PO-QTY-ORD * PO-UNIT-COST              00728000
007290     ADD WS-EXT-COST TO WS-PO-TOTAL                               00729000
007300     MOVE WS-CUR-LINE  TO POL-LINE                                00730000
007310     MOVE SUG-P-NO     TO POL-P-NO                                00731000
007320     MOVE PO-QTY-ORD   TO POL-QTY                                 00732000
007330     MOVE PO-UNIT-COST TO POL-COST                                00733000
007340     MOVE WS-EXT-COST  TO POL-EXT                                 00734000
007350     MOVE WS-PROM-DATE TO POL-PROM                                00735000
007360     WRITE ENR-PODOC FROM L-POD-DATA-LINE                         00736000
007370                                                                  00737000
007380     PERFORM 210-READ-SRTD                                        00738000
007390     EXIT.                                                        00739000
007400                                                                  00740000
007410******************************************************************00741000
007420* FIN D UNE COMMANDE : ECRITURE DE L EN-TETE (NOMBRE DE LIGNES ET 00742000
007430* MONTANT) ET DU TOTAL DU DOCUMENT                                00743000
007440******************************************************************00744000
007450 250-FINISH-PO.                                                   00745000
007460     INITIALIZE PO-RECORD                                         00746000
007470     MOVE WS-CUR-PO    TO PO-NO                                   00747000
007480     MOVE ZERO         TO PO-LINE                                 00748000
007490     MOVE 'H'          TO PO-REC-TYPE                             00749000
007500     MOVE WS-CUR-VEND  TO PO-VEND-NO                              00750000
007510     MOVE 'O'          TO PO-STATUS                               00751000
007520     MOVE WS-TODAY-D   TO PO-ORDER-DATE                           00752000
007530     MOVE WS-CUR-LINE  TO PO-LINE-CNT                             00753000
007540     MOVE WS-PO-TOTAL  TO PO-TOTAL                                00754000
007550     WRITE PO-RECORD                                              00755000
007560     IF WS-POMF-STATUS NOT = '00'                                 00756000
007570         DISPLAY 'ERREUR ECRITURE POMSTR : ' WS-POMF-STATUS       00757000
007580                 ' ' PO-KEY                                       00758000
007590         PERFORM 900-ABEND-PROG                                   00759000
007600     END-IF                                                       00760000
007610                                                                  00761000
007620     WRITE ENR-PODOC FROM L-POD-BOX-LINE                          00762000
007630     WRITE ENR-PODOC FROM L-POD-VIDE                              00763000
007640     MOVE WS-PO-TOTAL TO POT-TOTAL                                00764000
007650     WRITE ENR-PODOC FROM L-POD-TOTAL                             00765000
007660     IF WS-PO-NOCOST > ZERO                                       00766000
007670         WRITE ENR-PODOC FROM L-POD-VIDE                          00767000
007680         WRITE ENR-PODOC FROM L-POD-NOCOST                        00768000
007690     END-IF                                                       00769000
007700     EXIT.                                                        00770000
007710                                                                  00771000
007720******************************************************************00772000
007730* MISE A JOUR DU DERNIER NUMERO DE COMMANDE ATTRIBUE              00773000
007740******************************************************************00774000
007750 290-REWRITE-CONTROL.                                             00775000
007760     MOVE ZERO TO PO-NO                                           00776000
007770     MOVE ZERO TO PO-LINE                                         00777000
007780     READ POMF KEY IS PO-KEY                                      00778000
007790     IF WS-POMF-STATUS = '00'                                     00779000
007800         MOVE WS-LAST-PO-NO TO PO-LAST-NO                         00780000
007810         REWRITE PO-RECORD                                        00781000
007820     END-IF                                                       00782000
007830     IF WS-POMF-STATUS NOT = '00'                                 00783000
007840         DISPLAY 'ERREUR MAJ CONTROLE POMSTR : ' WS-POMF-STATUS   00784000
007850         PERFORM 900-ABEND-PROG                                   00785000
007860     END-IF                                                       00786000
007870     EXIT.                                                        00787000
007880                                                                  00788000
007890******************************************************************00789000
007900* PARAGRAPHES DE L ETAT DES RETARDS : LE KSDS EST TRIE PAR        00790000
007910* FOURNISSEUR ; SEULES LES LIGNES OUVERTES AVEC UN RESTE A        00791000
007920* RECEVOIR ET UNE DATE PROMISE DEPASSEE SONT IMPRIMEES, AVEC UN   00792000
007930* SOUS-TOTAL PAR FOURNISSEUR                                      00793000
007940******************************************************************00794000
007950 500-PAST-DUE-REPORT.                                             00795000
007960     SORT SRTPDU                                                  00796000
007970          ON ASCENDING KEY SPD-VEND-NO                            00797000
007980          ON ASCENDING KEY SPD-PO-NO                              00798000
007990          ON ASCENDING KEY SPD-LINE                               00799000
008000          USING POMF                                              00800000
008010          GIVING SRTP                                             00801000
008020                                                                  00802000
008030     MOVE WS-TODAY-D TO PDT-TODAY                                 00803000
008040     WRITE ENR-POPASTDU FROM L-PDU-TITLE                          00804000
008050     WRITE ENR-POPASTDU FROM L-PDU-VIDE                           00805000
008060     WRITE ENR-POPASTDU FROM L-PDU-HDR                            00806000
008070     WRITE ENR-POPASTDU FROM L-PDU-VIDE                           00807000
008080                                                                  00808000
008090     OPEN INPUT SRTP                                              00809000
008100     PERFORM 510-READ-SRTP                                        00810000
008110     PERFORM 520-PROCESS-VENDOR UNTIL FF-SRTP                     00811000
008120     CLOSE SRTP                                                   00812000
008130                                                                  00813000
008140     MOVE 'TOTAL PAST-DUE OPEN QUANTITY AND VALUE' TO PDO-LABEL   00814000
008150     MOVE WS-TOT-LATE-QTY TO PDO-QTY                              00815000
008160     MOVE WS-TOT-LATE-VAL TO PDO-VALUE                            00816000
008170     WRITE ENR-POPASTDU FROM L-PDU-TOT                            00817000
008180     EXIT.                                                        00818000
008190                                                                  00819000
008200 510-READ-SRTP.                                                   00820000
008210     MOVE 'N' TO WS-LATE-SW                                       00821000
008220     PERFORM 512-READ-ONE-SRTP                                    00822000
008230        UNTIL FF-SRTP OR LATE-LINE                                00823000
008240     EXIT.                                                        00824000
008250                                                                  00825000
008260 512-READ-ONE-SRTP.                                               00826000
008270     READ SRTP INTO L-PDUE-REC                                    00827000
008280         AT END                                                   00828000
008290              SET FF-SRTP TO TRUE                                 00829000
008300         NOT AT END                                               00830000
008310              IF PDR-DETAIL AND PDR-OPEN                          00831000
008320                 AND PDR-QTY-ORD > PDR-QTY-RCVD                   00832000
008330                 AND PDR-PROM-DATE < WS-TODAY-D                   00833000
008340                  PERFORM 530-COMPUTE-LATE                        00834000
008350                  MOVE 'Y' TO WS-LATE-SW                          00835000
008360              END-IF                                              00836000
008370     END-READ                                                     00837000
008380     EXIT.                                                        00838000
008390                                                                  00839000
008400 520-PROCESS-VENDOR.                                              00840000
008410     MOVE PDR-VEND-NO TO WS-CUR-VEND                              00841000
008420     MOVE ZERO TO WS-VEN-LATE-QTY                                 00842000
008430     MOVE ZERO TO WS-VEN-LATE-VAL                                 00843000
008440     MOVE SPACES TO PDV-NAME                                      00844000
008450     IF VENDF-OPEN                                                00845000
008460         MOVE WS-CUR-VEND TO VEN-NO                               00846000
008470         MOVE SPACES      TO VEN-P-NO                             00847000
008480         READ VENDF KEY IS VEN-KEY                                00848000
008490         IF WS-VENDF-STATUS = '00'                                00849000
008500             MOVE VEN-NAME TO PDV-NAME                            00850000
008510         END-IF                                                   00851000
008520     END-IF                                                       00852000
008530     MOVE WS-CUR-VEND TO PDV-VEND-NO                              00853000
008540     WRITE ENR-POPASTDU FROM L-PDU-VEND                           00854000
008550     PERFORM 525-PRINT-LATE-LINE                                  00855000
008560        UNTIL FF-SRTP OR PDR-VEND-NO NOT = WS-CUR-VEND            00856000
008570     MOVE SPACES TO PDO-LABEL                                     00857000
008580     STRING 'TOTAL VENDOR ' DELIMITED BY SIZE                     00858000
008590            WS-CUR-VEND     DELIMITED BY SIZE                     00859000
008600            INTO PDO-LABEL                                        00860000
008610     END-STRING                                                   00861000
008620     MOVE WS-VEN-LATE-QTY TO PDO-QTY                              00862000
008630     MOVE WS-VEN-LATE-VAL TO PDO-VALUE                            00863000
008640     WRITE ENR-POPASTDU FROM L-PDU-TOT                            00864000
008650     WRITE ENR-POPASTDU FROM L-PDU-VIDE                           00865000
008660     EXIT.                                                        00866000
008670                                                                  00867000
008680 525-PRINT-LATE-LINE.                                             00868000
008690     COMPUTE WS-OPEN-QTY = PDR-QTY-ORD - PDR-QTY-RCVD             00869000
008700     COMPUTE WS-OPEN-VAL = WS-OPEN-QTY * PDR-UNIT-COST            00870000
008710     MOVE PDR-PO-NO      TO PDL-PO-NO                             00871000
008720     MOVE PDR-LINE       TO PDL-LINE                              00872000
008730     MOVE PDR-P-NO       TO PDL-P-NO                              00873000
008740     MOVE PDR-ORDER-DATE TO PDL-O-DATE                            00874000
008750     MOVE PDR-PROM-DATE  TO PDL-PROM                              00875000
008760     MOVE WS-LATE-DAYS   TO PDL-LATE                              00876000
008770     MOVE PDR-QTY-ORD    TO PDL-ORD                               00877000
008780     MOVE PDR-QTY-RCVD   TO PDL-RCVD                              00878000
008790     MOVE WS-OPEN-QTY    TO PDL-OPEN                              00879000
008800     MOVE PDR-UNIT-COST  TO PDL-COST                              00880000
008810     MOVE WS-OPEN-VAL    TO PDL-VALUE                             00881000
008820     WRITE ENR-POPASTDU FROM L-PDU-LINE                           00882000
008830     ADD 1 TO WS-TOT-LATE-CNT                                     00883000
008840     ADD WS-OPEN-QTY TO WS-VEN-LATE-QTY                           00884000
008850     ADD WS-OPEN-QTY TO WS-TOT-LATE-QTY                           00885000
008860     ADD WS-OPEN-VAL TO WS-VEN-LATE-VAL                           00886000
008870     ADD WS-OPEN-VAL TO WS-TOT-LATE-VAL                           00887000
008880     PERFORM 510-READ-SRTP                                        00888000
008890     EXIT.                                                        00889000
008900                                                                  00890000
008910******************************************************************00891000
008920* PARAGRAPHE DE CALCUL DU RETARD EN JOURS DEPUIS LA DATE PROMISE  00892000
008930******************************************************************00893000
008940 530-COMPUTE-LATE.                                                00894000
008950     MOVE PDR-PROM-DATE(1:4) TO W-YMD-Y                           00895000
008960     MOVE PDR-PROM-DATE(6:2) TO W-YMD-M                           00896000
008970     MOVE PDR-PROM-DATE(9:2) TO W-YMD-D                           00897000
008980     IF W-YMD-NUM NUMERIC                                         00898000
008990         COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)00899000
009000         COMPUTE WS-LATE-DAYS = WS-TODAY-INT - WS-WORK-INT        00900000
009010     ELSE                                                         00901000
009020         MOVE ZERO TO WS-LATE-DAYS                                00902000
009030     END-IF                                                       00903000
009040     EXIT.                                                        00904000
009050                                                                  00905000
009060******************************************************************00906000
009070* PARAGRAPHE DE FIN DE RUN : COMPTEURS DE CONTROLE                00907000
009080******************************************************************00908000
009090 900-WRITE-TOTALS.                                                00909000
009100     WRITE ENR-POPASTDU FROM L-PDU-VIDE                           00910000
009110     MOVE 'PAST-DUE PO LINES' TO PDC-LABEL                        00911000
009120     MOVE WS-TOT-LATE-CNT TO PDC-VALUE                            00912000
009130     WRITE ENR-POPASTDU FROM L-PDU-CNT                            00913000
009140     MOVE 'REORDER SUGGESTIONS READ' TO PDC-LABEL                 00914000
009150     MOVE WS-SUGG-CNT TO PDC-VALUE                                00915000
009160     WRITE ENR-POPASTDU FROM L-PDU-CNT                            00916000
009170     MOVE 'SUGGESTIONS SKIPPED (ALREADY ON ORDER)' TO PDC-LABEL   00917000
009180     MOVE WS-SKIP-CNT TO PDC-VALUE                                00918000
009190     WRITE ENR-POPASTDU FROM L-PDU-CNT                            00919000
009200     MOVE 'PARTS WITH NO PREFERRED VENDOR' TO PDC-LABEL           00920000
009210     MOVE WS-NOVEND-CNT TO PDC-VALUE                              00921000
009220     WRITE ENR-POPASTDU FROM L-PDU-CNT                            00922000
009230     MOVE 'PURCHASE ORDERS RAISED' TO PDC-LABEL                   00923000
009240     MOVE WS-PO-CNT TO PDC-VALUE                                  00924000
009250     WRITE ENR-POPASTDU FROM L-PDU-CNT                            00925000
009260     MOVE 'PO LINES RAISED' TO PDC-LABEL                          00926000
009270     MOVE WS-LINE-CNT TO PDC-VALUE                                00927000
009280     WRITE ENR-POPASTDU FROM L-PDU-CNT                            00928000
009290     MOVE 'PO LINES WITH NO CATALOGUE COST' TO PDC-LABEL          00929000
009300     MOVE WS-NOCOST-CNT TO PDC-VALUE                              00930000
009310     WRITE ENR-POPASTDU FROM L-PDU-CNT                            00931000
009320                                                                  00932000
009330     DISPLAY 'COMMANDES FOURNISSEUR EMISES  : ' WS-PO-CNT         00933000
009340     DISPLAY 'LIGNES DE COMMANDE EMISES     : ' WS-LINE-CNT       00934000
009350     DISPLAY 'LIGNES EN RETARD              : ' WS-TOT-LATE-CNT   00935000
009360     EXIT.                                                        00936000
009370                                                                  00937000
009380 900-ABEND-PROG.                                                  00938000
009390     DISPLAY 'ABEND-PROG !'                                       00939000
009400     COMPUTE WS-ANO = 1 / WS-ANO.                                 00940000
