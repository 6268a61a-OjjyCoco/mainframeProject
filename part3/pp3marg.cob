000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3MRG.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - MONTHLY GROSS MARGIN REPORT : 00020000
000210*                  SWEEPS THE MONTH'S INVEXTR GENERATIONS AND     00021000
000220*                  SETS THE NET LINE REVENUE AGAINST THE STANDARD 00022000
000230*                  COST CARRIED BY PJPART3B, BY PRODUCT, BY       00023000
000240*                  CUSTOMER AND BY SALESPERSON, RANKED BY MARGIN. 00024000
000250*                  EVERY INVOICE LINE SOLD BELOW COST IS LISTED   00025000
000260*                  AT THE TOP WITH ITS CAUSE (LIST PRICE, CONTRACT00026000
000270*                  PRICE OR CONTRACT DISCOUNT)                    00027000
000271* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00027100
000272*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00027200
000273*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00027300
000274* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, PJPART3B)   00027400
000275*                  COUNT AS SALES LIKE H DOCUMENTS, BELOW-COST    00027500
000276*                  LINES INCLUDED                                 00027600
000277* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00027700
000278*                  NO UNSET FIELD REACHES JOBLOG                  00027800
000280******************************************************************00028000
000290                                                                  00029000
000300 ENVIRONMENT DIVISION.                                            00030000
000310 INPUT-OUTPUT SECTION.                                            00031000
000320 FILE-CONTROL.                                                    00032000
000330******************************************************************00033000
000340* FLUX INVEXTR DU MOIS (GENERATIONS CONCATENEES DANS LE JCL)      00034000
000350******************************************************************00035000
000360      SELECT INVX ASSIGN TO INVEXTR                               00036000
000370      ORGANIZATION  IS SEQUENTIAL.                                00037000
000380******************************************************************00038000
000390* ETAT DE MARGE BRUTE                                             00039000
000400******************************************************************00040000
000410      SELECT MREP ASSIGN TO MARGREP                               00041000
000420      ORGANIZATION  IS SEQUENTIAL.                                00042000
000430                                                                  00043000
000440******************************************************************00044000
000450                                                                  00045000
000460 DATA DIVISION.                                                   00046000
000470 FILE SECTION.                                                    00047000
000480 FD INVX.                                                         00048000
000490 01 ENR-INVX PIC X(204).                                          00049000
000500                                                                  00050000
000510 FD MREP.                                                         00051000
000520 01 ENR-MARGREP PIC X(132).                                       00052000
000530                                                                  00053000
000540 WORKING-STORAGE SECTION.                                         00054000
000550******************************************************************00055000
000560* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00056000
000570******************************************************************00057000
000580 77 FLAG-INVX   PIC 9 VALUE 0.                                    00058000
000590    88 FF-INVX VALUE 1.                                           00059000
000600                                                                  00060000
000610 77 WS-ANO PIC 99 VALUE ZERO.                                     00061000
000620                                                                  00062000
000630******************************************************************00063000
000640* CARTE SYSIN : MOIS ANALYSE (AAAA-MM). SEULS LES DOCUMENTS DONT  00064000
000650* LA DATE DE COMMANDE TOMBE DANS CE MOIS SONT RETENUS             00065000
000660******************************************************************00066000
000670 77 WS-SEL-MONTH PIC X(7) VALUE SPACES.                           00067000
000680                                                                  00068000
000690******************************************************************00069000
000700* ENREGISTREMENTS DU FLUX INVEXTR (VOIR COPY INVXREC)             00070000
000710******************************************************************00071000
000720     COPY INVXREC.                                                00072000
000730                                                                  00073000
000740******************************************************************00074000
000750* TAMPON DES DETAILS DU DOCUMENT EN COURS (LES D PRECEDENT H/C)   00075000
000760******************************************************************00076000
000770 01 BUF-TABLE.                                                    00077000
000780      05 BUF-ENTRY OCCURS 500 TIMES INDEXED BY BUF-IDX.           00078000
000790         10 BUF-REC PIC X(204).                                   00079000
000800 77 WS-BUF-CNT PIC 9(3) VALUE ZERO.                               00080000
000810 77 WS-BUF-MAX PIC 9(3) VALUE 500.                                00081000
000820 77 WS-SIGN    PIC S9(1) VALUE +1.                                00082000
000830                                                                  00083000
000840******************************************************************00084000
000850* TABLES DE CUMUL PAR PRODUIT, PAR CLIENT ET PAR VENDEUR (CA NET, 00085000
000860* COUT STANDARD, LIGNES SOUS LE COUT), AVEC TEMOIN D EDITION POUR 00086000
000870* LE CLASSEMENT PAR MARGE DECROISSANTE                            00087000
000880******************************************************************00088000
000890 01 PRD-MRG-TABLE.                                                00089000
000900      05 PMG-ENTRY OCCURS 500 TIMES INDEXED BY PMG-IDX.           00090000
000910         10 PMG-P-NO PIC X(3).                                    00091000
000920         10 PMG-DESC PIC X(30).                                   00092000
000930         10 PMG-QTY  PIC S9(7).                                   00093000
000940         10 PMG-REV  PIC S9(9)V99.                                00094000
000950         10 PMG-COST PIC S9(9)V99.                                00095000
000960         10 PMG-BLW  PIC 9(5).                                    00096000
000970         10 PMG-DONE PIC X(1).                                    00097000
000980 77 WS-PMG-CNT PIC 9(3) VALUE ZERO.                               00098000
000990 77 WS-PMG-MAX PIC 9(3) VALUE 500.                                00099000
001000                                                                  00100000
001010 01 CUS-MRG-TABLE.                                                00101000
001020      05 CMG-ENTRY OCCURS 500 TIMES INDEXED BY CMG-IDX.           00102000
001030         10 CMG-C-NO    PIC 9(3).                                 00103000
001040         10 CMG-COMPANY PIC X(30).                                00104000
001050         10 CMG-REV     PIC S9(9)V99.                             00105000
001060         10 CMG-COST    PIC S9(9)V99.                             00106000
001070         10 CMG-BLW     PIC 9(5).                                 00107000
001080         10 CMG-DONE    PIC X(1).                                 00108000
001090 77 WS-CMG-CNT PIC 9(3) VALUE ZERO.                               00109000
001100 77 WS-CMG-MAX PIC 9(3) VALUE 500.                                00110000
001110                                                                  00111000
001120 01 SLS-MRG-TABLE.                                                00112000
001130      05 SMG-ENTRY OCCURS 100 TIMES INDEXED BY SMG-IDX.           00113000
001140         10 SMG-LNAME PIC X(20).                                  00114000
001150         10 SMG-FNAME PIC X(20).                                  00115000
001160         10 SMG-DNAME PIC X(20).                                  00116000
001170         10 SMG-REV   PIC S9(9)V99.                               00117000
001180         10 SMG-COST  PIC S9(9)V99.                               00118000
001190         10 SMG-BLW   PIC 9(5).                                   00119000
001200         10 SMG-DONE  PIC X(1).                                   00120000
001210 77 WS-SMG-CNT PIC 9(3) VALUE ZERO.                               00121000
001220 77 WS-SMG-MAX PIC 9(3) VALUE 100.                                00122000
001230                                                                  00123000
001240******************************************************************00124000
001250* ZONES DE TRAVAIL DU DOCUMENT, DU CLASSEMENT ET DES TOTAUX       00125000
001260******************************************************************00126000
001270 77 WS-DOCS-USED   PIC 9(7) VALUE ZERO.                           00127000
001280 77 WS-DOCS-SKIP   PIC 9(7) VALUE ZERO.                           00128000
001290 77 WS-LINES-USED  PIC 9(7) VALUE ZERO.                           00129000
001300 77 WS-NOCOST-CNT  PIC 9(7) VALUE ZERO.                           00130000
001310 77 WS-BELOW-CNT   PIC 9(7) VALUE ZERO.                           00131000
001320 77 WS-BELOW-CONT  PIC 9(7) VALUE ZERO.                           00132000
001330 77 WS-DOC-REV     PIC S9(9)V99 VALUE ZERO.                       00133000
001340 77 WS-DOC-COST    PIC S9(9)V99 VALUE ZERO.                       00134000
001350 77 WS-DOC-BLW     PIC 9(5) VALUE ZERO.                           00135000
001360 77 WS-LINE-QTY    PIC S9(7) VALUE ZERO.                          00136000
001370 77 WS-LINE-REV    PIC S9(9)V99 VALUE ZERO.                       00137000
001380 77 WS-LINE-COST   PIC S9(9)V99 VALUE ZERO.                       00138000
001390 77 WS-LINE-DISC   PIC S9(9)V99 VALUE ZERO.                       00139000
001400 77 WS-LIST-COST   PIC S9(9)V99 VALUE ZERO.                       00140000
001410 77 WS-LINE-BLW    PIC 9(1) VALUE ZERO.                           00141000
001420 77 WS-GRAND-REV   PIC S9(11)V99 VALUE ZERO.                      00142000
001430 77 WS-GRAND-COST  PIC S9(11)V99 VALUE ZERO.                      00143000
001440 77 WS-BEST-MRG    PIC S9(11)V99 VALUE ZERO.                      00144000
001450 77 WS-BEST-IX     PIC 9(3) VALUE ZERO.                           00145000
001460 77 WS-SCAN-I      PIC 9(3) VALUE ZERO.                           00146000
001470 77 WS-RANK-I      PIC 9(3) VALUE ZERO.                           00147000
001480 77 WS-MARGIN      PIC S9(11)V99 VALUE ZERO.                      00148000
001490 77 WS-PCT-REV     PIC S9(11)V99 VALUE ZERO.                      00149000
001500 77 WS-PCT-MRG     PIC S9(11)V99 VALUE ZERO.                      00150000
001510 77 WS-PCT         PIC S9(5)V9 VALUE ZERO.                        00151000
001520                                                                  00152000
001530******************************************************************00153000
001540* DECLARATION DES LIGNES DE L ETAT DE MARGE                       00154000
001550******************************************************************00155000
001560 77 L-MRG-VIDE PIC X(132) VALUE SPACES.                           00156000
001570                                                                  00157000
001580 01 L-MRG-TITLE.                                                  00158000
001590      05 FILLER PIC X(36) VALUE                                   00159000
001600         'MONTHLY GROSS MARGIN REPORT - MONTH '.                  00160000
001610      05 MRG-MONTH PIC X(7).                                      00161000
001620      05 FILLER PIC X(89) VALUE SPACES.                           00162000
001630                                                                  00163000
001640 01 L-MRG-SECTION.                                                00164000
001650      05 MRG-SECTION PIC X(60).                                   00165000
001660      05 FILLER PIC X(72) VALUE SPACES.                           00166000
001670                                                                  00167000
001680 01 L-BLW-HDR.                                                    00168000
001690      05 FILLER PIC X(7)  VALUE 'ORDER'.                          00169000
001700      05 FILLER PIC X(11) VALUE 'DATE'.                           00170000
001710      05 FILLER PIC X(4)  VALUE 'CUS'.                            00171000
001720      05 FILLER PIC X(17) VALUE 'COMPANY'.                        00172000
001730      05 FILLER PIC X(4)  VALUE 'PRT'.                            00173000
001740      05 FILLER PIC X(3)  VALUE 'QT'.                             00174000
001750      05 FILLER PIC X(10) VALUE ' LIST PRC '.                     00175000
001760      05 FILLER PIC X(10) VALUE ' SOLD PRC '.                     00176000
001770      05 FILLER PIC X(10) VALUE ' STD COST '.                     00177000
001780      05 FILLER PIC X(13) VALUE '    NET LINE '.                  00178000
001790      05 FILLER PIC X(13) VALUE '   LINE COST '.                  00179000
001800      05 FILLER PIC X(13) VALUE '        LOSS '.                  00180000
001810      05 FILLER PIC X(17) VALUE 'CAUSE'.                          00181000
001820                                                                  00182000
001830 01 L-BLW-LINE.                                                   00183000
001840      05 BLW-O-NO    PIC 9(6).                                    00184000
001850      05 FILLER      PIC X(1) VALUE SPACE.                        00185000
001860      05 BLW-DATE    PIC X(10).                                   00186000
001870      05 FILLER      PIC X(1) VALUE SPACE.                        00187000
001880      05 BLW-C-NO    PIC 9(3).                                    00188000
001890      05 FILLER      PIC X(1) VALUE SPACE.                        00189000
001900      05 BLW-COMPANY PIC X(16).                                   00190000
001910      05 FILLER      PIC X(1) VALUE SPACE.                        00191000
001920      05 BLW-P-NO    PIC X(3).                                    00192000
001930      05 FILLER      PIC X(1) VALUE SPACE.                        00193000
001940      05 BLW-QTY     PIC Z9.                                      00194000
001950      05 FILLER      PIC X(1) VALUE SPACE.                        00195000
001960      05 BLW-LIST    PIC ZZ,ZZ9.99.                               00196000
001970      05 FILLER      PIC X(1) VALUE SPACE.                        00197000
001980      05 BLW-PRICE   PIC ZZ,ZZ9.99.                               00198000
001990      05 FILLER      PIC X(1) VALUE SPACE.                        00199000
002000      05 BLW-COST    PIC ZZ,ZZ9.99.                               00200000
002010      05 FILLER      PIC X(1) VALUE SPACE.                        00201000
002020      05 BLW-NET     PIC Z,ZZZ,ZZ9.99.                            00202000
002030      05 FILLER      PIC X(1) VALUE SPACE.                        00203000
002040      05 BLW-LCOST   PIC Z,ZZZ,ZZ9.99.                            00204000
002050      05 FILLER      PIC X(1) VALUE SPACE.                        00205000
002060      05 BLW-LOSS    PIC Z,ZZZ,ZZ9.99.                            00206000
002070      05 FILLER      PIC X(1) VALUE SPACE.                        00207000
002080      05 BLW-CAUSE   PIC X(15).                                   00208000
002090      05 FILLER      PIC X(2) VALUE SPACES.                       00209000
002100                                                                  00210000
002110 01 L-BLW-NONE.                                                   00211000
002120      05 FILLER PIC X(40) VALUE                                   00212000
002130         'NO INVOICE LINE SOLD BELOW STANDARD COST'.              00213000
002140      05 FILLER PIC X(92) VALUE SPACES.                           00214000
002150                                                                  00215000
002160 01 L-BLW-COUNT.                                                  00216000
002170      05 FILLER PIC X(30) VALUE 'LINES BELOW COST'.               00217000
002180      05 BLC-TOTAL PIC Z(6)9.                                     00218000
002190      05 FILLER PIC X(5) VALUE SPACES.                            00219000
002200      05 FILLER PIC X(30) VALUE 'OF WHICH CAUSED BY CONTRACT'.    00220000
002210      05 BLC-CONT  PIC Z(6)9.                                     00221000
002220      05 FILLER PIC X(53) VALUE SPACES.                           00222000
002230                                                                  00223000
002240 01 L-MRG-HDR.                                                    00224000
002250      05 FILLER PIC X(34) VALUE 'KEY'.                            00225000
002260      05 FILLER PIC X(9)  VALUE '     QTY '.                      00226000
002270      05 FILLER PIC X(15) VALUE '       REVENUE '.                00227000
002280      05 FILLER PIC X(15) VALUE '      STD COST '.                00228000
002290      05 FILLER PIC X(15) VALUE '  GROSS MARGIN '.                00229000
002300      05 FILLER PIC X(10) VALUE ' MARGIN%  '.                     00230000
002310      05 FILLER PIC X(10) VALUE 'BELOW COST'.                     00231000
002320      05 FILLER PIC X(24) VALUE SPACES.                           00232000
002330                                                                  00233000
002340 01 L-MRG-LINE.                                                   00234000
002350      05 MRG-KEY    PIC X(33).                                    00235000
002360      05 FILLER     PIC X(1) VALUE SPACE.                         00236000
002370      05 MRG-QTY    PIC X(8).                                     00237000
002380      05 FILLER     PIC X(1) VALUE SPACE.                         00238000
002390      05 MRG-REV    PIC Z(9)9.99-.                                00239000
002400      05 FILLER     PIC X(1) VALUE SPACE.                         00240000
002410      05 MRG-COST   PIC Z(9)9.99-.                                00241000
002420      05 FILLER     PIC X(1) VALUE SPACE.                         00242000
002430      05 MRG-MARGIN PIC Z(9)9.99-.                                00243000
002440      05 FILLER     PIC X(1) VALUE SPACE.                         00244000
002450      05 MRG-PCT    PIC ZZZZ9.9-.                                 00245000
002460      05 FILLER     PIC X(7) VALUE SPACES.                        00246000
002470      05 MRG-BLW    PIC Z(4)9.                                    00247000
002480      05 FILLER     PIC X(24) VALUE SPACES.                       00248000
002490 77 ED-QTY PIC Z(6)9-.                                            00249000
002500                                                                  00250000
002510 01 L-MRG-TOT.                                                    00251000
002520      05 MRG-TOT-LBL  PIC X(43).                                  00252000
002530      05 MRG-TOT-REV  PIC Z(9)9.99-.                              00253000
002540      05 FILLER       PIC X(1) VALUE SPACE.                       00254000
002550      05 MRG-TOT-COST PIC Z(9)9.99-.                              00255000
002560      05 FILLER       PIC X(1) VALUE SPACE.                       00256000
002570      05 MRG-TOT-MRG  PIC Z(9)9.99-.                              00257000
002580      05 FILLER       PIC X(1) VALUE SPACE.                       00258000
002590      05 MRG-TOT-PCT  PIC ZZZZ9.9-.                               00259000
002600      05 FILLER       PIC X(36) VALUE SPACES.                     00260000
002610                                                                  00261000
002620 01 L-MRG-NOCOST.                                                 00262000
002630      05 FILLER PIC X(40) VALUE                                   00263000
002640         'LINES WITHOUT STANDARD COST (AT ZERO) :'.               00264000
002650      05 MRG-NOCOST PIC Z(6)9.                                    00265000
002660      05 FILLER PIC X(85) VALUE SPACES.                           00266000
002670                                                                  00267000
002671******************************************************************00267100
002672* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00267200
002673******************************************************************00267300
002674     COPY JLGREC.                                                 00267400
002675                                                                  00267500
002680 PROCEDURE DIVISION.                                              00268000
002681                                                                  00268100
002681     INITIALIZE L-JOBLOG                                          00268101
002682     MOVE 'PJPT3MRG' TO JLG-PROGRAM                               00268200
002683     MOVE 'S' TO JLG-TYPE                                         00268300
002684     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00268400
002690                                                                  00269000
002700     PERFORM 100-INITIALIZE                                       00270000
002710                                                                  00271000
002720     PERFORM 300-PROCESS-REC UNTIL FF-INVX                        00272000
002730                                                                  00273000
002740     PERFORM 400-END-BELOW-SECTION                                00274000
002750     PERFORM 500-PRINT-PRODUCTS                                   00275000
002760     PERFORM 520-PRINT-CUSTOMERS                                  00276000
002770     PERFORM 540-PRINT-SALESREPS                                  00277000
002780     PERFORM 900-WRITE-TOTALS                                     00278000
002790                                                                  00279000
002800     CLOSE INVX                                                   00280000
002810     CLOSE MREP                                                   00281000
002811                                                                  00281100
002812     MOVE WS-SEL-MONTH TO JLG-RUN-KEY                             00281200
002813     MOVE WS-DOCS-USED TO JLG-IN-CNT                              00281300
002814     MOVE WS-LINES-USED TO JLG-OUT-CNT                            00281400
002815     MOVE RETURN-CODE TO JLG-RC                                   00281500
002816     MOVE 'E' TO JLG-TYPE                                         00281600
002817     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00281700
002818                                                                  00281800
002820     GOBACK.                                                      00282000
002830                                                                  00283000
002840******************************************************************00284000
002850* PARAGRAPHE D INITIALISATION : MOIS SYSIN, OUVERTURES, ENTETE DE 00285000
002860* L ETAT ET DE LA SECTION DES LIGNES VENDUES SOUS LE COUT         00286000
002870******************************************************************00287000
002880 100-INITIALIZE.                                                  00288000
002890     ACCEPT WS-SEL-MONTH FROM SYSIN                               00289000
002900                                                                  00290000
002910     INITIALIZE PRD-MRG-TABLE                                     00291000
002920     INITIALIZE CUS-MRG-TABLE                                     00292000
002930     INITIALIZE SLS-MRG-TABLE                                     00293000
002940                                                                  00294000
002950     OPEN INPUT INVX                                              00295000
002960     OPEN OUTPUT MREP                                             00296000
002970                                                                  00297000
002980     MOVE WS-SEL-MONTH TO MRG-MONTH                               00298000
002990     WRITE ENR-MARGREP FROM L-MRG-TITLE                           00299000
003000     WRITE ENR-MARGREP FROM L-MRG-VIDE                            00300000
003010     MOVE 'INVOICE LINES SOLD BELOW STANDARD COST' TO MRG-SECTION 00301000
003020     WRITE ENR-MARGREP FROM L-MRG-SECTION                         00302000
003030     WRITE ENR-MARGREP FROM L-BLW-HDR                             00303000
003040                                                                  00304000
003050     PERFORM 200-READ-INVX                                        00305000
003060     EXIT.                                                        00306000
003070                                                                  00307000
003080 200-READ-INVX.                                                   00308000
003090     READ INVX                                                    00309000
003100         AT END                                                   00310000
003110              SET FF-INVX TO TRUE                                 00311000
003120     END-READ                                                     00312000
003130     EXIT.                                                        00313000
003140                                                                  00314000
003150******************************************************************00315000
003160* PARAGRAPHES DE PARCOURS DU FLUX : LES D SONT MIS EN TAMPON ET   00316000
003170* CUMULES AU SIGNE DU DOCUMENT QUAND L ENTETE ARRIVE. SEULES LES  00317000
003180* FACTURES (H) ET LES AVOIRS (C) DU MOIS SONT DES VENTES ; LES    00318000
003190* AUTRES DOCUMENTS (FRAIS FINANCIERS, REMBOURSEMENTS) SONT IGNORES00319000
003200******************************************************************00320000
003210 300-PROCESS-REC.                                                 00321000
003220     MOVE ENR-INVX TO L-INVX-HDR                                  00322000
003230     IF INVXH-TYPE = 'D'                                          00323000
003240         IF WS-BUF-CNT >= WS-BUF-MAX                              00324000
003250             DISPLAY 'DETAIL BUFFER FULL - RUN ABORTED'           00325000
003260             PERFORM ABEND-PROG                                   00326000
003270         END-IF                                                   00327000
003280         ADD 1 TO WS-BUF-CNT                                      00328000
003290         SET BUF-IDX TO WS-BUF-CNT                                00329000
003300         MOVE ENR-INVX TO BUF-REC(BUF-IDX)                        00330000
003310     ELSE                                                         00331000
003320         IF INVXH-O-DATE(1:7) = WS-SEL-MONTH                      00332000
003330            AND (INVXH-TYPE = 'H' OR INVXH-TYPE = 'C'             00333000
003331                OR INVXH-TYPE = 'B')                              00333100
003340             ADD 1 TO WS-DOCS-USED                                00334000
003350             IF INVXH-TYPE = 'C'                                  00335000
003360                 MOVE -1 TO WS-SIGN                               00336000
003370             ELSE                                                 00337000
003380                 MOVE +1 TO WS-SIGN                               00338000
003390             END-IF                                               00339000
003400             PERFORM 310-ACCUM-DOCUMENT                           00340000
003410         ELSE                                                     00341000
003420             ADD 1 TO WS-DOCS-SKIP                                00342000
003430         END-IF                                                   00343000
003440         MOVE ZERO TO WS-BUF-CNT                                  00344000
003450     END-IF                                                       00345000
003460     PERFORM 200-READ-INVX                                        00346000
003470     EXIT.                                                        00347000
003480                                                                  00348000
003490******************************************************************00349000
003500* PARAGRAPHES DE CUMUL D UN DOCUMENT : CHAQUE LIGNE ALIMENTE LE   00350000
003510* PRODUIT, LE DOCUMENT ALIMENTE LE CLIENT ET LE VENDEUR           00351000
003520******************************************************************00352000
003530 310-ACCUM-DOCUMENT.                                              00353000
003540     MOVE ZERO TO WS-DOC-REV                                      00354000
003550     MOVE ZERO TO WS-DOC-COST                                     00355000
003560     MOVE ZERO TO WS-DOC-BLW                                      00356000
003570     PERFORM 320-ACCUM-ONE-DETAIL                                 00357000
003580        VARYING BUF-IDX FROM 1 BY 1 UNTIL BUF-IDX > WS-BUF-CNT    00358000
003590     ADD WS-DOC-REV  TO WS-GRAND-REV                              00359000
003600     ADD WS-DOC-COST TO WS-GRAND-COST                             00360000
003610     PERFORM 340-ACCUM-CUSTOMER                                   00361000
003620     PERFORM 350-ACCUM-SALESREP                                   00362000
003630     EXIT.                                                        00363000
003640                                                                  00364000
003650******************************************************************00365000
003660* LIGNE NETTE = TOTAL LIGNE MOINS LA REMISE CONTRAT DE LA LIGNE.  00366000
003670* UNE LIGNE D UNE GENERATION ANTERIEURE AU COUT STANDARD (ZONES   00367000
003680* NON NUMERIQUES) EST PRISE A COUT ZERO ET COMPTEE                00368000
003690******************************************************************00369000
003700 320-ACCUM-ONE-DETAIL.                                            00370000
003710     MOVE BUF-REC(BUF-IDX) TO L-INVX-DET                          00371000
003720     ADD 1 TO WS-LINES-USED                                       00372000
003730     MOVE ZERO TO WS-LINE-BLW                                     00373000
003740     IF INVXD-COST-TOT NUMERIC                                    00374000
003750        AND INVXD-LINE-DISC NUMERIC                               00375000
003760        AND INVXD-UNIT-COST NUMERIC                               00376000
003770        AND INVXD-LIST-PRICE NUMERIC                              00377000
003780         MOVE INVXD-COST-TOT  TO WS-LINE-COST                     00378000
003790         MOVE INVXD-LINE-DISC TO WS-LINE-DISC                     00379000
003800     ELSE                                                         00380000
003810         MOVE ZERO TO WS-LINE-COST                                00381000
003820         MOVE ZERO TO WS-LINE-DISC                                00382000
003830         MOVE ZERO TO INVXD-UNIT-COST                             00383000
003840         MOVE ZERO TO INVXD-LIST-PRICE                            00384000
003850         MOVE SPACE TO INVXD-CONT-TYPE                            00385000
003860     END-IF                                                       00386000
003870     IF WS-LINE-COST = ZERO                                       00387000
003880         ADD 1 TO WS-NOCOST-CNT                                   00388000
003890     END-IF                                                       00389000
003900     COMPUTE WS-LINE-REV = INVXD-LINETOT - WS-LINE-DISC           00390000
003910     IF (INVXH-TYPE = 'H' OR INVXH-TYPE = 'B')                    00391000
003920        AND WS-LINE-COST > ZERO                                   00392000
003930        AND WS-LINE-REV < WS-LINE-COST                            00393000
003940         PERFORM 330-WRITE-BELOW-COST                             00394000
003950     END-IF                                                       00395000
003960     COMPUTE WS-LINE-QTY  = WS-SIGN * INVXD-QTY                   00396000
003970     COMPUTE WS-LINE-REV  = WS-SIGN * WS-LINE-REV                 00397000
003980     COMPUTE WS-LINE-COST = WS-SIGN * WS-LINE-COST                00398000
003990     ADD WS-LINE-REV  TO WS-DOC-REV                               00399000
004000     ADD WS-LINE-COST TO WS-DOC-COST                              00400000
004010     SET PMG-IDX TO 1                                             00401000
004020     SEARCH PMG-ENTRY                                             00402000
004030         AT END                                                   00403000
004040             PERFORM 322-ADD-PRODUCT                              00404000
004050         WHEN PMG-IDX > WS-PMG-CNT                                00405000
004060             PERFORM 322-ADD-PRODUCT                              00406000
004070         WHEN PMG-P-NO(PMG-IDX) = INVXD-P-NO                      00407000
004080             ADD WS-LINE-QTY  TO PMG-QTY(PMG-IDX)                 00408000
004090             ADD WS-LINE-REV  TO PMG-REV(PMG-IDX)                 00409000
004100             ADD WS-LINE-COST TO PMG-COST(PMG-IDX)                00410000
004110             ADD WS-LINE-BLW  TO PMG-BLW(PMG-IDX)                 00411000
004120     END-SEARCH                                                   00412000
004130     EXIT.                                                        00413000
004140                                                                  00414000
004150 322-ADD-PRODUCT.                                                 00415000
004160     IF WS-PMG-CNT >= WS-PMG-MAX                                  00416000
004170         DISPLAY 'PRODUCT TABLE FULL - RUN ABORTED'               00417000
004180         PERFORM ABEND-PROG                                       00418000
004190     END-IF                                                       00419000
004200     ADD 1 TO WS-PMG-CNT                                          00420000
004210     SET PMG-IDX TO WS-PMG-CNT                                    00421000
004220     MOVE INVXD-P-NO   TO PMG-P-NO(PMG-IDX)                       00422000
004230     MOVE INVXD-DESC   TO PMG-DESC(PMG-IDX)                       00423000
004240     MOVE WS-LINE-QTY  TO PMG-QTY(PMG-IDX)                        00424000
004250     MOVE WS-LINE-REV  TO PMG-REV(PMG-IDX)                        00425000
004260     MOVE WS-LINE-COST TO PMG-COST(PMG-IDX)                       00426000
004270     MOVE WS-LINE-BLW  TO PMG-BLW(PMG-IDX)                        00427000
004280     MOVE 'N' TO PMG-DONE(PMG-IDX)                                00428000
004290     EXIT.                                                        00429000
004300                                                                  00430000
004310******************************************************************00431000
004320* PARAGRAPHE D EDITION D UNE LIGNE VENDUE SOUS LE COUT. LA CAUSE  00432000
004330* EST LE CONTRAT QUAND LE PRIX CATALOGUE COUVRAIT LE COUT ET QUE  00433000
004340* LE PRIX CONTRAT (P) OU LA REMISE CONTRAT (D) L A FAIT PASSER    00434000
004350* DESSOUS, SINON LE PRIX CATALOGUE LUI-MEME                       00435000
004360******************************************************************00436000
004370 330-WRITE-BELOW-COST.                                            00437000
004380     MOVE 1 TO WS-LINE-BLW                                        00438000
004390     ADD 1 TO WS-DOC-BLW                                          00439000
004400     ADD 1 TO WS-BELOW-CNT                                        00440000
004410     COMPUTE WS-LIST-COST = INVXD-QTY * INVXD-LIST-PRICE          00441000
004420     INITIALIZE L-BLW-LINE                                        00442000
004430     MOVE INVXH-O-NO        TO BLW-O-NO                           00443000
004440     MOVE INVXH-O-DATE(1:10) TO BLW-DATE                          00444000
004450     MOVE INVXH-C-NO        TO BLW-C-NO                           00445000
004460     MOVE INVXH-COMPANY     TO BLW-COMPANY                        00446000
004470     MOVE INVXD-P-NO        TO BLW-P-NO                           00447000
004480     MOVE INVXD-QTY         TO BLW-QTY                            00448000
004490     MOVE INVXD-LIST-PRICE  TO BLW-LIST                           00449000
004500     MOVE INVXD-PRICE       TO BLW-PRICE                          00450000
004510     MOVE INVXD-UNIT-COST   TO BLW-COST                           00451000
004520     MOVE WS-LINE-REV       TO BLW-NET                            00452000
004530     MOVE WS-LINE-COST      TO BLW-LCOST                          00453000
004540     COMPUTE WS-MARGIN = WS-LINE-COST - WS-LINE-REV               00454000
004550     MOVE WS-MARGIN         TO BLW-LOSS                           00455000
004560     IF INVXD-CONT-TYPE NOT = SPACE                               00456000
004570        AND WS-LIST-COST >= WS-LINE-COST                          00457000
004580         ADD 1 TO WS-BELOW-CONT                                   00458000
004590         IF INVXD-CONT-TYPE = 'P'                                 00459000
004600             MOVE 'CONTRACT PRICE' TO BLW-CAUSE                   00460000
004610         ELSE                                                     00461000
004620             MOVE 'CONTRACT DISC'  TO BLW-CAUSE                   00462000
004630         END-IF                                                   00463000
004640     ELSE                                                         00464000
004650         MOVE 'LIST PRICE' TO BLW-CAUSE                           00465000
004660     END-IF                                                       00466000
004670     WRITE ENR-MARGREP FROM L-BLW-LINE                            00467000
004680     EXIT.                                                        00468000
004690                                                                  00469000
004700 340-ACCUM-CUSTOMER.                                              00470000
004710     SET CMG-IDX TO 1                                             00471000
004720     SEARCH CMG-ENTRY                                             00472000
004730         AT END                                                   00473000
004740             PERFORM 342-ADD-CUSTOMER                             00474000
004750         WHEN CMG-IDX > WS-CMG-CNT                                00475000
004760             PERFORM 342-ADD-CUSTOMER                             00476000
004770         WHEN CMG-C-NO(CMG-IDX) = INVXH-C-NO                      00477000
004780             ADD WS-DOC-REV  TO CMG-REV(CMG-IDX)                  00478000
004790             ADD WS-DOC-COST TO CMG-COST(CMG-IDX)                 00479000
004800             ADD WS-DOC-BLW  TO CMG-BLW(CMG-IDX)                  00480000
004810     END-SEARCH                                                   00481000
004820     EXIT.                                                        00482000
004830                                                                  00483000
004840 342-ADD-CUSTOMER.                                                00484000
004850     IF WS-CMG-CNT >= WS-CMG-MAX                                  00485000
004860         DISPLAY 'CUSTOMER TABLE FULL - RUN ABORTED'              00486000
004870         PERFORM ABEND-PROG                                       00487000
004880     END-IF                                                       00488000
004890     ADD 1 TO WS-CMG-CNT                                          00489000
004900     SET CMG-IDX TO WS-CMG-CNT                                    00490000
004910     MOVE INVXH-C-NO    TO CMG-C-NO(CMG-IDX)                      00491000
004920     MOVE INVXH-COMPANY TO CMG-COMPANY(CMG-IDX)                   00492000
004930     MOVE WS-DOC-REV    TO CMG-REV(CMG-IDX)                       00493000
004940     MOVE WS-DOC-COST   TO CMG-COST(CMG-IDX)                      00494000
004950     MOVE WS-DOC-BLW    TO CMG-BLW(CMG-IDX)                       00495000
004960     MOVE 'N' TO CMG-DONE(CMG-IDX)                                00496000
004970     EXIT.                                                        00497000
004980                                                                  00498000
004990 350-ACCUM-SALESREP.                                              00499000
005000     SET SMG-IDX TO 1                                             00500000
005010     SEARCH SMG-ENTRY                                             00501000
005020         AT END                                                   00502000
005030             PERFORM 352-ADD-SALESREP                             00503000
005040         WHEN SMG-IDX > WS-SMG-CNT                                00504000
005050             PERFORM 352-ADD-SALESREP                             00505000
005060         WHEN SMG-LNAME(SMG-IDX) = INVXH-LNAME                    00506000
005070          AND SMG-FNAME(SMG-IDX) = INVXH-FNAME                    00507000
005080          AND SMG-DNAME(SMG-IDX) = INVXH-DNAME                    00508000
005090             ADD WS-DOC-REV  TO SMG-REV(SMG-IDX)                  00509000
005100             ADD WS-DOC-COST TO SMG-COST(SMG-IDX)                 00510000
005110             ADD WS-DOC-BLW  TO SMG-BLW(SMG-IDX)                  00511000
005120     END-SEARCH                                                   00512000
005130     EXIT.                                                        00513000
005140                                                                  00514000
005150 352-ADD-SALESREP.                                                00515000
005160     IF WS-SMG-CNT >= WS-SMG-MAX                                  00516000
005170         DISPLAY 'SALESPERSON TABLE FULL - RUN ABORTED'           00517000
005180         PERFORM ABEND-PROG                                       00518000
005190     END-IF                                                       00519000
005200     ADD 1 TO WS-SMG-CNT                                          00520000
005210     SET SMG-IDX TO WS-SMG-CNT                                    00521000
005220     MOVE INVXH-LNAME TO SMG-LNAME(SMG-IDX)                       00522000
005230     MOVE INVXH-FNAME TO SMG-FNAME(SMG-IDX)                       00523000
005240     MOVE INVXH-DNAME TO SMG-DNAME(SMG-IDX)                       00524000
005250     MOVE WS-DOC-REV  TO SMG-REV(SMG-IDX)                         00525000
005260     MOVE WS-DOC-COST TO SMG-COST(SMG-IDX)                        00526000
005270     MOVE WS-DOC-BLW  TO SMG-BLW(SMG-IDX)                         00527000
005280     MOVE 'N' TO SMG-DONE(SMG-IDX)                                00528000
005290     EXIT.                                                        00529000
005300                                                                  00530000
005310******************************************************************00531000
005320* PARAGRAPHE DE FIN DE LA SECTION DES LIGNES SOUS LE COUT         00532000
005330******************************************************************00533000
005340 400-END-BELOW-SECTION.                                           00534000
005350     IF WS-BELOW-CNT = ZERO                                       00535000
005360         WRITE ENR-MARGREP FROM L-BLW-NONE                        00536000
005370     END-IF                                                       00537000
005380     WRITE ENR-MARGREP FROM L-MRG-VIDE                            00538000
005390     MOVE WS-BELOW-CNT  TO BLC-TOTAL                              00539000
005400     MOVE WS-BELOW-CONT TO BLC-CONT                               00540000
005410     WRITE ENR-MARGREP FROM L-BLW-COUNT                           00541000
005420     WRITE ENR-MARGREP FROM L-MRG-VIDE                            00542000
005430     EXIT.                                                        00543000
005440                                                                  00544000
005450******************************************************************00545000
005460* PARAGRAPHES D EDITION DES TROIS SECTIONS, CHACUNE CLASSEE PAR   00546000
005470* MARGE DECROISSANTE (RECHERCHE DU MAXIMUM NON ENCORE EDITE)      00547000
005480******************************************************************00548000
005490 500-PRINT-PRODUCTS.                                              00549000
005500     MOVE 'BY PRODUCT (NET OF CONTRACT DISCOUNTS)' TO MRG-SECTION 00550000
005510     WRITE ENR-MARGREP FROM L-MRG-SECTION                         00551000
005520     WRITE ENR-MARGREP FROM L-MRG-HDR                             00552000
005530     PERFORM 510-PRINT-NEXT-PRODUCT                               00553000
005540        VARYING WS-RANK-I FROM 1 BY 1                             00554000
005550           UNTIL WS-RANK-I > WS-PMG-CNT                           00555000
005560     MOVE 'SECTION TOTAL' TO MRG-TOT-LBL                          00556000
005570     PERFORM 580-WRITE-TOTAL-LINE                                 00557000
005580     WRITE ENR-MARGREP FROM L-MRG-VIDE                            00558000
005590     EXIT.                                                        00559000
005600                                                                  00560000
005610 510-PRINT-NEXT-PRODUCT.                                          00561000
005620     MOVE ZERO TO WS-BEST-IX                                      00562000
005630     PERFORM 512-SCAN-PRODUCT                                     00563000
005640        VARYING WS-SCAN-I FROM 1 BY 1 UNTIL WS-SCAN-I > WS-PMG-CNT00564000
005650     IF WS-BEST-IX > ZERO                                         00565000
005660         MOVE 'Y' TO PMG-DONE(WS-BEST-IX)                         00566000
005670         INITIALIZE L-MRG-LINE                                    00567000
005680         MOVE SPACES TO MRG-KEY                                   00568000
005690         STRING                                                   00569000
005700            PMG-P-NO(WS-BEST-IX) DELIMITED BY SIZE                00570000
005710            ' '                  DELIMITED BY SIZE                00571000
005720            PMG-DESC(WS-BEST-IX) DELIMITED BY SIZE                00572000
005730            INTO MRG-KEY                                          00573000
005740         END-STRING                                               00574000
005750         MOVE PMG-QTY(WS-BEST-IX) TO ED-QTY                       00575000
005760         MOVE ED-QTY TO MRG-QTY                                   00576000
005770         MOVE PMG-REV(WS-BEST-IX)  TO WS-PCT-REV                  00577000
005780         MOVE PMG-BLW(WS-BEST-IX)  TO MRG-BLW                     00578000
005790         COMPUTE WS-PCT-MRG =                                     00579000
005800            PMG-REV(WS-BEST-IX) - PMG-COST(WS-BEST-IX)            00580000
005810         MOVE PMG-COST(WS-BEST-IX) TO MRG-COST                    00581000
005820         PERFORM 570-WRITE-MARGIN-LINE                            00582000
005830     END-IF                                                       00583000
005840     EXIT.                                                        00584000
005850                                                                  00585000
005860 512-SCAN-PRODUCT.                                                00586000
005870     IF PMG-DONE(WS-SCAN-I) = 'N'                                 00587000
005880         COMPUTE WS-MARGIN =                                      00588000
005890            PMG-REV(WS-SCAN-I) - PMG-COST(WS-SCAN-I)              00589000
005900         IF WS-BEST-IX = ZERO                                     00590000
005910            OR WS-MARGIN > WS-BEST-MRG                            00591000
005920             MOVE WS-MARGIN TO WS-BEST-MRG                        00592000
005930             MOVE WS-SCAN-I TO WS-BEST-IX                         00593000
005940         END-IF                                                   00594000
005950     END-IF                                                       00595000
005960     EXIT.                                                        00596000
005970                                                                  00597000
005980 520-PRINT-CUSTOMERS.                                             00598000
005990     MOVE 'BY CUSTOMER' TO MRG-SECTION                            00599000
006000     WRITE ENR-MARGREP FROM L-MRG-SECTION                         00600000
006010     WRITE ENR-MARGREP FROM L-MRG-HDR                             00601000
006020     PERFORM 530-PRINT-NEXT-CUSTOMER                              00602000
006030        VARYING WS-RANK-I FROM 1 BY 1                             00603000
006040           UNTIL WS-RANK-I > WS-CMG-CNT                           00604000
006050     MOVE 'SECTION TOTAL' TO MRG-TOT-LBL                          00605000
006060     PERFORM 580-WRITE-TOTAL-LINE                                 00606000
006070     WRITE ENR-MARGREP FROM L-MRG-VIDE                            00607000
006080     EXIT.                                                        00608000
006090                                                                  00609000
006100 530-PRINT-NEXT-CUSTOMER.                                         00610000
006110     MOVE ZERO TO WS-BEST-IX                                      00611000
006120     PERFORM 532-SCAN-CUSTOMER                                    00612000
006130        VARYING WS-SCAN-I FROM 1 BY 1 UNTIL WS-SCAN-I > WS-CMG-CNT00613000
006140     IF WS-BEST-IX > ZERO                                         00614000
006150         MOVE 'Y' TO CMG-DONE(WS-BEST-IX)                         00615000
006160         INITIALIZE L-MRG-LINE                                    00616000
006170         MOVE SPACES TO MRG-KEY                                   00617000
006180         STRING                                                   00618000
006190            CMG-C-NO(WS-BEST-IX)    DELIMITED BY SIZE             00619000
006200            ' '                     DELIMITED BY SIZE             00620000
006210            CMG-COMPANY(WS-BEST-IX) DELIMITED BY SIZE             00621000
006220            INTO MRG-KEY                                          00622000
006230         END-STRING                                               00623000
006240         MOVE CMG-REV(WS-BEST-IX)  TO WS-PCT-REV                  00624000
006250         MOVE CMG-BLW(WS-BEST-IX)  TO MRG-BLW                     00625000
006260         COMPUTE WS-PCT-MRG =                                     00626000
006270            CMG-REV(WS-BEST-IX) - CMG-COST(WS-BEST-IX)            00627000
006280         MOVE CMG-COST(WS-BEST-IX) TO MRG-COST                    00628000
006290         PERFORM 570-WRITE-MARGIN-LINE                            00629000
006300     END-IF                                                       00630000
006310     EXIT.                                                        00631000
006320                                                                  00632000
006330 532-SCAN-CUSTOMER.                                               00633000
006340     IF CMG-DONE(WS-SCAN-I) = 'N'                                 00634000
006350         COMPUTE WS-MARGIN =                                      00635000
006360            CMG-REV(WS-SCAN-I) - CMG-COST(WS-SCAN-I)              00636000
006370         IF WS-BEST-IX = ZERO                                     00637000
006380            OR WS-MARGIN > WS-BEST-MRG                            00638000
006390             MOVE WS-MARGIN TO WS-BEST-MRG                        00639000
006400             MOVE WS-SCAN-I TO WS-BEST-IX                         00640000
006410         END-IF                                                   00641000
006420     END-IF                                                       00642000
006430     EXIT.                                                        00643000
006440                                                                  00644000
006450 540-PRINT-SALESREPS.                                             00645000
006460     MOVE 'BY SALESPERSON' TO MRG-SECTION                         00646000
006470     WRITE ENR-MARGREP FROM L-MRG-SECTION                         00647000
006480     WRITE ENR-MARGREP FROM L-MRG-HDR                             00648000
006490     PERFORM 550-PRINT-NEXT-SALESREP                              00649000
006500        VARYING WS-RANK-I FROM 1 BY 1                             00650000
006510           UNTIL WS-RANK-I > WS-SMG-CNT                           00651000
006520     MOVE 'SECTION TOTAL' TO MRG-TOT-LBL                          00652000
006530     PERFORM 580-WRITE-TOTAL-LINE                                 00653000
006540     WRITE ENR-MARGREP FROM L-MRG-VIDE                            00654000
006550     EXIT.                                                        00655000
006560                                                                  00656000
006570 550-PRINT-NEXT-SALESREP.                                         00657000
006580     MOVE ZERO TO WS-BEST-IX                                      00658000
006590     PERFORM 552-SCAN-SALESREP                                    00659000
006600        VARYING WS-SCAN-I FROM 1 BY 1 UNTIL WS-SCAN-I > WS-SMG-CNT00660000
006610     IF WS-BEST-IX > ZERO                                         00661000
006620         MOVE 'Y' TO SMG-DONE(WS-BEST-IX)                         00662000
006630         INITIALIZE L-MRG-LINE                                    00663000
006640         MOVE SPACES TO MRG-KEY                                   00664000
006650         STRING                                                   00665000
006660            SMG-LNAME(WS-BEST-IX) DELIMITED BY SPACES             00666000
006670            ', '                  DELIMITED BY SIZE               00667000
006680            SMG-FNAME(WS-BEST-IX) DELIMITED BY SPACES             00668000
006690            ' ('                  DELIMITED BY SIZE               00669000
006700            SMG-DNAME(WS-BEST-IX) DELIMITED BY SPACES             00670000
006710            ')'                   DELIMITED BY SIZE               00671000
006720            INTO MRG-KEY                                          00672000
006730         END-STRING                                               00673000
006740         MOVE SMG-REV(WS-BEST-IX)  TO WS-PCT-REV                  00674000
006750         MOVE SMG-BLW(WS-BEST-IX)  TO MRG-BLW                     00675000
006760         COMPUTE WS-PCT-MRG =                                     00676000
006770            SMG-REV(WS-BEST-IX) - SMG-COST(WS-BEST-IX)            00677000
006780         MOVE SMG-COST(WS-BEST-IX) TO MRG-COST                    00678000
006790         PERFORM 570-WRITE-MARGIN-LINE                            00679000
006800     END-IF                                                       00680000
006810     EXIT.                                                        00681000
006820                                                                  00682000
006830 552-SCAN-SALESREP.                                               00683000
006840     IF SMG-DONE(WS-SCAN-I) = 'N'                                 00684000
006850         COMPUTE WS-MARGIN =                                      00685000
006860            SMG-REV(WS-SCAN-I) - SMG-COST(WS-SCAN-I)              00686000
006870         IF WS-BEST-IX = ZERO                                     00687000
006880            OR WS-MARGIN > WS-BEST-MRG                            00688000
006890             MOVE WS-MARGIN TO WS-BEST-MRG                        00689000
006900             MOVE WS-SCAN-I TO WS-BEST-IX                         00690000
006910         END-IF                                                   00691000
006920     END-IF                                                       00692000
006930     EXIT.                                                        00693000
006940                                                                  00694000
006950******************************************************************00695000
006960* PARAGRAPHES COMMUNS : POURCENTAGE DE MARGE, LIGNE DE DETAIL ET  00696000
006970* LIGNE DE TOTAL (LES TROIS SECTIONS TOTALISENT LE MEME MOIS)     00697000
006980******************************************************************00698000
006990 560-COMPUTE-PCT.                                                 00699000
007000     IF WS-PCT-REV NOT = ZERO                                     00700000
007010         COMPUTE WS-PCT ROUNDED =                                 00701000
007020            (WS-PCT-MRG / WS-PCT-REV) * 100                       00702000
007030     ELSE                                                         00703000
007040         MOVE ZERO TO WS-PCT                                      00704000
007050     END-IF                                                       00705000
007060     EXIT.                                                        00706000
007070                                                                  00707000
007080 570-WRITE-MARGIN-LINE.                                           00708000
007090     MOVE WS-PCT-REV TO MRG-REV                                   00709000
007100     MOVE WS-PCT-MRG TO MRG-MARGIN                                00710000
007110     PERFORM 560-COMPUTE-PCT                                      00711000
007120     MOVE WS-PCT TO MRG-PCT                                       00712000
007130     WRITE ENR-MARGREP FROM L-MRG-LINE                            00713000
007140     EXIT.                                                        00714000
007150                                                                  00715000
007160 580-WRITE-TOTAL-LINE.                                            00716000
007170     MOVE WS-GRAND-REV  TO WS-PCT-REV                             00717000
007180     COMPUTE WS-PCT-MRG = WS-GRAND-REV - WS-GRAND-COST            00718000
007190     PERFORM 560-COMPUTE-PCT                                      00719000
007200     MOVE WS-GRAND-REV  TO MRG-TOT-REV                            00720000
007210     MOVE WS-GRAND-COST TO MRG-TOT-COST                           00721000
007220     MOVE WS-PCT-MRG    TO MRG-TOT-MRG                            00722000
007230     MOVE WS-PCT        TO MRG-TOT-PCT                            00723000
007240     WRITE ENR-MARGREP FROM L-MRG-TOT                             00724000
007250     EXIT.                                                        00725000
007260                                                                  00726000
007270******************************************************************00727000
007280* PARAGRAPHE D EDITION DES TOTAUX DE CONTROLE                     00728000
007290******************************************************************00729000
007300 900-WRITE-TOTALS.                                                00730000
007310     MOVE WS-NOCOST-CNT TO MRG-NOCOST                             00731000
007320     WRITE ENR-MARGREP FROM L-MRG-NOCOST                          00732000
007330     DISPLAY 'DOCUMENTS IN MONTH    : ' WS-DOCS-USED              00733000
007340     DISPLAY 'DOCUMENTS NOT USED    : ' WS-DOCS-SKIP              00734000
007350     DISPLAY 'LINES ANALYSED        : ' WS-LINES-USED             00735000
007360     DISPLAY 'LINES BELOW COST      : ' WS-BELOW-CNT              00736000
007370     DISPLAY 'LINES WITHOUT COST    : ' WS-NOCOST-CNT             00737000
007380     EXIT.                                                        00738000
007390                                                                  00739000
007400******************************************************************00740000
007410* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00741000
007420* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00742000
007430******************************************************************00743000
007440 ABEND-PROG.                                                      00744000
007450     DISPLAY 'ABEND-PROG !'                                       00745000
007460     COMPUTE WS-ANO = 1 / WS-ANO.                                 00746000
