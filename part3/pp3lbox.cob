000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3LBX.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - LOCKBOX INTAKE : BALANCES THE 00020000
000210*                  BANK'S LOCKBOX TRANSMISSION (CHECK COUNT AND   00021000
000220*                  AMOUNT AGAINST EVERY BATCH, LOCKBOX AND FILE   00022000
000230*                  TRAILER) AND REJECTS IT WHOLE IF ANY LEVEL IS  00023000
000240*                  OUT OF BALANCE OR IF ITS FILE ID AND DATE WERE 00024000
000250*                  ALREADY RECEIVED (LBXCTL). A BALANCED FILE IS  00025000
000260*                  CONVERTED INTO THE PAYMENTS FILE OF PJPART3C,  00026000
000270*                  ONE PAYMENT PER CHECK WITH R-TYPE REMITTANCE   00027000
000280*                  RECORDS FOR THE INVOICES IT SETTLES            00028000
000281* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00028100
000282*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00028200
000283*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00028300
000284* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00028400
000285*                  NO UNSET FIELD REACHES JOBLOG                  00028500
000290******************************************************************00029000
000300                                                                  00030000
000310 ENVIRONMENT DIVISION.                                            00031000
000320 INPUT-OUTPUT SECTION.                                            00032000
000330 FILE-CONTROL.                                                    00033000
000340******************************************************************00034000
000350* FICHIER LOCKBOX TRANSMIS PAR LA BANQUE (VOIR COPY LBXREC)       00035000
000360******************************************************************00036000
000370      SELECT LBXI ASSIGN TO LOCKBOX                               00037000
000380      ORGANIZATION  IS SEQUENTIAL                                 00038000
000390      FILE STATUS IS WS-LBXI-STATUS.                              00039000
000400******************************************************************00040000
000410* FICHIER DE CONTROLE DES TRANSMISSIONS RECUES (VOIR COPY LBXCTL) 00041000
000420******************************************************************00042000
000430      SELECT LCTL ASSIGN TO LBXCTL                                00043000
000440      ORGANIZATION  IS SEQUENTIAL                                 00044000
000450      FILE STATUS IS WS-LCTL-STATUS.                              00045000
000460******************************************************************00046000
000470* FICHIER DES PAIEMENTS POUR PJPART3C (FORMAT PAYMENTS)           00047000
000480******************************************************************00048000
000490      SELECT PAYO ASSIGN TO PAYMENTS                              00049000
000500      ORGANIZATION  IS SEQUENTIAL.                                00050000
000510******************************************************************00051000
000520* ETAT D EQUILIBRAGE DE LA TRANSMISSION                           00052000
000530******************************************************************00053000
000540      SELECT LREP ASSIGN TO LBXREP                                00054000
000550      ORGANIZATION  IS SEQUENTIAL.                                00055000
000560                                                                  00056000
000570******************************************************************00057000
000580                                                                  00058000
000590 DATA DIVISION.                                                   00059000
000600 FILE SECTION.                                                    00060000
000610 FD LBXI.                                                         00061000
000620 01 ENR-LOCKBOX PIC X(80).                                        00062000
000630                                                                  00063000
000640 FD LCTL.                                                         00064000
000650 01 ENR-LBXCTL PIC X(80).                                         00065000
000660                                                                  00066000
000670 FD PAYO.                                                         00067000
000680 01 ENR-PAYMENTS PIC X(60).                                       00068000
000690                                                                  00069000
000700 FD LREP.                                                         00070000
000710 01 ENR-LBXREP PIC X(132).                                        00071000
000720                                                                  00072000
000730 WORKING-STORAGE SECTION.                                         00073000
000740******************************************************************00074000
000750* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00075000
000760******************************************************************00076000
000770 77 FLAG-LBXI  PIC 9 VALUE 0.                                     00077000
000780    88 FF-LBXI VALUE 1.                                           00078000
000790 77 WS-LBXI-STATUS PIC X(2) VALUE SPACES.                         00079000
000800 77 WS-LCTL-STATUS PIC X(2) VALUE SPACES.                         00080000
000810                                                                  00081000
000820 77 WS-ANO PIC 99 VALUE ZERO.                                     00082000
000830                                                                  00083000
000840******************************************************************00084000
000850* INDICATEURS DE REJET ET D ETAT DE LA STRUCTURE DU FICHIER       00085000
000860******************************************************************00086000
000870 77 WS-REJECT-SW  PIC X(1) VALUE 'N'.                             00087000
000880    88 FILE-REJECTED VALUE 'Y'.                                   00088000
000890 77 WS-DUP-SW     PIC X(1) VALUE 'N'.                             00089000
000900    88 FILE-DUPLICATE VALUE 'Y'.                                  00090000
000910 77 WS-TRL-SW     PIC X(1) VALUE 'N'.                             00091000
000920    88 TRAILER-SEEN VALUE 'Y'.                                    00092000
000930 77 WS-IN-LBX-SW  PIC X(1) VALUE 'N'.                             00093000
000940    88 IN-LOCKBOX VALUE 'Y'.                                      00094000
000950 77 WS-IN-BAT-SW  PIC X(1) VALUE 'N'.                             00095000
000960    88 IN-BATCH VALUE 'Y'.                                        00096000
000970 77 WS-HLD-SW     PIC X(1) VALUE 'N'.                             00097000
000980    88 CHECK-HELD VALUE 'Y'.                                      00098000
000990                                                                  00099000
001000******************************************************************00100000
001010* DATE DU RUN ET ZONES DE L ENTETE DE FICHIER                     00101000
001020******************************************************************00102000
001030 77 WS-TODAY-YMD   PIC X(8)  VALUE SPACES.                        00103000
001040 77 WS-TODAY-D     PIC X(10) VALUE SPACES.                        00104000
001050 77 WS-FILE-ID     PIC X(10) VALUE SPACES.                        00105000
001060 77 WS-FILE-DATE   PIC X(10) VALUE SPACES.                        00106000
001070 77 WS-ORIGIN      PIC X(10) VALUE SPACES.                        00107000
001080 77 WS-DUP-RUN     PIC X(10) VALUE SPACES.                        00108000
001090 01 W-YMD.                                                        00109000
001100      05 W-YMD-Y PIC X(4).                                        00110000
001110      05 W-YMD-M PIC X(2).                                        00111000
001120      05 W-YMD-D PIC X(2).                                        00112000
001130 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00113000
001140                                                                  00114000
001150******************************************************************00115000
001160* ENREGISTREMENTS LOCKBOX ET CONTROLE (VOIR COPY LBXREC / LBXCTL) 00116000
001170******************************************************************00117000
001180     COPY LBXREC.                                                 00118000
001190                                                                  00119000
001200     COPY LBXCTL.                                                 00120000
001210                                                                  00121000
001220******************************************************************00122000
001230* ENREGISTREMENT DU FICHIER DES PAIEMENTS (FORMAT LU PAR PJPART3C,00123000
001240* ORIGINE L = LOCKBOX POUR LE RAPPROCHEMENT DU DEPOT)             00124000
001250******************************************************************00125000
001260 01 L-PAYOUT.                                                     00126000
001270      05 PAY-O-NO     PIC 9(6).                                   00127000
001280      05 PAY-PAYER    PIC X(30).                                  00128000
001290      05 PAY-AMOUNT   PIC 9(7)V99.                                00129000
001300      05 PAY-BANKREF  PIC X(10).                                  00130000
001310      05 PAY-REC-TYPE PIC X(1).                                   00131000
001320      05 PAY-SOURCE   PIC X(1).                                   00132000
001330      05 FILLER       PIC X(3).                                   00133000
001340                                                                  00134000
001350******************************************************************00135000
001360* CUMULS DE CONTROLE PAR LOT, PAR LOCKBOX ET POUR LE FICHIER      00136000
001370******************************************************************00137000
001380 77 WS-REC-CNT    PIC 9(6) VALUE ZERO.                            00138000
001390 77 WS-BAT-NO     PIC 9(3) VALUE ZERO.                            00139000
001400 77 WS-BAT-CNT    PIC 9(5) VALUE ZERO.                            00140000
001410 77 WS-BAT-AMT    PIC 9(9)V99 VALUE ZERO.                         00141000
001420 77 WS-LBX-NO     PIC X(7) VALUE SPACES.                          00142000
001430 77 WS-LBX-DEP    PIC 9(8) VALUE ZERO.                            00143000
001440 77 WS-LBX-CNT    PIC 9(5) VALUE ZERO.                            00144000
001450 77 WS-LBX-AMT    PIC 9(9)V99 VALUE ZERO.                         00145000
001460 77 WS-FIL-CNT    PIC 9(6) VALUE ZERO.                            00146000
001470 77 WS-FIL-AMT    PIC 9(10)V99 VALUE ZERO.                        00147000
001480 77 WS-CHK-BATCH  PIC 9(3) VALUE ZERO.                            00148000
001490 77 WS-CHK-ITEM   PIC 9(3) VALUE ZERO.                            00149000
001500 77 WS-ERR-CNT    PIC 9(5) VALUE ZERO.                            00150000
001510 77 WS-ERR-MSG    PIC X(60) VALUE SPACES.                         00151000
001520                                                                  00152000
001530******************************************************************00153000
001540* CHEQUE EN COURS DE CONVERSION ET SES REFERENCES DE FACTURES     00154000
001550******************************************************************00155000
001560 77 WS-HLD-AMOUNT   PIC 9(7)V99 VALUE ZERO.                       00156000
001570 77 WS-HLD-CHECK-NO PIC X(10) VALUE SPACES.                       00157000
001580 77 WS-HLD-PAYER    PIC X(30) VALUE SPACES.                       00158000
001590 77 WS-HLD-LOCKBOX  PIC X(7) VALUE SPACES.                        00159000
001600 77 WS-HLD-BATCH    PIC 9(3) VALUE ZERO.                          00160000
001610 77 WS-HLD-ITEM     PIC 9(3) VALUE ZERO.                          00161000
001620 01 REF-TABLE.                                                    00162000
001630      05 REF-ENTRY OCCURS 30 TIMES INDEXED BY REF-IDX.            00163000
001640         10 REF-INV-NO PIC 9(6).                                  00164000
001650         10 REF-AMT    PIC 9(7)V99.                               00165000
001660 77 WS-REF-CNT  PIC 9(3) VALUE ZERO.                              00166000
001670 77 WS-REF-MAX  PIC 9(3) VALUE 30.                                00167000
001680 77 WS-REF-AMTS PIC 9(3) VALUE ZERO.                              00168000
001690 77 WS-SLOT     PIC 9(1) VALUE ZERO.                              00169000
001700                                                                  00170000
001710******************************************************************00171000
001720* COMPTEURS DE LA CONVERSION                                      00172000
001730******************************************************************00173000
001740 77 WS-PAY-CNT    PIC 9(7) VALUE ZERO.                            00174000
001750 77 WS-REMIT-CNT  PIC 9(7) VALUE ZERO.                            00175000
001760 77 WS-NOREF-CNT  PIC 9(7) VALUE ZERO.                            00176000
001770 77 WS-WARN-CNT   PIC 9(7) VALUE ZERO.                            00177000
001780 77 WS-PAY-AMT    PIC 9(10)V99 VALUE ZERO.                        00178000
001790                                                                  00179000
001800******************************************************************00180000
001810* DECLARATION DES LIGNES DE L ETAT D EQUILIBRAGE                  00181000
001820******************************************************************00182000
001830 77 L-REP-VIDE PIC X(132) VALUE SPACES.                           00183000
001840                                                                  00184000
001850 01 L-REP-TITLE.                                                  00185000
001860      05 FILLER PIC X(42) VALUE                                   00186000
001870         'LOCKBOX TRANSMISSION BALANCING - RUN OF '.              00187000
001880      05 RPT-DATE PIC X(10).                                      00188000
001890      05 FILLER PIC X(80) VALUE SPACES.                           00189000
001900                                                                  00190000
001910 01 L-REP-FILE.                                                   00191000
001920      05 FILLER   PIC X(9)  VALUE 'FILE ID '.                     00192000
001930      05 RPF-ID   PIC X(10).                                      00193000
001940      05 FILLER   PIC X(13) VALUE '   FILE DATE '.                00194000
001950      05 RPF-DATE PIC X(10).                                      00195000
001960      05 FILLER   PIC X(10) VALUE '   ORIGIN '.                   00196000
001970      05 RPF-ORIG PIC X(10).                                      00197000
001980      05 FILLER   PIC X(70) VALUE SPACES.                         00198000
001990                                                                  00199000
002000 01 L-REP-HDR.                                                    00200000
002010      05 FILLER PIC X(9)  VALUE 'LEVEL'.                          00201000
002020      05 FILLER PIC X(8)  VALUE 'LOCKBOX'.                        00202000
002030      05 FILLER PIC X(6)  VALUE 'BATCH'.                          00203000
002040      05 FILLER PIC X(9)  VALUE 'DEPOSIT'.                        00204000
002050      05 FILLER PIC X(8)  VALUE '  CHECKS'.                       00205000
002060      05 FILLER PIC X(15) VALUE '   AMOUNT READ'.                 00206000
002070      05 FILLER PIC X(8)  VALUE '    BANK'.                       00207000
002080      05 FILLER PIC X(15) VALUE '   BANK AMOUNT'.                 00208000
002090      05 FILLER PIC X(2)  VALUE SPACES.                           00209000
002100      05 FILLER PIC X(52) VALUE 'STATUS'.                         00210000
002110                                                                  00211000
002120 01 L-REP-CTL.                                                    00212000
002130      05 RPC-LEVEL    PIC X(8).                                   00213000
002140      05 FILLER       PIC X(1) VALUE SPACE.                       00214000
002150      05 RPC-LOCKBOX  PIC X(7).                                   00215000
002160      05 FILLER       PIC X(1) VALUE SPACE.                       00216000
002170      05 RPC-BATCH    PIC X(3).                                   00217000
002180      05 FILLER       PIC X(3) VALUE SPACES.                      00218000
002190      05 RPC-DEP-DATE PIC X(8).                                   00219000
002200      05 FILLER       PIC X(1) VALUE SPACE.                       00220000
002210      05 RPC-CNT      PIC Z(7)9.                                  00221000
002220      05 RPC-AMT      PIC Z(11)9.99.                              00222000
002230      05 RPC-BANK-CNT PIC Z(7)9.                                  00223000
002240      05 RPC-BANK-AMT PIC Z(11)9.99.                              00224000
002250      05 FILLER       PIC X(2) VALUE SPACES.                      00225000
002260      05 RPC-STATUS   PIC X(14).                                  00226000
002270      05 FILLER       PIC X(38) VALUE SPACES.                     00227000
002280 77 ED-BATCH PIC 9(3).                                            00228000
002290                                                                  00229000
002300 01 L-REP-ERR.                                                    00230000
002310      05 FILLER     PIC X(11) VALUE '*** RECORD '.                00231000
002320      05 RPE-REC    PIC Z(5)9.                                    00232000
002330      05 FILLER     PIC X(6) VALUE ' TYPE '.                      00233000
002340      05 RPE-TYPE   PIC X(1).                                     00234000
002350      05 FILLER     PIC X(3) VALUE ' : '.                         00235000
002360      05 RPE-MSG    PIC X(60).                                    00236000
002370      05 FILLER     PIC X(45) VALUE SPACES.                       00237000
002380                                                                  00238000
002390 01 L-REP-CHKHDR.                                                 00239000
002400      05 FILLER PIC X(8)  VALUE 'LOCKBOX'.                        00240000
002410      05 FILLER PIC X(8)  VALUE 'BAT ITM'.                        00241000
002420      05 FILLER PIC X(11) VALUE 'CHECK'.                          00242000
002430      05 FILLER PIC X(31) VALUE 'REMITTER'.                       00243000
002440      05 FILLER PIC X(13) VALUE '       AMOUNT'.                  00244000
002450      05 FILLER PIC X(2)  VALUE SPACES.                           00245000
002460      05 FILLER PIC X(59) VALUE 'INVOICES'.                       00246000
002470                                                                  00247000
002480 01 L-REP-CHK.                                                    00248000
002490      05 RPK-LOCKBOX PIC X(7).                                    00249000
002500      05 FILLER      PIC X(1) VALUE SPACE.                        00250000
002510      05 RPK-BATCH   PIC 9(3).                                    00251000
002520      05 FILLER      PIC X(1) VALUE SPACE.                        00252000
002530      05 RPK-ITEM    PIC 9(3).                                    00253000
002540      05 FILLER      PIC X(1) VALUE SPACE.                        00254000
002550      05 RPK-CHECK   PIC X(10).                                   00255000
002560      05 FILLER      PIC X(1) VALUE SPACE.                        00256000
002570      05 RPK-PAYER   PIC X(30).                                   00257000
002580      05 FILLER      PIC X(1) VALUE SPACE.                        00258000
002590      05 RPK-AMOUNT  PIC Z(9)9.99.                                00259000
002600      05 FILLER      PIC X(2) VALUE SPACES.                       00260000
002610      05 RPK-REFS    PIC X(40).                                   00261000
002620      05 FILLER      PIC X(19) VALUE SPACES.                      00262000
002630                                                                  00263000
002640 01 L-REP-REFS.                                                   00264000
002650      05 RPR-CNT     PIC ZZ9.                                     00265000
002660      05 FILLER      PIC X(10) VALUE ' INVOICES '.                00266000
002670      05 RPR-FIRST   PIC 9(6).                                    00267000
002680      05 FILLER      PIC X(21) VALUE ' ...'.                      00268000
002690 01 L-REP-REF1.                                                   00269000
002700      05 FILLER      PIC X(8) VALUE 'INVOICE '.                   00270000
002710      05 RP1-INV     PIC 9(6).                                    00271000
002720      05 FILLER      PIC X(26) VALUE SPACES.                      00272000
002730                                                                  00273000
002740 01 L-REP-WARN.                                                   00274000
002750      05 FILLER     PIC X(21) VALUE SPACES.                       00275000
002760      05 FILLER     PIC X(10) VALUE 'WARNING : '.                 00276000
002770      05 RPW-MSG    PIC X(60).                                    00277000
002780      05 FILLER     PIC X(41) VALUE SPACES.                       00278000
002790                                                                  00279000
002800 01 L-REP-RESULT.                                                 00280000
002810      05 RPS-TEXT   PIC X(60).                                    00281000
002820      05 FILLER     PIC X(72) VALUE SPACES.                       00282000
002830                                                                  00283000
002840 01 L-REP-TOT.                                                    00284000
002850      05 RPO-LABEL PIC X(40).                                     00285000
002860      05 FILLER    PIC X(5) VALUE SPACES.                         00286000
002870      05 RPO-VALUE PIC Z(10)9.99.                                 00287000
002880      05 FILLER    PIC X(73) VALUE SPACES.                        00288000
002890                                                                  00289000
002900 01 L-REP-CNT.                                                    00290000
002910      05 RPN-LABEL PIC X(40).                                     00291000
002920      05 FILLER    PIC X(5) VALUE SPACES.                         00292000
002930      05 RPN-VALUE PIC Z(6)9.                                     00293000
002940      05 FILLER    PIC X(80) VALUE SPACES.                        00294000
002950                                                                  00295000
002951******************************************************************00295100
002952* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00295200
002953******************************************************************00295300
002954     COPY JLGREC.                                                 00295400
002955                                                                  00295500
002960 PROCEDURE DIVISION.                                              00296000
002961                                                                  00296100
002961     INITIALIZE L-JOBLOG                                          00296101
002962     MOVE 'PJPT3LBX' TO JLG-PROGRAM                               00296200
002963     MOVE 'S' TO JLG-TYPE                                         00296300
002964     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00296400
002970                                                                  00297000
002980     PERFORM 100-INITIALIZE                                       00298000
002990                                                                  00299000
003000     IF NOT FILE-REJECTED                                         00300000
003010         WRITE ENR-LBXREP FROM L-REP-HDR                          00301000
003020         WRITE ENR-LBXREP FROM L-REP-VIDE                         00302000
003030         PERFORM 200-VALIDATE-RECORD UNTIL FF-LBXI                00303000
003040         PERFORM 280-CHECK-END-OF-FILE                            00304000
003050     END-IF                                                       00305000
003060                                                                  00306000
003070     IF NOT FILE-REJECTED                                         00307000
003080         PERFORM 400-CONVERT-FILE                                 00308000
003090     END-IF                                                       00309000
003100                                                                  00310000
003110     PERFORM 800-WRITE-LBXCTL                                     00311000
003120     PERFORM 900-WRITE-TOTALS                                     00312000
003130                                                                  00313000
003140     CLOSE LBXI                                                   00314000
003150     CLOSE LREP                                                   00315000
003151                                                                  00315100
003151     MOVE SPACES TO JLG-RUN-KEY                                   00315101
003152     MOVE WS-REC-CNT TO JLG-IN-CNT                                00315200
003152     MOVE WS-PAY-CNT TO JLG-OUT-CNT                               00315201
003153     MOVE RETURN-CODE TO JLG-RC                                   00315300
003153     IF FILE-REJECTED                                             00315301
003154         MOVE 16 TO JLG-RC                                        00315400
003154     END-IF                                                       00315401
003155     MOVE 'E' TO JLG-TYPE                                         00315500
003155     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00315501
003160                                                                  00316000
003170     IF FILE-REJECTED                                             00317000
003180         DISPLAY 'LOCKBOX FILE REJECTED : ' WS-FILE-ID ' '        00318000
003190                 WS-FILE-DATE                                     00319000
003200         PERFORM ABEND-PROG                                       00320000
003210     END-IF                                                       00321000
003220                                                                  00322000
003230     GOBACK.                                                      00323000
003240                                                                  00324000
003250******************************************************************00325000
003260* PARAGRAPHE D INITIALISATION : DATE DU RUN, OUVERTURES, LECTURE  00326000
003270* DE L ENTETE DE FICHIER ET CONTROLE DES DOUBLONS DE TRANSMISSION 00327000
003280******************************************************************00328000
003290 100-INITIALIZE.                                                  00329000
003300     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD                       00330000
003310     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-D(1:4)                    00331000
003320     MOVE '-'               TO WS-TODAY-D(5:1)                    00332000
003330     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-D(6:2)                    00333000
003340     MOVE '-'               TO WS-TODAY-D(8:1)                    00334000
003350     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-D(9:2)                    00335000
003360                                                                  00336000
003370     OPEN INPUT LBXI                                              00337000
003380     IF WS-LBXI-STATUS NOT = '00'                                 00338000
003390         DISPLAY 'ERREUR OUVERTURE LOCKBOX : ' WS-LBXI-STATUS     00339000
003400         PERFORM ABEND-PROG                                       00340000
003410     END-IF                                                       00341000
003420     OPEN OUTPUT LREP                                             00342000
003430     MOVE WS-TODAY-D TO RPT-DATE                                  00343000
003440     WRITE ENR-LBXREP FROM L-REP-TITLE                            00344000
003450     WRITE ENR-LBXREP FROM L-REP-VIDE                             00345000
003460                                                                  00346000
003470     PERFORM 110-READ-LBXI                                        00347000
003480     EVALUATE TRUE                                                00348000
003490         WHEN FF-LBXI                                             00349000
003500             MOVE 'EMPTY TRANSMISSION FILE' TO WS-ERR-MSG         00350000
003510             PERFORM 290-REPORT-ERROR                             00351000
003520         WHEN NOT LBX-FILE-HDR                                    00352000
003530             MOVE 'FILE HEADER (TYPE 1) MISSING' TO WS-ERR-MSG    00353000
003540             PERFORM 290-REPORT-ERROR                             00354000
003550         WHEN OTHER                                               00355000
003560             PERFORM 120-TAKE-FILE-HEADER                         00356000
003570     END-EVALUATE                                                 00357000
003580     EXIT.                                                        00358000
003590                                                                  00359000
003600******************************************************************00360000
003610* PARAGRAPHE DE LECTURE DU FICHIER LOCKBOX (PREMIER PASSAGE)      00361000
003620******************************************************************00362000
003630 110-READ-LBXI.                                                   00363000
003640     READ LBXI INTO LOCKBOX-RECORD                                00364000
003650         AT END                                                   00365000
003660              SET FF-LBXI TO TRUE                                 00366000
003670         NOT AT END                                               00367000
003680              ADD 1 TO WS-REC-CNT                                 00368000
003690     END-READ                                                     00369000
003700     IF WS-LBXI-STATUS NOT = '00' AND WS-LBXI-STATUS NOT = '10'   00370000
003710         DISPLAY 'ERREUR LECTURE LOCKBOX : ' WS-LBXI-STATUS       00371000
003720         PERFORM ABEND-PROG                                       00372000
003730     END-IF                                                       00373000
003740     EXIT.                                                        00374000
003750                                                                  00375000
003760 120-TAKE-FILE-HEADER.                                            00376000
003770     MOVE LB1-FILE-ID TO WS-FILE-ID                               00377000
003780     MOVE LB1-ORIGIN  TO WS-ORIGIN                                00378000
003790     MOVE LB1-FILE-DATE TO W-YMD-NUM                              00379000
003800     MOVE W-YMD-Y TO WS-FILE-DATE(1:4)                            00380000
003810     MOVE '-'     TO WS-FILE-DATE(5:1)                            00381000
003820     MOVE W-YMD-M TO WS-FILE-DATE(6:2)                            00382000
003830     MOVE '-'     TO WS-FILE-DATE(8:1)                            00383000
003840     MOVE W-YMD-D TO WS-FILE-DATE(9:2)                            00384000
003850     MOVE WS-FILE-ID   TO RPF-ID                                  00385000
003860     MOVE WS-FILE-DATE TO RPF-DATE                                00386000
003870     MOVE WS-ORIGIN    TO RPF-ORIG                                00387000
003880     WRITE ENR-LBXREP FROM L-REP-FILE                             00388000
003890     WRITE ENR-LBXREP FROM L-REP-VIDE                             00389000
003900                                                                  00390000
003910     EVALUATE TRUE                                                00391000
003920         WHEN WS-FILE-ID = SPACES                                 00392000
003930             MOVE 'FILE ID MISSING ON FILE HEADER' TO WS-ERR-MSG  00393000
003940             PERFORM 290-REPORT-ERROR                             00394000
003950         WHEN LB1-FILE-DATE NOT NUMERIC                           00395000
003960             MOVE 'INVALID FILE DATE ON FILE HEADER' TO WS-ERR-MSG00396000
003970             PERFORM 290-REPORT-ERROR                             00397000
003980         WHEN OTHER                                               00398000
003990             PERFORM 150-CHECK-DUPLICATE                          00399000
004000     END-EVALUATE                                                 00400000
004010     PERFORM 110-READ-LBXI                                        00401000
004020     EXIT.                                                        00402000
004030                                                                  00403000
004040******************************************************************00404000
004050* PARAGRAPHES DE CONTROLE DES DOUBLONS : UNE TRANSMISSION DEJA    00405000
004060* CONVERTIE (B) OU APPLIQUEE (A) SOUS LE MEME ID ET LA MEME DATE  00406000
004070* EST REFUSEE. UNE TRANSMISSION REJETEE (R) PEUT ETRE RENVOYEE    00407000
004080******************************************************************00408000
004090 150-CHECK-DUPLICATE.                                             00409000
004100     OPEN INPUT LCTL                                              00410000
004110     IF WS-LCTL-STATUS = '00'                                     00411000
004120         PERFORM 152-READ-LBXCTL                                  00412000
004130         PERFORM 154-CHECK-ONE-ENTRY                              00413000
004140            UNTIL WS-LCTL-STATUS NOT = '00'                       00414000
004150         CLOSE LCTL                                               00415000
004160     ELSE                                                         00416000
004170         DISPLAY 'NO LOCKBOX CONTROL FILE : ' WS-LCTL-STATUS      00417000
004180     END-IF                                                       00418000
004190     IF FILE-DUPLICATE                                            00419000
004200         MOVE SPACES TO WS-ERR-MSG                                00420000
004210         STRING 'DUPLICATE TRANSMISSION - ALREADY RECEIVED ON '   00421000
004220                WS-DUP-RUN DELIMITED BY SIZE INTO WS-ERR-MSG      00422000
004230         PERFORM 290-REPORT-ERROR                                 00423000
004240     END-IF                                                       00424000
004250     EXIT.                                                        00425000
004260                                                                  00426000
004270 152-READ-LBXCTL.                                                 00427000
004280     READ LCTL INTO L-LBXCTL                                      00428000
004290     EXIT.                                                        00429000
004300                                                                  00430000
004310 154-CHECK-ONE-ENTRY.                                             00431000
004320     IF LBC-FILE-ID = WS-FILE-ID                                  00432000
004330        AND LBC-FILE-DATE = WS-FILE-DATE                          00433000
004340        AND (LBC-BALANCED OR LBC-APPLIED)                         00434000
004350         MOVE 'Y' TO WS-DUP-SW                                    00435000
004360         MOVE LBC-RUN-DATE TO WS-DUP-RUN                          00436000
004370     END-IF                                                       00437000
004380     PERFORM 152-READ-LBXCTL                                      00438000
004390     EXIT.                                                        00439000
004400                                                                  00440000
004410******************************************************************00441000
004420* PARAGRAPHES DU PREMIER PASSAGE : CONTROLE DE LA STRUCTURE ET    00442000
004430* CUMUL DES CHEQUES PAR LOT, PAR LOCKBOX ET POUR LE FICHIER,      00443000
004440* RAPPROCHES DES TOTAUX DE LA BANQUE A CHAQUE ENREGISTREMENT 7, 8 00444000
004450* ET 9. TOUTES LES ANOMALIES SONT LISTEES AVANT LE REJET          00445000
004460******************************************************************00446000
004470 200-VALIDATE-RECORD.                                             00447000
004480     IF TRAILER-SEEN                                              00448000
004490         MOVE 'RECORD AFTER FILE TRAILER' TO WS-ERR-MSG           00449000
004500         PERFORM 290-REPORT-ERROR                                 00450000
004510     END-IF                                                       00451000
004520     EVALUATE TRUE                                                00452000
004530         WHEN LBX-FILE-HDR                                        00453000
004540             MOVE 'FILE HEADER NOT FIRST RECORD' TO WS-ERR-MSG    00454000
004550             PERFORM 290-REPORT-ERROR                             00455000
004560         WHEN LBX-SERVICE                                         00456000
004570             CONTINUE                                             00457000
004580         WHEN LBX-LOCKBOX-HDR                                     00458000
004590             PERFORM 210-OPEN-LOCKBOX                             00459000
004600         WHEN LBX-CHECK                                           00460000
004610             PERFORM 220-ADD-CHECK                                00461000
004620         WHEN LBX-INVOICE-REF                                     00462000
004630             IF LB4-BATCH NOT = WS-CHK-BATCH                      00463000
004640                OR LB4-ITEM NOT = WS-CHK-ITEM                     00464000
004650                 MOVE 'INVOICE REFERENCE WITHOUT ITS CHECK'       00465000
004660                   TO WS-ERR-MSG                                  00466000
004670                 PERFORM 290-REPORT-ERROR                         00467000
004680             END-IF                                               00468000
004690         WHEN LBX-BATCH-TOT                                       00469000
004700             PERFORM 230-CLOSE-BATCH                              00470000
004710         WHEN LBX-LOCKBOX-TOT                                     00471000
004720             PERFORM 240-CLOSE-LOCKBOX                            00472000
004730         WHEN LBX-FILE-TRL                                        00473000
004740             PERFORM 250-CHECK-FILE-TRAILER                       00474000
004750         WHEN OTHER                                               00475000
004760             MOVE 'UNKNOWN RECORD TYPE' TO WS-ERR-MSG             00476000
004770             PERFORM 290-REPORT-ERROR                             00477000
004780     END-EVALUATE                                                 00478000
004790     PERFORM 110-READ-LBXI                                        00479000
004800     EXIT.                                                        00480000
004810                                                                  00481000
004820 210-OPEN-LOCKBOX.                                                00482000
004830     IF IN-LOCKBOX                                                00483000
004840         MOVE SPACES TO WS-ERR-MSG                                00484000
004850         STRING 'LOCKBOX ' WS-LBX-NO ' HAS NO LOCKBOX TOTAL'      00485000
004860                DELIMITED BY SIZE INTO WS-ERR-MSG                 00486000
004870         PERFORM 290-REPORT-ERROR                                 00487000
004880     END-IF                                                       00488000
004890     MOVE 'Y' TO WS-IN-LBX-SW                                     00489000
004900     MOVE 'N' TO WS-IN-BAT-SW                                     00490000
004910     MOVE LB5-LOCKBOX TO WS-LBX-NO                                00491000
004920     MOVE LB5-DEP-DATE TO WS-LBX-DEP                              00492000
004930     MOVE ZERO TO WS-LBX-CNT                                      00493000
004940     MOVE ZERO TO WS-LBX-AMT                                      00494000
004950     EXIT.                                                        00495000
004960                                                                  00496000
004970 220-ADD-CHECK.                                                   00497000
004980     MOVE LB6-BATCH TO WS-CHK-BATCH                               00498000
004990     MOVE LB6-ITEM  TO WS-CHK-ITEM                                00499000
005000     EVALUATE TRUE                                                00500000
005010         WHEN NOT IN-LOCKBOX                                      00501000
005020             MOVE 'CHECK OUTSIDE A LOCKBOX' TO WS-ERR-MSG         00502000
005030             PERFORM 290-REPORT-ERROR                             00503000
005040         WHEN LB6-AMOUNT NOT NUMERIC                              00504000
005050             MOVE 'INVALID CHECK AMOUNT' TO WS-ERR-MSG            00505000
005060             PERFORM 290-REPORT-ERROR                             00506000
005070         WHEN LB6-AMOUNT > 9999999.99                             00507000
005080             MOVE 'CHECK AMOUNT TOO LARGE FOR CASH APPLICATION'   00508000
005090               TO WS-ERR-MSG                                      00509000
005100             PERFORM 290-REPORT-ERROR                             00510000
005110         WHEN OTHER                                               00511000
005120             CONTINUE                                             00512000
005130     END-EVALUATE                                                 00513000
005140     IF NOT IN-BATCH                                              00514000
005150         MOVE 'Y' TO WS-IN-BAT-SW                                 00515000
005160         MOVE LB6-BATCH TO WS-BAT-NO                              00516000
005170         MOVE ZERO TO WS-BAT-CNT                                  00517000
005180         MOVE ZERO TO WS-BAT-AMT                                  00518000
005190     END-IF                                                       00519000
005200     IF LB6-BATCH NOT = WS-BAT-NO                                 00520000
005210         MOVE SPACES TO WS-ERR-MSG                                00521000
005220         MOVE WS-BAT-NO TO ED-BATCH                               00522000
005230         STRING 'CHECK OF ANOTHER BATCH INSIDE BATCH ' ED-BATCH   00523000
005240                DELIMITED BY SIZE INTO WS-ERR-MSG                 00524000
005250         PERFORM 290-REPORT-ERROR                                 00525000
005260     END-IF                                                       00526000
005270     ADD 1 TO WS-BAT-CNT                                          00527000
005280     ADD 1 TO WS-LBX-CNT                                          00528000
005290     ADD 1 TO WS-FIL-CNT                                          00529000
005300     IF LB6-AMOUNT NUMERIC                                        00530000
005310         ADD LB6-AMOUNT TO WS-BAT-AMT                             00531000
005320         ADD LB6-AMOUNT TO WS-LBX-AMT                             00532000
005330         ADD LB6-AMOUNT TO WS-FIL-AMT                             00533000
005340     END-IF                                                       00534000
005350     EXIT.                                                        00535000
005360                                                                  00536000
005370 230-CLOSE-BATCH.                                                 00537000
005380     IF NOT IN-BATCH                                              00538000
005390         MOVE LB7-BATCH TO WS-BAT-NO                              00539000
005400         MOVE ZERO TO WS-BAT-CNT                                  00540000
005410         MOVE ZERO TO WS-BAT-AMT                                  00541000
005420     END-IF                                                       00542000
005430     MOVE 'BATCH'    TO RPC-LEVEL                                 00543000
005440     MOVE WS-LBX-NO  TO RPC-LOCKBOX                               00544000
005450     MOVE WS-BAT-NO  TO ED-BATCH                                  00545000
005460     MOVE ED-BATCH   TO RPC-BATCH                                 00546000
005470     MOVE LB7-DEP-DATE TO RPC-DEP-DATE                            00547000
005480     MOVE WS-BAT-CNT TO RPC-CNT                                   00548000
005490     MOVE WS-BAT-AMT TO RPC-AMT                                   00549000
005500     IF LB7-ITEM-CNT NUMERIC AND LB7-AMOUNT NUMERIC               00550000
005510         MOVE LB7-ITEM-CNT TO RPC-BANK-CNT                        00551000
005520         MOVE LB7-AMOUNT   TO RPC-BANK-AMT                        00552000
005530     ELSE                                                         00553000
005540         MOVE ZERO TO RPC-BANK-CNT                                00554000
005550         MOVE ZERO TO RPC-BANK-AMT                                00555000
005560     END-IF                                                       00556000
005570     IF LB7-ITEM-CNT NUMERIC AND LB7-AMOUNT NUMERIC               00557000
005580        AND LB7-BATCH = WS-BAT-NO                                 00558000
005590        AND LB7-LOCKBOX = WS-LBX-NO                               00559000
005600        AND LB7-ITEM-CNT = WS-BAT-CNT                             00560000
005610        AND LB7-AMOUNT = WS-BAT-AMT                               00561000
005620         MOVE 'BALANCED' TO RPC-STATUS                            00562000
005630         WRITE ENR-LBXREP FROM L-REP-CTL                          00563000
005640     ELSE                                                         00564000
005650         MOVE 'OUT OF BALANCE' TO RPC-STATUS                      00565000
005660         WRITE ENR-LBXREP FROM L-REP-CTL                          00566000
005670         MOVE 'BATCH TOTAL DOES NOT AGREE WITH ITS CHECKS'        00567000
005680           TO WS-ERR-MSG                                          00568000
005690         PERFORM 290-REPORT-ERROR                                 00569000
005700     END-IF                                                       00570000
005710     MOVE 'N' TO WS-IN-BAT-SW                                     00571000
005720     EXIT.                                                        00572000
005730                                                                  00573000
005740 240-CLOSE-LOCKBOX.                                               00574000
005750     IF IN-BATCH                                                  00575000
005760         MOVE SPACES TO WS-ERR-MSG                                00576000
005770         MOVE WS-BAT-NO TO ED-BATCH                               00577000
005780         STRING 'BATCH ' ED-BATCH ' HAS NO BATCH TOTAL'           00578000
005790                DELIMITED BY SIZE INTO WS-ERR-MSG                 00579000
005800         PERFORM 290-REPORT-ERROR                                 00580000
005810         MOVE 'N' TO WS-IN-BAT-SW                                 00581000
005820     END-IF                                                       00582000
005830     IF NOT IN-LOCKBOX                                            00583000
005840         MOVE 'LOCKBOX TOTAL WITHOUT LOCKBOX HEADER' TO WS-ERR-MSG00584000
005850         PERFORM 290-REPORT-ERROR                                 00585000
005860     END-IF                                                       00586000
005870     MOVE 'LOCKBOX'  TO RPC-LEVEL                                 00587000
005880     MOVE LB8-LOCKBOX TO RPC-LOCKBOX                              00588000
005890     MOVE SPACES     TO RPC-BATCH                                 00589000
005900     MOVE LB8-DEP-DATE TO RPC-DEP-DATE                            00590000
005910     MOVE WS-LBX-CNT TO RPC-CNT                                   00591000
005920     MOVE WS-LBX-AMT TO RPC-AMT                                   00592000
005930     IF LB8-ITEM-CNT NUMERIC AND LB8-AMOUNT NUMERIC               00593000
005940         MOVE LB8-ITEM-CNT TO RPC-BANK-CNT                        00594000
005950         MOVE LB8-AMOUNT   TO RPC-BANK-AMT                        00595000
005960     ELSE                                                         00596000
005970         MOVE ZERO TO RPC-BANK-CNT                                00597000
005980         MOVE ZERO TO RPC-BANK-AMT                                00598000
005990     END-IF                                                       00599000
006000     IF LB8-ITEM-CNT NUMERIC AND LB8-AMOUNT NUMERIC               00600000
006010        AND LB8-LOCKBOX = WS-LBX-NO                               00601000
006020        AND LB8-ITEM-CNT = WS-LBX-CNT                             00602000
006030        AND LB8-AMOUNT = WS-LBX-AMT                               00603000
006040         MOVE 'BALANCED' TO RPC-STATUS                            00604000
006050         WRITE ENR-LBXREP FROM L-REP-CTL                          00605000
006060     ELSE                                                         00606000
006070         MOVE 'OUT OF BALANCE' TO RPC-STATUS                      00607000
006080         WRITE ENR-LBXREP FROM L-REP-CTL                          00608000
006090         MOVE 'LOCKBOX TOTAL DOES NOT AGREE WITH ITS CHECKS'      00609000
006100           TO WS-ERR-MSG                                          00610000
006110         PERFORM 290-REPORT-ERROR                                 00611000
006120     END-IF                                                       00612000
006130     WRITE ENR-LBXREP FROM L-REP-VIDE                             00613000
006140     MOVE 'N' TO WS-IN-LBX-SW                                     00614000
006150     EXIT.                                                        00615000
006160                                                                  00616000
006170 250-CHECK-FILE-TRAILER.                                          00617000
006180     MOVE 'Y' TO WS-TRL-SW                                        00618000
006190     IF IN-LOCKBOX                                                00619000
006200         MOVE SPACES TO WS-ERR-MSG                                00620000
006210         STRING 'LOCKBOX ' WS-LBX-NO ' HAS NO LOCKBOX TOTAL'      00621000
006220                DELIMITED BY SIZE INTO WS-ERR-MSG                 00622000
006230         PERFORM 290-REPORT-ERROR                                 00623000
006240         MOVE 'N' TO WS-IN-LBX-SW                                 00624000
006250     END-IF                                                       00625000
006260     MOVE 'FILE'     TO RPC-LEVEL                                 00626000
006270     MOVE SPACES     TO RPC-LOCKBOX                               00627000
006280     MOVE SPACES     TO RPC-BATCH                                 00628000
006290     MOVE SPACES     TO RPC-DEP-DATE                              00629000
006300     MOVE WS-FIL-CNT TO RPC-CNT                                   00630000
006310     MOVE WS-FIL-AMT TO RPC-AMT                                   00631000
006320     IF LB9-ITEM-CNT NUMERIC AND LB9-AMOUNT NUMERIC               00632000
006330         MOVE LB9-ITEM-CNT TO RPC-BANK-CNT                        00633000
006340         MOVE LB9-AMOUNT   TO RPC-BANK-AMT                        00634000
006350     ELSE                                                         00635000
006360         MOVE ZERO TO RPC-BANK-CNT                                00636000
006370         MOVE ZERO TO RPC-BANK-AMT                                00637000
006380     END-IF                                                       00638000
006390     IF LB9-ITEM-CNT NUMERIC AND LB9-AMOUNT NUMERIC               00639000
006400        AND LB9-ITEM-CNT = WS-FIL-CNT                             00640000
006410        AND LB9-AMOUNT = WS-FIL-AMT                               00641000
006420         MOVE 'BALANCED' TO RPC-STATUS                            00642000
006430         WRITE ENR-LBXREP FROM L-REP-CTL                          00643000
006440     ELSE                                                         00644000
006450         MOVE 'OUT OF BALANCE' TO RPC-STATUS                      00645000
006460         WRITE ENR-LBXREP FROM L-REP-CTL                          00646000
006470         MOVE 'FILE TRAILER DOES NOT AGREE WITH THE CHECKS'       00647000
006480           TO WS-ERR-MSG                                          00648000
006490         PERFORM 290-REPORT-ERROR                                 00649000
006500     END-IF                                                       00650000
006510     IF LB9-REC-CNT NOT NUMERIC                                   00651000
006520        OR LB9-REC-CNT NOT = WS-REC-CNT                           00652000
006530         MOVE 'RECORD COUNT ON FILE TRAILER IS WRONG'             00653000
006540           TO WS-ERR-MSG                                          00654000
006550         PERFORM 290-REPORT-ERROR                                 00655000
006560     END-IF                                                       00656000
006570     EXIT.                                                        00657000
006580                                                                  00658000
006590******************************************************************00659000
006600* PARAGRAPHE DE FIN DU PREMIER PASSAGE : LE FICHIER DOIT SE       00660000
006610* TERMINER PAR SON ENREGISTREMENT 9                               00661000
006620******************************************************************00662000
006630 280-CHECK-END-OF-FILE.                                           00663000
006640     IF NOT TRAILER-SEEN                                          00664000
006650         MOVE SPACE TO LBX-REC-TYPE                               00665000
006660         MOVE 'FILE TRAILER (TYPE 9) MISSING' TO WS-ERR-MSG       00666000
006670         PERFORM 290-REPORT-ERROR                                 00667000
006680     END-IF                                                       00668000
006690     EXIT.                                                        00669000
006700                                                                  00670000
006710 290-REPORT-ERROR.                                                00671000
006720     MOVE 'Y' TO WS-REJECT-SW                                     00672000
006730     ADD 1 TO WS-ERR-CNT                                          00673000
006740     MOVE WS-REC-CNT   TO RPE-REC                                 00674000
006750     MOVE LBX-REC-TYPE TO RPE-TYPE                                00675000
006760     MOVE WS-ERR-MSG   TO RPE-MSG                                 00676000
006770     WRITE ENR-LBXREP FROM L-REP-ERR                              00677000
006780     EXIT.                                                        00678000
006790                                                                  00679000
006800******************************************************************00680000
006810* PARAGRAPHES DU SECOND PASSAGE : LE FICHIER EQUILIBRE EST RELU   00681000
006820* ET CHAQUE CHEQUE, AVEC SES REFERENCES DE FACTURES, DEVIENT UN   00682000
006830* PAIEMENT : SANS REFERENCE OU AVEC UNE SEULE, UN ENREGISTREMENT  00683000
006840* PAIEMENT ; AVEC PLUSIEURS, LE PAIEMENT SUIVI D UNE LIGNE R PAR  00684000
006850* FACTURE PORTANT UN MONTANT                                      00685000
006860******************************************************************00686000
006870 400-CONVERT-FILE.                                                00687000
006880     CLOSE LBXI                                                   00688000
006890     OPEN INPUT LBXI                                              00689000
006900     MOVE ZERO TO FLAG-LBXI                                       00690000
006910     OPEN OUTPUT PAYO                                             00691000
006920                                                                  00692000
006930     WRITE ENR-LBXREP FROM L-REP-VIDE                             00693000
006940     WRITE ENR-LBXREP FROM L-REP-CHKHDR                           00694000
006950     WRITE ENR-LBXREP FROM L-REP-VIDE                             00695000
006960                                                                  00696000
006970     PERFORM 410-READ-LBXI                                        00697000
006980     PERFORM 420-CONVERT-RECORD UNTIL FF-LBXI                     00698000
006990     PERFORM 440-FLUSH-CHECK                                      00699000
007000     CLOSE PAYO                                                   00700000
007010     EXIT.                                                        00701000
007020                                                                  00702000
007030 410-READ-LBXI.                                                   00703000
007040     READ LBXI INTO LOCKBOX-RECORD                                00704000
007050         AT END                                                   00705000
007060              SET FF-LBXI TO TRUE                                 00706000
007070     END-READ                                                     00707000
007080     EXIT.                                                        00708000
007090                                                                  00709000
007100 420-CONVERT-RECORD.                                              00710000
007110     EVALUATE TRUE                                                00711000
007120         WHEN LBX-LOCKBOX-HDR                                     00712000
007130             PERFORM 440-FLUSH-CHECK                              00713000
007140             MOVE LB5-LOCKBOX TO WS-LBX-NO                        00714000
007150         WHEN LBX-CHECK                                           00715000
007160             PERFORM 440-FLUSH-CHECK                              00716000
007170             MOVE 'Y'          TO WS-HLD-SW                       00717000
007180             MOVE LB6-AMOUNT   TO WS-HLD-AMOUNT                   00718000
007190             MOVE LB6-CHECK-NO TO WS-HLD-CHECK-NO                 00719000
007200             MOVE LB6-REMITTER TO WS-HLD-PAYER                    00720000
007210             MOVE WS-LBX-NO    TO WS-HLD-LOCKBOX                  00721000
007220             MOVE LB6-BATCH    TO WS-HLD-BATCH                    00722000
007230             MOVE LB6-ITEM     TO WS-HLD-ITEM                     00723000
007240             MOVE ZERO         TO WS-REF-CNT                      00724000
007250             MOVE ZERO         TO WS-REF-AMTS                     00725000
007260         WHEN LBX-INVOICE-REF                                     00726000
007270             PERFORM 430-TAKE-REFERENCE                           00727000
007280                VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3     00728000
007290         WHEN OTHER                                               00729000
007300             PERFORM 440-FLUSH-CHECK                              00730000
007310     END-EVALUATE                                                 00731000
007320     PERFORM 410-READ-LBXI                                        00732000
007330     EXIT.                                                        00733000
007340                                                                  00734000
007350 430-TAKE-REFERENCE.                                              00735000
007360     EVALUATE TRUE                                                00736000
007370         WHEN LB4-REF(WS-SLOT) = SPACES                           00737000
007380             CONTINUE                                             00738000
007390         WHEN LB4-INV-NO(WS-SLOT) NOT NUMERIC                     00739000
007400           OR LB4-INV-NO(WS-SLOT) = ZERO                          00740000
007410             MOVE SPACES TO RPW-MSG                               00741000
007420             STRING 'CHECK ' WS-HLD-CHECK-NO                      00742000
007430                    ' - INVALID INVOICE REFERENCE IGNORED'        00743000
007440                    DELIMITED BY SIZE INTO RPW-MSG                00744000
007450             PERFORM 490-WRITE-WARNING                            00745000
007460         WHEN WS-REF-CNT >= WS-REF-MAX                            00746000
007470             MOVE SPACES TO RPW-MSG                               00747000
007480             STRING 'CHECK ' WS-HLD-CHECK-NO                      00748000
007490                    ' - TOO MANY INVOICES, REFERENCE IGNORED'     00749000
007500                    DELIMITED BY SIZE INTO RPW-MSG                00750000
007510             PERFORM 490-WRITE-WARNING                            00751000
007520         WHEN OTHER                                               00752000
007530             ADD 1 TO WS-REF-CNT                                  00753000
007540             SET REF-IDX TO WS-REF-CNT                            00754000
007550             MOVE LB4-INV-NO(WS-SLOT) TO REF-INV-NO(REF-IDX)      00755000
007560             IF LB4-INV-AMT(WS-SLOT) NUMERIC                      00756000
007570                 MOVE LB4-INV-AMT(WS-SLOT) TO REF-AMT(REF-IDX)    00757000
007580             ELSE                                                 00758000
007590                 MOVE ZERO TO REF-AMT(REF-IDX)                    00759000
007600             END-IF                                               00760000
007610             IF REF-AMT(REF-IDX) > ZERO                           00761000
007620                 ADD 1 TO WS-REF-AMTS                             00762000
007630             END-IF                                               00763000
007640     END-EVALUATE                                                 00764000
007650     EXIT.                                                        00765000
007660                                                                  00766000
007670******************************************************************00767000
007680* PARAGRAPHES D ECRITURE DU CHEQUE EN COURS ET DE SES LIGNES R.   00768000
007690* UNE REFERENCE SANS MONTANT PARMI PLUSIEURS NE PEUT PAS ETRE     00769000
007700* VENTILEE : ELLE EST SIGNALEE ET LE CHEQUE NON VENTILE PART EN   00770000
007710* SUSPENSE DANS PJPART3C                                          00771000
007720******************************************************************00772000
007730 440-FLUSH-CHECK.                                                 00773000
007740     IF CHECK-HELD                                                00774000
007750         MOVE 'N' TO WS-HLD-SW                                    00775000
007760         INITIALIZE L-PAYOUT                                      00776000
007770         IF WS-REF-CNT > ZERO                                     00777000
007780             MOVE REF-INV-NO(1) TO PAY-O-NO                       00778000
007790         ELSE                                                     00779000
007800             MOVE ZERO TO PAY-O-NO                                00780000
007810         END-IF                                                   00781000
007820         MOVE WS-HLD-PAYER    TO PAY-PAYER                        00782000
007830         MOVE WS-HLD-AMOUNT   TO PAY-AMOUNT                       00783000
007840         MOVE WS-HLD-CHECK-NO TO PAY-BANKREF                      00784000
007850         MOVE SPACE           TO PAY-REC-TYPE                     00785000
007860         MOVE 'L'             TO PAY-SOURCE                       00786000
007870         WRITE ENR-PAYMENTS FROM L-PAYOUT                         00787000
007880         ADD 1 TO WS-PAY-CNT                                      00788000
007890         ADD WS-HLD-AMOUNT TO WS-PAY-AMT                          00789000
007900                                                                  00790000
007910         MOVE WS-HLD-LOCKBOX  TO RPK-LOCKBOX                      00791000
007920         MOVE WS-HLD-BATCH    TO RPK-BATCH                        00792000
007930         MOVE WS-HLD-ITEM     TO RPK-ITEM                         00793000
007940         MOVE WS-HLD-CHECK-NO TO RPK-CHECK                        00794000
007950         MOVE WS-HLD-PAYER    TO RPK-PAYER                        00795000
007960         MOVE WS-HLD-AMOUNT   TO RPK-AMOUNT                       00796000
007970         EVALUATE TRUE                                            00797000
007980             WHEN WS-REF-CNT = ZERO                               00798000
007990                 MOVE 'NO INVOICE REFERENCE' TO RPK-REFS          00799000
008000                 ADD 1 TO WS-NOREF-CNT                            00800000
008010             WHEN WS-REF-CNT = 1                                  00801000
008020                 MOVE REF-INV-NO(1) TO RP1-INV                    00802000
008030                 MOVE L-REP-REF1    TO RPK-REFS                   00803000
008040             WHEN OTHER                                           00804000
008050                 MOVE WS-REF-CNT    TO RPR-CNT                    00805000
008060                 MOVE REF-INV-NO(1) TO RPR-FIRST                  00806000
008070                 MOVE L-REP-REFS    TO RPK-REFS                   00807000
008080         END-EVALUATE                                             00808000
008090         WRITE ENR-LBXREP FROM L-REP-CHK                          00809000
008100                                                                  00810000
008110         IF WS-REF-CNT > 1                                        00811000
008120             PERFORM 450-WRITE-REMITTANCE                         00812000
008130                VARYING REF-IDX FROM 1 BY 1                       00813000
008140                  UNTIL REF-IDX > WS-REF-CNT                      00814000
008150         END-IF                                                   00815000
008160     END-IF                                                       00816000
008170     EXIT.                                                        00817000
008180                                                                  00818000
008190 450-WRITE-REMITTANCE.                                            00819000
008200     IF REF-AMT(REF-IDX) > ZERO                                   00820000
008210         INITIALIZE L-PAYOUT                                      00821000
008220         MOVE REF-INV-NO(REF-IDX) TO PAY-O-NO                     00822000
008230         MOVE WS-HLD-PAYER        TO PAY-PAYER                    00823000
008240         MOVE REF-AMT(REF-IDX)    TO PAY-AMOUNT                   00824000
008250         MOVE WS-HLD-CHECK-NO     TO PAY-BANKREF                  00825000
008260         MOVE 'R'                 TO PAY-REC-TYPE                 00826000
008270         MOVE 'L'                 TO PAY-SOURCE                   00827000
008280         WRITE ENR-PAYMENTS FROM L-PAYOUT                         00828000
008290         ADD 1 TO WS-REMIT-CNT                                    00829000
008300     ELSE                                                         00830000
008310         MOVE SPACES TO RPW-MSG                                   00831000
008320         STRING 'CHECK ' WS-HLD-CHECK-NO ' - INVOICE '            00832000
008330                REF-INV-NO(REF-IDX) ' HAS NO AMOUNT'              00833000
008340                DELIMITED BY SIZE INTO RPW-MSG                    00834000
008350         PERFORM 490-WRITE-WARNING                                00835000
008360     END-IF                                                       00836000
008370     EXIT.                                                        00837000
008380                                                                  00838000
008390 490-WRITE-WARNING.                                               00839000
008400     ADD 1 TO WS-WARN-CNT                                         00840000
008410     WRITE ENR-LBXREP FROM L-REP-WARN                             00841000
008420     EXIT.                                                        00842000
008430                                                                  00843000
008440******************************************************************00844000
008450* PARAGRAPHE D ECRITURE DE L ENREGISTREMENT DE CONTROLE : B POUR  00845000
008460* UNE TRANSMISSION CONVERTIE, R POUR UNE TRANSMISSION REJETEE     00846000
008470******************************************************************00847000
008480 800-WRITE-LBXCTL.                                                00848000
008490     INITIALIZE L-LBXCTL                                          00849000
008500     IF FILE-REJECTED                                             00850000
008510         MOVE 'R' TO LBC-STATUS                                   00851000
008520     ELSE                                                         00852000
008530         MOVE 'B' TO LBC-STATUS                                   00853000
008540     END-IF                                                       00854000
008550     MOVE WS-FILE-ID   TO LBC-FILE-ID                             00855000
008560     MOVE WS-FILE-DATE TO LBC-FILE-DATE                           00856000
008570     MOVE WS-ORIGIN    TO LBC-ORIGIN                              00857000
008580     MOVE WS-TODAY-D   TO LBC-RUN-DATE                            00858000
008590     MOVE WS-FIL-CNT   TO LBC-CHECK-CNT                           00859000
008600     MOVE WS-FIL-AMT   TO LBC-DEPOSIT-AMT                         00860000
008610     OPEN EXTEND LCTL                                             00861000
008620     IF WS-LCTL-STATUS = '35'                                     00862000
008630         OPEN OUTPUT LCTL                                         00863000
008640     END-IF                                                       00864000
008650     IF WS-LCTL-STATUS NOT = '00'                                 00865000
008660         DISPLAY 'ERREUR OUVERTURE LBXCTL : ' WS-LCTL-STATUS      00866000
008670         PERFORM ABEND-PROG                                       00867000
008680     END-IF                                                       00868000
008690     WRITE ENR-LBXCTL FROM L-LBXCTL                               00869000
008700     CLOSE LCTL                                                   00870000
008710     EXIT.                                                        00871000
008720                                                                  00872000
008730******************************************************************00873000
008740* PARAGRAPHE D ECRITURE DU RESULTAT ET DES TOTAUX DE L ETAT       00874000
008750******************************************************************00875000
008760 900-WRITE-TOTALS.                                                00876000
008770     WRITE ENR-LBXREP FROM L-REP-VIDE                             00877000
008780     IF FILE-REJECTED                                             00878000
008790         MOVE 'TRANSMISSION REJECTED - NO PAYMENT WRITTEN'        00879000
008800           TO RPS-TEXT                                            00880000
008810     ELSE                                                         00881000
008820         MOVE 'TRANSMISSION BALANCED - CONVERTED TO PAYMENTS'     00882000
008830           TO RPS-TEXT                                            00883000
008840     END-IF                                                       00884000
008850     WRITE ENR-LBXREP FROM L-REP-RESULT                           00885000
008860     WRITE ENR-LBXREP FROM L-REP-VIDE                             00886000
008870                                                                  00887000
008880     MOVE 'RECORDS READ'                TO RPN-LABEL              00888000
008890     MOVE WS-REC-CNT                    TO RPN-VALUE              00889000
008900     WRITE ENR-LBXREP FROM L-REP-CNT                              00890000
008910     MOVE 'CHECKS IN TRANSMISSION'      TO RPN-LABEL              00891000
008920     MOVE WS-FIL-CNT                    TO RPN-VALUE              00892000
008930     WRITE ENR-LBXREP FROM L-REP-CNT                              00893000
008940     MOVE 'ERRORS'                      TO RPN-LABEL              00894000
008950     MOVE WS-ERR-CNT                    TO RPN-VALUE              00895000
008960     WRITE ENR-LBXREP FROM L-REP-CNT                              00896000
008970     MOVE 'PAYMENT RECORDS WRITTEN'     TO RPN-LABEL              00897000
008980     MOVE WS-PAY-CNT                    TO RPN-VALUE              00898000
008990     WRITE ENR-LBXREP FROM L-REP-CNT                              00899000
009000     MOVE 'REMITTANCE RECORDS WRITTEN'  TO RPN-LABEL              00900000
009010     MOVE WS-REMIT-CNT                  TO RPN-VALUE              00901000
009020     WRITE ENR-LBXREP FROM L-REP-CNT                              00902000
009030     MOVE 'CHECKS WITHOUT INVOICE REFERENCE' TO RPN-LABEL         00903000
009040     MOVE WS-NOREF-CNT                  TO RPN-VALUE              00904000
009050     WRITE ENR-LBXREP FROM L-REP-CNT                              00905000
009060     MOVE 'WARNINGS'                    TO RPN-LABEL              00906000
009070     MOVE WS-WARN-CNT                   TO RPN-VALUE              00907000
009080     WRITE ENR-LBXREP FROM L-REP-CNT                              00908000
009090     MOVE 'DEPOSIT TOTAL PER TRANSMISSION' TO RPO-LABEL           00909000
009100     MOVE WS-FIL-AMT                    TO RPO-VALUE              00910000
009110     WRITE ENR-LBXREP FROM L-REP-TOT                              00911000
009120     MOVE 'TOTAL OF PAYMENTS WRITTEN'   TO RPO-LABEL              00912000
009130     MOVE WS-PAY-AMT                    TO RPO-VALUE              00913000
009140     WRITE ENR-LBXREP FROM L-REP-TOT                              00914000
009150                                                                  00915000
009160     DISPLAY 'LOCKBOX RECORDS READ : ' WS-REC-CNT                 00916000
009170     DISPLAY 'CHECKS               : ' WS-FIL-CNT                 00917000
009180     DISPLAY 'ERRORS               : ' WS-ERR-CNT                 00918000
009190     DISPLAY 'PAYMENTS WRITTEN     : ' WS-PAY-CNT                 00919000
009200     DISPLAY 'REMITTANCES WRITTEN  : ' WS-REMIT-CNT               00920000
009210     EXIT.                                                        00921000
009220                                                                  00922000
009230******************************************************************00923000
009240* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00924000
009250* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00925000
009260******************************************************************00926000
009270 ABEND-PROG.                                                      00927000
009280     DISPLAY 'ABEND-PROG !'                                       00928000
009290     COMPUTE WS-ANO = 1 / WS-ANO.                                 00929000
