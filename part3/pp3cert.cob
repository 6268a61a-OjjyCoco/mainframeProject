000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3CER.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - TAX EXEMPTION CERTIFICATES TO 00020000
000210*                  RENEW : LISTS THE CERTIFICATES OF FILE TAXCERT 00021000
000220*                  ALREADY EXPIRED OR EXPIRING WITHIN THE SYSIN   00022000
000230*                  WINDOW OF DAYS FROM THE SYSIN AS-OF DATE, THE  00023000
000240*                  EARLIEST EXPIRY FIRST                          00024000
000241* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00024100
000242*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00024200
000243*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00024300
000244* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00024400
000245*                  NO UNSET FIELD REACHES JOBLOG                  00024500
000250******************************************************************00025000
000260                                                                  00026000
000270 ENVIRONMENT DIVISION.                                            00027000
000280 INPUT-OUTPUT SECTION.                                            00028000
000290 FILE-CONTROL.                                                    00029000
000300******************************************************************00030000
000310* FICHIER DES CERTIFICATS D EXONERATION (VOIR COPY CERTREC)       00031000
000320******************************************************************00032000
000330      SELECT CERT ASSIGN TO TAXCERT                               00033000
000340      ORGANIZATION  IS SEQUENTIAL                                 00034000
000350      FILE STATUS IS WS-CERT-STATUS.                              00035000
000360******************************************************************00036000
000370* LISTE DES CERTIFICATS A RENOUVELER                              00037000
000380******************************************************************00038000
000390      SELECT CLST ASSIGN TO CERTLIST                              00039000
000400      ORGANIZATION  IS SEQUENTIAL.                                00040000
000410                                                                  00041000
000420******************************************************************00042000
000430                                                                  00043000
000440 DATA DIVISION.                                                   00044000
000450 FILE SECTION.                                                    00045000
000460 FD CERT.                                                         00046000
000470 01 ENR-TAXCERT PIC X(80).                                        00047000
000480                                                                  00048000
000490 FD CLST.                                                         00049000
000500 01 ENR-CERTLIST PIC X(100).                                      00050000
000510                                                                  00051000
000520 WORKING-STORAGE SECTION.                                         00052000
000530******************************************************************00053000
000540* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00054000
000550******************************************************************00055000
000560 77 FLAG-CERT  PIC 9 VALUE 0.                                     00056000
000570    88 FF-CERT VALUE 1.                                           00057000
000580 77 WS-CERT-STATUS PIC X(2) VALUE SPACES.                         00058000
000590                                                                  00059000
000600 77 WS-ANO PIC 99 VALUE ZERO.                                     00060000
000610                                                                  00061000
000620******************************************************************00062000
000630* PARAMETRES SYSIN : DATE D ARRETE ET FENETRE EN JOURS            00063000
000640******************************************************************00064000
000650 01 WS-PARM.                                                      00065000
000660      05 WS-ASOF-DATE PIC X(10).                                  00066000
000670      05 WS-WIN-DAYS  PIC 9(3).                                   00067000
000680                                                                  00068000
000690******************************************************************00069000
000700* DECLARATION DES VARIABLES DE CALCUL DES JOURS RESTANTS          00070000
000710******************************************************************00071000
000720 01 W-YMD.                                                        00072000
000730      05 W-YMD-Y PIC X(4).                                        00073000
000740      05 W-YMD-M PIC X(2).                                        00074000
000750      05 W-YMD-D PIC X(2).                                        00075000
000760 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00076000
000770 77 WS-ASOF-INT PIC S9(9) COMP VALUE ZERO.                        00077000
000780 77 WS-EXP-INT  PIC S9(9) COMP VALUE ZERO.                        00078000
000790 77 WS-LEFT     PIC S9(5)      VALUE ZERO.                        00079000
000800                                                                  00080000
000810******************************************************************00081000
000820* ENREGISTREMENT DU FICHIER TAXCERT (VOIR COPY CERTREC)           00082000
000830******************************************************************00083000
000840     COPY CERTREC.                                                00084000
000850                                                                  00085000
000860******************************************************************00086000
000870* TABLE DES CERTIFICATS RETENUS (EXPIRES OU DANS LA FENETRE),     00087000
000880* EDITES PAR BALAYAGES SUCCESSIFS DE LA PLUS PROCHE EXPIRATION    00088000
000890******************************************************************00089000
000900 01 CLT-TABLE.                                                    00090000
000910      05 CLT-ENTRY OCCURS 1000 TIMES INDEXED BY CLT-IDX.          00091000
000920         10 CLT-C-NO    PIC 9(3).                                 00092000
000930         10 CLT-STATE   PIC X(2).                                 00093000
000940         10 CLT-CERT-NO PIC X(15).                                00094000
000950         10 CLT-TYPE    PIC X(1).                                 00095000
000960         10 CLT-EXPIRY  PIC X(10).                                00096000
000970         10 CLT-COMPANY PIC X(30).                                00097000
000980         10 CLT-LEFT    PIC S9(5).                                00098000
000990         10 CLT-STATUS  PIC X(8).                                 00099000
001000         10 CLT-DONE    PIC X(1).                                 00100000
001010 77 WS-CLT-CNT  PIC 9(4) VALUE ZERO.                              00101000
001020 77 WS-CLT-MAX  PIC 9(4) VALUE 1000.                              00102000
001030 77 WS-BEST     PIC 9(4) VALUE ZERO.                              00103000
001040 77 WS-BEST-EXP PIC X(10) VALUE SPACES.                           00104000
001050                                                                  00105000
001060******************************************************************00106000
001070* COMPTEURS DE FIN DE TRAITEMENT                                  00107000
001080******************************************************************00108000
001090 77 WS-CERT-READ    PIC 9(7) VALUE ZERO.                          00109000
001100 77 WS-EXPIRED-CNT  PIC 9(7) VALUE ZERO.                          00110000
001110 77 WS-EXPIRING-CNT PIC 9(7) VALUE ZERO.                          00111000
001120 77 WS-BADDATE-CNT  PIC 9(7) VALUE ZERO.                          00112000
001130                                                                  00113000
001140******************************************************************00114000
001150* DECLARATION DES LIGNES DE LA LISTE DES CERTIFICATS              00115000
001160******************************************************************00116000
001170 77 L-CLS-VIDE PIC X(100) VALUE SPACES.                           00117000
001180                                                                  00118000
001190 01 L-CLS-TITLE.                                                  00119000
001200      05 FILLER PIC X(40) VALUE                                   00120000
001210         'TAX EXEMPTION CERTIFICATES TO RENEW - '.                00121000
001220      05 FILLER PIC X(11) VALUE 'AS OF DATE '.                    00122000
001230      05 CLT-T-ASOF PIC X(10).                                    00123000
001240      05 FILLER PIC X(8)  VALUE ' WINDOW '.                       00124000
001250      05 CLT-T-DAYS PIC ZZ9.                                      00125000
001260      05 FILLER PIC X(5)  VALUE ' DAYS'.                          00126000
001270      05 FILLER PIC X(23) VALUE SPACES.                           00127000
001280                                                                  00128000
001290 01 L-CLS-HDR.                                                    00129000
001300      05 FILLER PIC X(4)  VALUE 'CUS '.                           00130000
001310      05 FILLER PIC X(31) VALUE 'COMPANY'.                        00131000
001320      05 FILLER PIC X(4)  VALUE 'ST  '.                           00132000
001330      05 FILLER PIC X(16) VALUE 'CERTIFICATE'.                    00133000
001340      05 FILLER PIC X(5)  VALUE 'TYPE '.                          00134000
001350      05 FILLER PIC X(11) VALUE 'EXPIRY'.                         00135000
001360      05 FILLER PIC X(8)  VALUE '    DAYS'.                       00136000
001370      05 FILLER PIC X(2)  VALUE SPACES.                           00137000
001380      05 FILLER PIC X(8)  VALUE 'STATUS'.                         00138000
001390      05 FILLER PIC X(11) VALUE SPACES.                           00139000
001400                                                                  00140000
001410 01 L-CLS-LINE.                                                   00141000
001420      05 CLL-C-NO    PIC 9(3).                                    00142000
001430      05 FILLER      PIC X(1) VALUE SPACE.                        00143000
001440      05 CLL-COMPANY PIC X(30).                                   00144000
001450      05 FILLER      PIC X(1) VALUE SPACE.                        00145000
001460      05 CLL-STATE   PIC X(2).                                    00146000
001470      05 FILLER      PIC X(2) VALUE SPACES.                       00147000
001480      05 CLL-CERT-NO PIC X(15).                                   00148000
001490      05 FILLER      PIC X(1) VALUE SPACE.                        00149000
001500      05 CLL-TYPE    PIC X(1).                                    00150000
001510      05 FILLER      PIC X(4) VALUE SPACES.                       00151000
001520      05 CLL-EXPIRY  PIC X(10).                                   00152000
001530      05 FILLER      PIC X(1) VALUE SPACE.                        00153000
001540      05 CLL-LEFT    PIC -(6)9.                                   00154000
001550      05 FILLER      PIC X(3) VALUE SPACES.                       00155000
001560      05 CLL-STATUS  PIC X(8).                                    00156000
001570      05 FILLER      PIC X(11) VALUE SPACES.                      00157000
001580                                                                  00158000
001590 01 L-CLS-TOT.                                                    00159000
001600      05 CLO-LABEL PIC X(30).                                     00160000
001610      05 CLO-VALUE PIC Z(6)9.                                     00161000
001620      05 FILLER    PIC X(63) VALUE SPACES.                        00162000
001630                                                                  00163000
001640 01 L-CLS-NONE.                                                   00164000
001650      05 FILLER PIC X(40) VALUE                                   00165000
001660         'NO CERTIFICATE EXPIRED OR EXPIRING'.                    00166000
001670      05 FILLER PIC X(60) VALUE SPACES.                           00167000
001680                                                                  00168000
001681******************************************************************00168100
001682* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00168200
001683******************************************************************00168300
001684     COPY JLGREC.                                                 00168400
001685                                                                  00168500
001690 PROCEDURE DIVISION.                                              00169000
001691                                                                  00169100
001691     INITIALIZE L-JOBLOG                                          00169101
001692     MOVE 'PJPT3CER' TO JLG-PROGRAM                               00169200
001693     MOVE 'S' TO JLG-TYPE                                         00169300
001694     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00169400
001700                                                                  00170000
001710     PERFORM 100-INITIALIZE                                       00171000
001720                                                                  00172000
001730     PERFORM 200-LOAD-CERTS                                       00173000
001740                                                                  00174000
001750     IF WS-CLT-CNT = ZERO                                         00175000
001760         WRITE ENR-CERTLIST FROM L-CLS-NONE                       00176000
001770     ELSE                                                         00177000
001780         PERFORM 300-WRITE-NEXT WS-CLT-CNT TIMES                  00178000
001790     END-IF                                                       00179000
001800                                                                  00180000
001810     PERFORM 900-WRITE-TOTALS                                     00181000
001820                                                                  00182000
001830     CLOSE CLST                                                   00183000
001831                                                                  00183100
001832     MOVE WS-ASOF-DATE TO JLG-RUN-KEY                             00183200
001833     MOVE WS-CERT-READ TO JLG-IN-CNT                              00183300
001834     MOVE WS-EXPIRING-CNT TO JLG-OUT-CNT                          00183400
001835     MOVE RETURN-CODE TO JLG-RC                                   00183500
001836     MOVE 'E' TO JLG-TYPE                                         00183600
001837     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00183700
001840                                                                  00184000
001850     GOBACK.                                                      00185000
001860                                                                  00186000
001870******************************************************************00187000
001880* PARAGRAPHE D INITIALISATION : PARAMETRES SYSIN, DATE D ARRETE,  00188000
001890* OUVERTURE DE LA LISTE ET ENTETES                                00189000
001900******************************************************************00190000
001910 100-INITIALIZE.                                                  00191000
001920     ACCEPT WS-ASOF-DATE FROM SYSIN                               00192000
001930     ACCEPT WS-WIN-DAYS  FROM SYSIN                               00193000
001940                                                                  00194000
001950     MOVE WS-ASOF-DATE(1:4) TO W-YMD-Y                            00195000
001960     MOVE WS-ASOF-DATE(6:2) TO W-YMD-M                            00196000
001970     MOVE WS-ASOF-DATE(9:2) TO W-YMD-D                            00197000
001980     IF W-YMD-NUM NOT NUMERIC                                     00198000
001990         DISPLAY 'INVALID AS-OF DATE : ' WS-ASOF-DATE             00199000
002000         PERFORM ABEND-PROG                                       00200000
002010     END-IF                                                       00201000
002020     COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)    00202000
002030     IF WS-WIN-DAYS NOT NUMERIC                                   00203000
002040         DISPLAY 'INVALID WINDOW DAYS : ' WS-WIN-DAYS             00204000
002050         PERFORM ABEND-PROG                                       00205000
002060     END-IF                                                       00206000
002070                                                                  00207000
002080     INITIALIZE CLT-TABLE                                         00208000
002090     OPEN OUTPUT CLST                                             00209000
002100                                                                  00210000
002110     MOVE WS-ASOF-DATE TO CLT-T-ASOF                              00211000
002120     MOVE WS-WIN-DAYS  TO CLT-T-DAYS                              00212000
002130     WRITE ENR-CERTLIST FROM L-CLS-TITLE                          00213000
002140     WRITE ENR-CERTLIST FROM L-CLS-VIDE                           00214000
002150     WRITE ENR-CERTLIST FROM L-CLS-HDR                            00215000
002160     WRITE ENR-CERTLIST FROM L-CLS-VIDE                           00216000
002170     EXIT.                                                        00217000
002180                                                                  00218000
002190******************************************************************00219000
002200* PARAGRAPHES DE CHARGEMENT DES CERTIFICATS A RENOUVELER : UN     00220000
002210* CERTIFICAT EST RETENU S IL EXPIRE AU PLUS TARD A LA DATE D ARRET00221000
002220* PLUS LA FENETRE, OU SI SA DATE D EXPIRATION EST INEXPLOITABLE   00222000
002230******************************************************************00223000
002240 200-LOAD-CERTS.                                                  00224000
002250     OPEN INPUT CERT                                              00225000
002260     IF WS-CERT-STATUS = '00'                                     00226000
002270         PERFORM 210-READ-CERT                                    00227000
002280         PERFORM 220-CHECK-ONE-CERT UNTIL FF-CERT                 00228000
002290         CLOSE CERT                                               00229000
002300     ELSE                                                         00230000
002310         DISPLAY 'NO TAXCERT FILE : ' WS-CERT-STATUS              00231000
002320     END-IF                                                       00232000
002330     EXIT.                                                        00233000
002340                                                                  00234000
002350 210-READ-CERT.                                                   00235000
002360     READ CERT INTO L-CERT                                        00236000
002370         AT END                                                   00237000
002380              SET FF-CERT TO TRUE                                 00238000
002390         NOT AT END                                               00239000
002400              ADD 1 TO WS-CERT-READ                               00240000
002410     END-READ                                                     00241000
002420     IF WS-CERT-STATUS NOT = '00' AND WS-CERT-STATUS NOT = '10'   00242000
002430         SET FF-CERT TO TRUE                                      00243000
002440     END-IF                                                       00244000
002450     EXIT.                                                        00245000
002460                                                                  00246000
002470 220-CHECK-ONE-CERT.                                              00247000
002480     MOVE CRT-EXPIRY(1:4) TO W-YMD-Y                              00248000
002490     MOVE CRT-EXPIRY(6:2) TO W-YMD-M                              00249000
002500     MOVE CRT-EXPIRY(9:2) TO W-YMD-D                              00250000
002510     IF W-YMD-NUM NUMERIC                                         00251000
002520         COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM) 00252000
002530         COMPUTE WS-LEFT = WS-EXP-INT - WS-ASOF-INT               00253000
002540         IF WS-LEFT <= WS-WIN-DAYS                                00254000
002550             PERFORM 230-KEEP-CERT                                00255000
002560         END-IF                                                   00256000
002570     ELSE                                                         00257000
002580         MOVE ZERO TO WS-LEFT                                     00258000
002590         PERFORM 230-KEEP-CERT                                    00259000
002600     END-IF                                                       00260000
002610     PERFORM 210-READ-CERT                                        00261000
002620     EXIT.                                                        00262000
002630                                                                  00263000
002640 230-KEEP-CERT.                                                   00264000
002650     IF WS-CLT-CNT >= WS-CLT-MAX                                  00265000
002660         DISPLAY 'CERTIFICATE TABLE FULL - ENTRY SKIPPED : '      00266000
002670                 CRT-CERT-NO                                      00267000
002680     ELSE                                                         00268000
002690         ADD 1 TO WS-CLT-CNT                                      00269000
002700         SET CLT-IDX TO WS-CLT-CNT                                00270000
002710         MOVE CRT-C-NO    TO CLT-C-NO(CLT-IDX)                    00271000
002720         MOVE CRT-STATE   TO CLT-STATE(CLT-IDX)                   00272000
002730         MOVE CRT-CERT-NO TO CLT-CERT-NO(CLT-IDX)                 00273000
002740         MOVE CRT-TYPE    TO CLT-TYPE(CLT-IDX)                    00274000
002750         MOVE CRT-EXPIRY  TO CLT-EXPIRY(CLT-IDX)                  00275000
002760         MOVE CRT-COMPANY TO CLT-COMPANY(CLT-IDX)                 00276000
002770         MOVE WS-LEFT     TO CLT-LEFT(CLT-IDX)                    00277000
002780         MOVE 'N'         TO CLT-DONE(CLT-IDX)                    00278000
002790         EVALUATE TRUE                                            00279000
002800             WHEN W-YMD-NUM NOT NUMERIC                           00280000
002810                 MOVE 'BAD DATE' TO CLT-STATUS(CLT-IDX)           00281000
002820                 ADD 1 TO WS-BADDATE-CNT                          00282000
002830             WHEN WS-LEFT < ZERO                                  00283000
002840                 MOVE 'EXPIRED'  TO CLT-STATUS(CLT-IDX)           00284000
002850                 ADD 1 TO WS-EXPIRED-CNT                          00285000
002860             WHEN OTHER                                           00286000
002870                 MOVE 'EXPIRING' TO CLT-STATUS(CLT-IDX)           00287000
002880                 ADD 1 TO WS-EXPIRING-CNT                         00288000
002890         END-EVALUATE                                             00289000
002900     END-IF                                                       00290000
002910     EXIT.                                                        00291000
002920                                                                  00292000
002930******************************************************************00293000
002940* PARAGRAPHES D EDITION : A CHAQUE PASSAGE, LE CERTIFICAT NON     00294000
002950* ENCORE EDITE DONT L EXPIRATION EST LA PLUS PROCHE               00295000
002960******************************************************************00296000
002970 300-WRITE-NEXT.                                                  00297000
002980     MOVE ZERO TO WS-BEST                                         00298000
002990     MOVE HIGH-VALUES TO WS-BEST-EXP                              00299000
003000     PERFORM 310-SCAN-CERT                                        00300000
003010        VARYING CLT-IDX FROM 1 BY 1 UNTIL CLT-IDX > WS-CLT-CNT    00301000
003020                                                                  00302000
003030     IF WS-BEST > ZERO                                            00303000
003040         SET CLT-IDX TO WS-BEST                                   00304000
003050         MOVE 'Y' TO CLT-DONE(CLT-IDX)                            00305000
003060         MOVE CLT-C-NO(CLT-IDX)    TO CLL-C-NO                    00306000
003070         MOVE CLT-COMPANY(CLT-IDX) TO CLL-COMPANY                 00307000
003080         MOVE CLT-STATE(CLT-IDX)   TO CLL-STATE                   00308000
003090         MOVE CLT-CERT-NO(CLT-IDX) TO CLL-CERT-NO                 00309000
003100         MOVE CLT-TYPE(CLT-IDX)    TO CLL-TYPE                    00310000
003110         MOVE CLT-EXPIRY(CLT-IDX)  TO CLL-EXPIRY                  00311000
003120         MOVE CLT-LEFT(CLT-IDX)    TO CLL-LEFT                    00312000
003130         MOVE CLT-STATUS(CLT-IDX)  TO CLL-STATUS                  00313000
003140         WRITE ENR-CERTLIST FROM L-CLS-LINE                       00314000
003150     END-IF                                                       00315000
003160     EXIT.                                                        00316000
003170                                                                  00317000
003180 310-SCAN-CERT.                                                   00318000
003190     IF CLT-DONE(CLT-IDX) = 'N'                                   00319000
003200        AND (WS-BEST = ZERO OR CLT-EXPIRY(CLT-IDX) < WS-BEST-EXP) 00320000
003210         SET WS-BEST TO CLT-IDX                                   00321000
003220         MOVE CLT-EXPIRY(CLT-IDX) TO WS-BEST-EXP                  00322000
003230     END-IF                                                       00323000
003240     EXIT.                                                        00324000
003250                                                                  00325000
003260******************************************************************00326000
003270* PARAGRAPHE D EDITION DES TOTAUX DE LA LISTE                     00327000
003280******************************************************************00328000
003290 900-WRITE-TOTALS.                                                00329000
003300     WRITE ENR-CERTLIST FROM L-CLS-VIDE                           00330000
003310     MOVE 'CERTIFICATES READ' TO CLO-LABEL                        00331000
003320     MOVE WS-CERT-READ        TO CLO-VALUE                        00332000
003330     WRITE ENR-CERTLIST FROM L-CLS-TOT                            00333000
003340     MOVE 'ALREADY EXPIRED'   TO CLO-LABEL                        00334000
003350     MOVE WS-EXPIRED-CNT      TO CLO-VALUE                        00335000
003360     WRITE ENR-CERTLIST FROM L-CLS-TOT                            00336000
003370     MOVE 'EXPIRING IN WINDOW' TO CLO-LABEL                       00337000
003380     MOVE WS-EXPIRING-CNT     TO CLO-VALUE                        00338000
003390     WRITE ENR-CERTLIST FROM L-CLS-TOT                            00339000
003400     MOVE 'UNREADABLE EXPIRY' TO CLO-LABEL                        00340000
003410     MOVE WS-BADDATE-CNT      TO CLO-VALUE                        00341000
003420     WRITE ENR-CERTLIST FROM L-CLS-TOT                            00342000
003430     DISPLAY 'CERTIFICATES READ  : ' WS-CERT-READ                 00343000
003440     DISPLAY 'ALREADY EXPIRED    : ' WS-EXPIRED-CNT               00344000
003450     DISPLAY 'EXPIRING IN WINDOW : ' WS-EXPIRING-CNT              00345000
003460     DISPLAY 'UNREADABLE EXPIRY  : ' WS-BADDATE-CNT               00346000
003470     EXIT.                                                        00347000
003480                                                                  00348000
003490******************************************************************00349000
003500* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00350000
003510* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00351000
003520******************************************************************00352000
003530 ABEND-PROG.                                                      00353000
003540     DISPLAY 'ABEND-PROG !'                                       00354000
003550     COMPUTE WS-ANO = 1 / WS-ANO.                                 00355000
