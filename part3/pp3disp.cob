000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3DSP.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - WEEKLY DISPUTE AGING : AGES   00020000
000210*                  THE OPEN DISPUTES OF THE KSDS DISPUTE (OPENED  00021000
000220*                  BY PJDISPM) FROM THEIR OPENING DATE TO THE     00022000
000230*                  SYSIN AS-OF DATE, SUMMARISED BY REASON, THEN   00023000
000240*                  LISTED BY CUSTOMER WITH THE CONTACT TO CHASE   00024000
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
000310* KSDS DES LITIGES SUR FACTURE (VOIR COPY DSPREC)                 00031000
000320******************************************************************00032000
000330      SELECT DSPF ASSIGN TO DISPUTE                               00033000
000340      ORGANIZATION IS INDEXED                                     00034000
000350      ACCESS MODE  IS SEQUENTIAL                                  00035000
000360      RECORD KEY   IS DSP-KEY                                     00036000
000370      FILE STATUS  IS WS-DSPF-STATUS.                             00037000
000380******************************************************************00038000
000390* FICHIERS DE TRI : TRAVAIL ET RESULTAT TRIE PAR CLIENT           00039000
000400******************************************************************00040000
000410      SELECT SRTWRK ASSIGN TO SORTWORK.                           00041000
000420      SELECT SRTD ASSIGN TO DSPSORT                               00042000
000430      ORGANIZATION  IS SEQUENTIAL.                                00043000
000440******************************************************************00044000
000450* ETAT DE LA BALANCE AGEE DES LITIGES                             00045000
000460******************************************************************00046000
000470      SELECT DSPR ASSIGN TO DSPREP                                00047000
000480      ORGANIZATION  IS SEQUENTIAL.                                00048000
000490                                                                  00049000
000500******************************************************************00050000
000510                                                                  00051000
000520 DATA DIVISION.                                                   00052000
000530 FILE SECTION.                                                    00053000
000540 FD DSPF.                                                         00054000
000550     COPY DSPREC.                                                 00055000
000560                                                                  00056000
000570 SD SRTWRK.                                                       00057000
000580 01 SRT-REC.                                                      00058000
000590      05 SRT-COMPANY   PIC X(30).                                 00059000
000600      05 SRT-OPEN-DATE PIC X(10).                                 00060000
000610      05 SRT-O-NO      PIC 9(6).                                  00061000
000620      05 SRT-TYPE      PIC X(1).                                  00062000
000630      05 SRT-REASON    PIC X(2).                                  00063000
000640      05 SRT-DAYS      PIC S9(5).                                 00064000
000650      05 SRT-AMOUNT    PIC 9(7)V99.                               00065000
000660      05 SRT-CONTACT   PIC X(30).                                 00066000
000670      05 FILLER        PIC X(7).                                  00067000
000680                                                                  00068000
000690 FD SRTD.                                                         00069000
000700 01 ENR-DSPSORT PIC X(100).                                       00070000
000710                                                                  00071000
000720 FD DSPR.                                                         00072000
000730 01 ENR-DSPREP PIC X(132).                                        00073000
000740                                                                  00074000
000750 WORKING-STORAGE SECTION.                                         00075000
000760******************************************************************00076000
000770* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00077000
000780******************************************************************00078000
000790 77 FLAG-DSPF  PIC 9 VALUE 0.                                     00079000
000800    88 FF-DSPF VALUE 1.                                           00080000
000810 77 FLAG-SRTD  PIC 9 VALUE 0.                                     00081000
000820    88 FF-SRTD VALUE 1.                                           00082000
000830 77 WS-DSPF-STATUS PIC X(2) VALUE SPACES.                         00083000
000840                                                                  00084000
000850 77 WS-ANO PIC 99 VALUE ZERO.                                     00085000
000860                                                                  00086000
000870******************************************************************00087000
000880* PARAMETRE SYSIN : DATE D ARRETE                                 00088000
000890******************************************************************00089000
000900 77 WS-ASOF-DATE PIC X(10) VALUE SPACES.                          00090000
000910                                                                  00091000
000920******************************************************************00092000
000930* DECLARATION DES VARIABLES DE CALCUL D AGE D UN LITIGE           00093000
000940******************************************************************00094000
000950 01 W-YMD.                                                        00095000
000960      05 W-YMD-Y PIC X(4).                                        00096000
000970      05 W-YMD-M PIC X(2).                                        00097000
000980      05 W-YMD-D PIC X(2).                                        00098000
000990 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00099000
001000 77 WS-ASOF-INT PIC S9(9) COMP VALUE ZERO.                        00100000
001010 77 WS-OPEN-INT PIC S9(9) COMP VALUE ZERO.                        00101000
001020 77 WS-AGE-DAYS PIC S9(5)      VALUE ZERO.                        00102000
001030                                                                  00103000
001040******************************************************************00104000
001050* ENREGISTREMENT TRIE RELU PAR CLIENT                             00105000
001060******************************************************************00106000
001070 01 L-SRT.                                                        00107000
001080      05 DSS-COMPANY   PIC X(30).                                 00108000
001090      05 DSS-OPEN-DATE PIC X(10).                                 00109000
001100      05 DSS-O-NO      PIC 9(6).                                  00110000
001110      05 DSS-TYPE      PIC X(1).                                  00111000
001120      05 DSS-REASON    PIC X(2).                                  00112000
001130      05 DSS-DAYS      PIC S9(5).                                 00113000
001140      05 DSS-AMOUNT    PIC 9(7)V99.                               00114000
001150      05 DSS-CONTACT   PIC X(30).                                 00115000
001160      05 FILLER        PIC X(7).                                  00116000
001170                                                                  00117000
001180******************************************************************00118000
001190* TABLE DES MOTIFS DE LITIGE (VOIR COPY DSPREC) ; LE SEPTIEME     00119000
001200* POSTE RECUEILLE LES CODES INCONNUS                              00120000
001210******************************************************************00121000
001220 01 RSN-VALUES.                                                   00122000
001230      05 FILLER PIC X(22) VALUE 'QTWRONG QUANTITY      '.         00123000
001240      05 FILLER PIC X(22) VALUE 'DMDAMAGED GOODS       '.         00124000
001250      05 FILLER PIC X(22) VALUE 'PRPRICING ERROR       '.         00125000
001260      05 FILLER PIC X(22) VALUE 'RTRETURN PENDING      '.         00126000
001270      05 FILLER PIC X(22) VALUE 'NRNOT RECEIVED        '.         00127000
001280      05 FILLER PIC X(22) VALUE 'OTOTHER               '.         00128000
001290      05 FILLER PIC X(22) VALUE '??UNKNOWN REASON CODE '.         00129000
001300 01 RSN-TABLE REDEFINES RSN-VALUES.                               00130000
001310      05 RSN-ENTRY OCCURS 7 TIMES INDEXED BY RSN-IDX.             00131000
001320         10 RSN-CODE PIC X(2).                                    00132000
001330         10 RSN-DESC PIC X(20).                                   00133000
001340                                                                  00134000
001350******************************************************************00135000
001360* CUMULS PAR MOTIF, PAR CLIENT ET GENERAUX DES QUATRE TRANCHES    00136000
001370* D AGE (0-30, 31-60, 61-90, PLUS DE 90 JOURS)                    00137000
001380******************************************************************00138000
001390 01 RSA-TABLE.                                                    00139000
001400      05 RSA-ENTRY OCCURS 7 TIMES.                                00140000
001410         10 RSA-CNT PIC 9(7).                                     00141000
001420         10 RSA-B00 PIC 9(9)V99.                                  00142000
001430         10 RSA-B30 PIC 9(9)V99.                                  00143000
001440         10 RSA-B60 PIC 9(9)V99.                                  00144000
001450         10 RSA-B90 PIC 9(9)V99.                                  00145000
001460 77 WS-RSN-SUB PIC 9(1) VALUE ZERO.                               00146000
001470 77 WS-RSN-MAX PIC 9(1) VALUE 7.                                  00147000
001480                                                                  00148000
001490 77 WS-CUR-COMPANY PIC X(30) VALUE SPACES.                        00149000
001500 77 WS-CUS-CNT PIC 9(7) VALUE ZERO.                               00150000
001510 77 WS-CUS-B00 PIC 9(9)V99 VALUE ZERO.                            00151000
001520 77 WS-CUS-B30 PIC 9(9)V99 VALUE ZERO.                            00152000
001530 77 WS-CUS-B60 PIC 9(9)V99 VALUE ZERO.                            00153000
001540 77 WS-CUS-B90 PIC 9(9)V99 VALUE ZERO.                            00154000
001550 77 WS-TOT-CNT PIC 9(7) VALUE ZERO.                               00155000
001560 77 WS-TOT-B00 PIC 9(9)V99 VALUE ZERO.                            00156000
001570 77 WS-TOT-B30 PIC 9(9)V99 VALUE ZERO.                            00157000
001580 77 WS-TOT-B60 PIC 9(9)V99 VALUE ZERO.                            00158000
001590 77 WS-TOT-B90 PIC 9(9)V99 VALUE ZERO.                            00159000
001600 77 WS-ROW-TOT PIC 9(9)V99 VALUE ZERO.                            00160000
001610                                                                  00161000
001620******************************************************************00162000
001630* COMPTEURS DE FIN DE TRAITEMENT                                  00163000
001640******************************************************************00164000
001650 77 WS-DSP-READ    PIC 9(7) VALUE ZERO.                           00165000
001660 77 WS-CLOSED-CNT  PIC 9(7) VALUE ZERO.                           00166000
001670 77 WS-CUST-CNT    PIC 9(7) VALUE ZERO.                           00167000
001680                                                                  00168000
001690******************************************************************00169000
001700* DECLARATION DES LIGNES DE L ETAT                                00170000
001710******************************************************************00171000
001720 77 L-DSR-VIDE PIC X(132) VALUE SPACES.                           00172000
001730                                                                  00173000
001740 01 L-DSR-TITLE.                                                  00174000
001750      05 FILLER PIC X(42) VALUE                                   00175000
001760         'OPEN INVOICE DISPUTES - AGING'.                         00176000
001770      05 FILLER PIC X(11) VALUE 'AS OF DATE '.                    00177000
001780      05 DST-ASOF PIC X(10).                                      00178000
001790      05 FILLER PIC X(69) VALUE SPACES.                           00179000
001800                                                                  00180000
001810 01 L-DSR-SECTION.                                                00181000
001820      05 DSC-TEXT PIC X(40).                                      00182000
001830      05 FILLER   PIC X(92) VALUE SPACES.                         00183000
001840                                                                  00184000
001850 01 L-RSN-HDR.                                                    00185000
001860      05 FILLER PIC X(24) VALUE 'REASON'.                         00186000
001870      05 FILLER PIC X(8)  VALUE '  COUNT '.                       00187000
001880      05 FILLER PIC X(12) VALUE '   0-30 DAYS'.                   00188000
001890      05 FILLER PIC X(12) VALUE '  31-60 DAYS'.                   00189000
001900      05 FILLER PIC X(12) VALUE '  61-90 DAYS'.                   00190000
001910      05 FILLER PIC X(12) VALUE '    90+ DAYS'.                   00191000
001920      05 FILLER PIC X(12) VALUE '       TOTAL'.                   00192000
001930      05 FILLER PIC X(40) VALUE SPACES.                           00193000
001940                                                                  00194000
001950 01 L-RSN-LINE.                                                   00195000
001960      05 RSL-CODE  PIC X(2).                                      00196000
001970      05 FILLER    PIC X(1) VALUE SPACE.                          00197000
001980      05 RSL-DESC  PIC X(20).                                     00198000
001990      05 FILLER    PIC X(1) VALUE SPACE.                          00199000
002000      05 RSL-CNT   PIC Z(6)9.                                     00200000
002010      05 FILLER    PIC X(1) VALUE SPACE.                          00201000
002020      05 RSL-B00   PIC Z(8)9.99.                                  00202000
002030      05 RSL-B30   PIC Z(8)9.99.                                  00203000
002040      05 RSL-B60   PIC Z(8)9.99.                                  00204000
002050      05 RSL-B90   PIC Z(8)9.99.                                  00205000
002060      05 RSL-TOT   PIC Z(8)9.99.                                  00206000
002070      05 FILLER    PIC X(40) VALUE SPACES.                        00207000
002080                                                                  00208000
002090 01 L-CUS-HDR.                                                    00209000
002100      05 FILLER PIC X(31) VALUE 'CUSTOMER'.                       00210000
002110      05 FILLER PIC X(7)  VALUE 'ORDER'.                          00211000
002120      05 FILLER PIC X(2)  VALUE 'T'.                              00212000
002130      05 FILLER PIC X(11) VALUE 'OPENED'.                         00213000
002140      05 FILLER PIC X(6)  VALUE '  DAYS'.                         00214000
002150      05 FILLER PIC X(4)  VALUE '  RS'.                           00215000
002160      05 FILLER PIC X(12) VALUE '   0-30 DAYS'.                   00216000
002170      05 FILLER PIC X(12) VALUE '  31-60 DAYS'.                   00217000
002180      05 FILLER PIC X(12) VALUE '  61-90 DAYS'.                   00218000
002190      05 FILLER PIC X(12) VALUE '    90+ DAYS'.                   00219000
002200      05 FILLER PIC X(1)  VALUE SPACE.                            00220000
002210      05 FILLER PIC X(22) VALUE 'CONTACT'.                        00221000
002220                                                                  00222000
002230 01 L-CUS-LINE.                                                   00223000
002240      05 CSL-COMPANY PIC X(30).                                   00224000
002250      05 FILLER      PIC X(1) VALUE SPACE.                        00225000
002260      05 CSL-O-NO    PIC 9(6).                                    00226000
002270      05 FILLER      PIC X(1) VALUE SPACE.                        00227000
002280      05 CSL-TYPE    PIC X(1).                                    00228000
002290      05 FILLER      PIC X(1) VALUE SPACE.                        00229000
002300      05 CSL-OPENED  PIC X(10).                                   00230000
002310      05 FILLER      PIC X(1) VALUE SPACE.                        00231000
002320      05 CSL-DAYS    PIC ZZZZ9.                                   00232000
002330      05 FILLER      PIC X(2) VALUE SPACES.                       00233000
002340      05 CSL-REASON  PIC X(2).                                    00234000
002350      05 FILLER      PIC X(1) VALUE SPACE.                        00235000
002360      05 CSL-B00     PIC X(12).                                   00236000
002370      05 CSL-B30     PIC X(12).                                   00237000
002380      05 CSL-B60     PIC X(12).                                   00238000
002390      05 CSL-B90     PIC X(12).                                   00239000
002400      05 FILLER      PIC X(1) VALUE SPACE.                        00240000
002410      05 CSL-CONTACT PIC X(22).                                   00241000
002420 77 ED-BUCKET PIC Z(8)9.99.                                       00242000
002430                                                                  00243000
002440 01 L-CUS-TOT.                                                    00244000
002450      05 CSO-LABEL PIC X(61).                                     00245000
002460      05 CSO-B00   PIC Z(8)9.99.                                  00246000
002470      05 CSO-B30   PIC Z(8)9.99.                                  00247000
002480      05 CSO-B60   PIC Z(8)9.99.                                  00248000
002490      05 CSO-B90   PIC Z(8)9.99.                                  00249000
002500      05 FILLER    PIC X(23) VALUE SPACES.                        00250000
002510                                                                  00251000
002520 01 L-DSR-NONE.                                                   00252000
002530      05 FILLER PIC X(40) VALUE                                   00253000
002540         'NO OPEN DISPUTE'.                                       00254000
002550      05 FILLER PIC X(92) VALUE SPACES.                           00255000
002560                                                                  00256000
002561******************************************************************00256100
002562* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00256200
002563******************************************************************00256300
002564     COPY JLGREC.                                                 00256400
002565                                                                  00256500
002570 PROCEDURE DIVISION.                                              00257000
002571                                                                  00257100
002571     INITIALIZE L-JOBLOG                                          00257101
002572     MOVE 'PJPT3DSP' TO JLG-PROGRAM                               00257200
002573     MOVE 'S' TO JLG-TYPE                                         00257300
002574     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00257400
002580                                                                  00258000
002590     PERFORM 100-INITIALIZE                                       00259000
002600                                                                  00260000
002610     SORT SRTWRK                                                  00261000
002620          ON ASCENDING KEY SRT-COMPANY                            00262000
002630          ON ASCENDING KEY SRT-OPEN-DATE                          00263000
002640          ON ASCENDING KEY SRT-O-NO                               00264000
002650          INPUT PROCEDURE IS 200-BUILD-SORT                       00265000
002660          GIVING SRTD                                             00266000
002670                                                                  00267000
002680     IF WS-TOT-CNT = ZERO                                         00268000
002690         WRITE ENR-DSPREP FROM L-DSR-NONE                         00269000
002700     ELSE                                                         00270000
002710         PERFORM 300-WRITE-REASONS                                00271000
002720                                                                  00272000
002730         MOVE 'BY CUSTOMER' TO DSC-TEXT                           00273000
002740         WRITE ENR-DSPREP FROM L-DSR-SECTION                      00274000
002750         WRITE ENR-DSPREP FROM L-DSR-VIDE                         00275000
002760         WRITE ENR-DSPREP FROM L-CUS-HDR                          00276000
002770         WRITE ENR-DSPREP FROM L-DSR-VIDE                         00277000
002780         OPEN INPUT SRTD                                          00278000
002790         PERFORM 400-READ-SRTD                                    00279000
002800         PERFORM 500-PROCESS-CUSTOMER UNTIL FF-SRTD               00280000
002810         CLOSE SRTD                                               00281000
002820     END-IF                                                       00282000
002830                                                                  00283000
002840     PERFORM 900-WRITE-TOTALS                                     00284000
002850                                                                  00285000
002860     CLOSE DSPR                                                   00286000
002861                                                                  00286100
002862     MOVE WS-ASOF-DATE TO JLG-RUN-KEY                             00286200
002863     MOVE WS-DSP-READ TO JLG-IN-CNT                               00286300
002864     MOVE WS-TOT-CNT TO JLG-OUT-CNT                               00286400
002865     MOVE RETURN-CODE TO JLG-RC                                   00286500
002866     MOVE 'E' TO JLG-TYPE                                         00286600
002867     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00286700
002870                                                                  00287000
002880     GOBACK.                                                      00288000
002890                                                                  00289000
002900******************************************************************00290000
002910* PARAGRAPHE D INITIALISATION : DATE D ARRETE SYSIN, OUVERTURE    00291000
002920* DE L ETAT ET ENTETES                                            00292000
002930******************************************************************00293000
002940 100-INITIALIZE.                                                  00294000
002950     ACCEPT WS-ASOF-DATE FROM SYSIN                               00295000
002960                                                                  00296000
002970     MOVE WS-ASOF-DATE(1:4) TO W-YMD-Y                            00297000
002980     MOVE WS-ASOF-DATE(6:2) TO W-YMD-M                            00298000
002990     MOVE WS-ASOF-DATE(9:2) TO W-YMD-D                            00299000
003000     IF W-YMD-NUM NOT NUMERIC                                     00300000
003010         DISPLAY 'INVALID AS-OF DATE : ' WS-ASOF-DATE             00301000
003020         PERFORM ABEND-PROG                                       00302000
003030     END-IF                                                       00303000
003040     COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)    00304000
003050                                                                  00305000
003060     INITIALIZE RSA-TABLE                                         00306000
003070     OPEN OUTPUT DSPR                                             00307000
003080                                                                  00308000
003090     MOVE WS-ASOF-DATE TO DST-ASOF                                00309000
003100     WRITE ENR-DSPREP FROM L-DSR-TITLE                            00310000
003110     WRITE ENR-DSPREP FROM L-DSR-VIDE                             00311000
003120     EXIT.                                                        00312000
003130                                                                  00313000
003140******************************************************************00314000
003150* PROCEDURE D ALIMENTATION DU TRI : UN ENREGISTREMENT PAR LITIGE  00315000
003160* OUVERT, AGE CALCULE ET CUMULE DANS LA TABLE DES MOTIFS. LES     00316000
003170* LITIGES RESOLUS SONT SEULEMENT COMPTES                          00317000
003180******************************************************************00318000
003190 200-BUILD-SORT.                                                  00319000
003200     OPEN INPUT DSPF                                              00320000
003210     IF WS-DSPF-STATUS = '00'                                     00321000
003220         PERFORM 210-READ-DSPF                                    00322000
003230         PERFORM 220-RELEASE-DISPUTE UNTIL FF-DSPF                00323000
003240         CLOSE DSPF                                               00324000
003250     ELSE                                                         00325000
003260         DISPLAY 'NO DISPUTE FILE : ' WS-DSPF-STATUS              00326000
003270     END-IF                                                       00327000
003280     EXIT.                                                        00328000
003290                                                                  00329000
003300 210-READ-DSPF.                                                   00330000
003310     READ DSPF NEXT                                               00331000
003320         AT END                                                   00332000
003330              SET FF-DSPF TO TRUE                                 00333000
003340         NOT AT END                                               00334000
003350              ADD 1 TO WS-DSP-READ                                00335000
003360     END-READ                                                     00336000
003370     IF WS-DSPF-STATUS NOT = '00' AND WS-DSPF-STATUS NOT = '10'   00337000
003380         SET FF-DSPF TO TRUE                                      00338000
003390     END-IF                                                       00339000
003400     EXIT.                                                        00340000
003410                                                                  00341000
003420 220-RELEASE-DISPUTE.                                             00342000
003430     IF DSP-OPEN                                                  00343000
003440         PERFORM 230-COMPUTE-AGE                                  00344000
003450         PERFORM 240-ADD-REASON                                   00345000
003460         INITIALIZE SRT-REC                                       00346000
003470         MOVE DSP-COMPANY   TO SRT-COMPANY                        00347000
003480         MOVE DSP-OPEN-DATE TO SRT-OPEN-DATE                      00348000
003490         MOVE DSP-O-NO      TO SRT-O-NO                           00349000
003500         MOVE DSP-TYPE      TO SRT-TYPE                           00350000
003510         MOVE DSP-REASON    TO SRT-REASON                         00351000
003520         MOVE WS-AGE-DAYS   TO SRT-DAYS                           00352000
003530         MOVE DSP-AMOUNT    TO SRT-AMOUNT                         00353000
003540         MOVE DSP-CONTACT   TO SRT-CONTACT                        00354000
003550         RELEASE SRT-REC                                          00355000
003560     ELSE                                                         00356000
003570         ADD 1 TO WS-CLOSED-CNT                                   00357000
003580     END-IF                                                       00358000
003590     PERFORM 210-READ-DSPF                                        00359000
003600     EXIT.                                                        00360000
003610                                                                  00361000
003620******************************************************************00362000
003630* PARAGRAPHE DE CALCUL DE L AGE D UN LITIGE DEPUIS SON OUVERTURE. 00363000
003640* UNE DATE INEXPLOITABLE EST TRAITEE COMME DU JOUR (AGE ZERO)     00364000
003650******************************************************************00365000
003660 230-COMPUTE-AGE.                                                 00366000
003670     MOVE DSP-OPEN-DATE(1:4) TO W-YMD-Y                           00367000
003680     MOVE DSP-OPEN-DATE(6:2) TO W-YMD-M                           00368000
003690     MOVE DSP-OPEN-DATE(9:2) TO W-YMD-D                           00369000
003700     IF W-YMD-NUM NUMERIC                                         00370000
003710         COMPUTE WS-OPEN-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)00371000
003720         COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-OPEN-INT          00372000
003730         IF WS-AGE-DAYS < ZERO                                    00373000
003740             MOVE ZERO TO WS-AGE-DAYS                             00374000
003750         END-IF                                                   00375000
003760     ELSE                                                         00376000
003770         MOVE ZERO TO WS-AGE-DAYS                                 00377000
003780     END-IF                                                       00378000
003790     EXIT.                                                        00379000
003800                                                                  00380000
003810 240-ADD-REASON.                                                  00381000
003820     SET RSN-IDX TO 1                                             00382000
003830     SEARCH RSN-ENTRY                                             00383000
003840         AT END                                                   00384000
003850             SET RSN-IDX TO WS-RSN-MAX                            00385000
003860         WHEN RSN-CODE(RSN-IDX) = DSP-REASON                      00386000
003870             CONTINUE                                             00387000
003880     END-SEARCH                                                   00388000
003890     SET WS-RSN-SUB TO RSN-IDX                                    00389000
003900     ADD 1 TO RSA-CNT(WS-RSN-SUB)                                 00390000
003910     ADD 1 TO WS-TOT-CNT                                          00391000
003920     EVALUATE TRUE                                                00392000
003930         WHEN WS-AGE-DAYS <= 30                                   00393000
003940             ADD DSP-AMOUNT TO RSA-B00(WS-RSN-SUB)                00394000
003950             ADD DSP-AMOUNT TO WS-TOT-B00                         00395000
003960         WHEN WS-AGE-DAYS <= 60                                   00396000
003970             ADD DSP-AMOUNT TO RSA-B30(WS-RSN-SUB)                00397000
003980             ADD DSP-AMOUNT TO WS-TOT-B30                         00398000
003990         WHEN WS-AGE-DAYS <= 90                                   00399000
004000             ADD DSP-AMOUNT TO RSA-B60(WS-RSN-SUB)                00400000
004010             ADD DSP-AMOUNT TO WS-TOT-B60                         00401000
004020         WHEN OTHER                                               00402000
004030             ADD DSP-AMOUNT TO RSA-B90(WS-RSN-SUB)                00403000
004040             ADD DSP-AMOUNT TO WS-TOT-B90                         00404000
004050     END-EVALUATE                                                 00405000
004060     EXIT.                                                        00406000
004070                                                                  00407000
004080******************************************************************00408000
004090* PARAGRAPHES D EDITION DE LA SECTION PAR MOTIF, SUIVIE DU TOTAL  00409000
004100* GENERAL DES LITIGES OUVERTS                                     00410000
004110******************************************************************00411000
004120 300-WRITE-REASONS.                                               00412000
004130     MOVE 'BY REASON' TO DSC-TEXT                                 00413000
004140     WRITE ENR-DSPREP FROM L-DSR-SECTION                          00414000
004150     WRITE ENR-DSPREP FROM L-DSR-VIDE                             00415000
004160     WRITE ENR-DSPREP FROM L-RSN-HDR                              00416000
004170     WRITE ENR-DSPREP FROM L-DSR-VIDE                             00417000
004180     PERFORM 310-WRITE-ONE-REASON                                 00418000
004190        VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX > WS-RSN-MAX    00419000
004200                                                                  00420000
004210     WRITE ENR-DSPREP FROM L-DSR-VIDE                             00421000
004220     MOVE SPACES TO RSL-CODE                                      00422000
004230     MOVE 'TOTAL OPEN DISPUTES' TO RSL-DESC                       00423000
004240     MOVE WS-TOT-CNT TO RSL-CNT                                   00424000
004250     MOVE WS-TOT-B00 TO RSL-B00                                   00425000
004260     MOVE WS-TOT-B30 TO RSL-B30                                   00426000
004270     MOVE WS-TOT-B60 TO RSL-B60                                   00427000
004280     MOVE WS-TOT-B90 TO RSL-B90                                   00428000
004290     COMPUTE WS-ROW-TOT = WS-TOT-B00 + WS-TOT-B30                 00429000
004300                        + WS-TOT-B60 + WS-TOT-B90                 00430000
004310     MOVE WS-ROW-TOT TO RSL-TOT                                   00431000
004320     WRITE ENR-DSPREP FROM L-RSN-LINE                             00432000
004330     WRITE ENR-DSPREP FROM L-DSR-VIDE                             00433000
004340     WRITE ENR-DSPREP FROM L-DSR-VIDE                             00434000
004350     EXIT.                                                        00435000
004360                                                                  00436000
004370 310-WRITE-ONE-REASON.                                            00437000
004380     SET WS-RSN-SUB TO RSN-IDX                                    00438000
004390     IF RSA-CNT(WS-RSN-SUB) > ZERO                                00439000
004400         MOVE RSN-CODE(RSN-IDX)    TO RSL-CODE                    00440000
004410         MOVE RSN-DESC(RSN-IDX)    TO RSL-DESC                    00441000
004420         MOVE RSA-CNT(WS-RSN-SUB)  TO RSL-CNT                     00442000
004430         MOVE RSA-B00(WS-RSN-SUB)  TO RSL-B00                     00443000
004440         MOVE RSA-B30(WS-RSN-SUB)  TO RSL-B30                     00444000
004450         MOVE RSA-B60(WS-RSN-SUB)  TO RSL-B60                     00445000
004460         MOVE RSA-B90(WS-RSN-SUB)  TO RSL-B90                     00446000
004470         COMPUTE WS-ROW-TOT = RSA-B00(WS-RSN-SUB)                 00447000
004480                            + RSA-B30(WS-RSN-SUB)                 00448000
004490                            + RSA-B60(WS-RSN-SUB)                 00449000
004500                            + RSA-B90(WS-RSN-SUB)                 00450000
004510         MOVE WS-ROW-TOT TO RSL-TOT                               00451000
004520         WRITE ENR-DSPREP FROM L-RSN-LINE                         00452000
004530     END-IF                                                       00453000
004540     EXIT.                                                        00454000
004550                                                                  00455000
004560******************************************************************00456000
004570* PARAGRAPHE DE LECTURE DU FICHIER TRIE PAR CLIENT                00457000
004580******************************************************************00458000
004590 400-READ-SRTD.                                                   00459000
004600     READ SRTD INTO L-SRT                                         00460000
004610         AT END                                                   00461000
004620              SET FF-SRTD TO TRUE                                 00462000
004630     END-READ                                                     00463000
004640     EXIT.                                                        00464000
004650                                                                  00465000
004660******************************************************************00466000
004670* PARAGRAPHES DE TRAITEMENT D UN CLIENT : UNE LIGNE PAR LITIGE    00467000
004680* OUVERT DANS SA TRANCHE D AGE, PUIS LE TOTAL DU CLIENT           00468000
004690******************************************************************00469000
004700 500-PROCESS-CUSTOMER.                                            00470000
004710     MOVE DSS-COMPANY TO WS-CUR-COMPANY                           00471000
004720     ADD 1 TO WS-CUST-CNT                                         00472000
004730     MOVE ZERO TO WS-CUS-CNT                                      00473000
004740     MOVE ZERO TO WS-CUS-B00                                      00474000
004750     MOVE ZERO TO WS-CUS-B30                                      00475000
004760     MOVE ZERO TO WS-CUS-B60                                      00476000
004770     MOVE ZERO TO WS-CUS-B90                                      00477000
004780     MOVE WS-CUR-COMPANY TO CSL-COMPANY                           00478000
004790                                                                  00479000
004800     PERFORM 510-WRITE-DISPUTE                                    00480000
004810        UNTIL FF-SRTD OR DSS-COMPANY NOT = WS-CUR-COMPANY         00481000
004820                                                                  00482000
004830     PERFORM 520-WRITE-CUST-TOTAL                                 00483000
004840     EXIT.                                                        00484000
004850                                                                  00485000
004860 510-WRITE-DISPUTE.                                               00486000
004870     ADD 1 TO WS-CUS-CNT                                          00487000
004880     MOVE DSS-O-NO      TO CSL-O-NO                               00488000
004890     MOVE DSS-TYPE      TO CSL-TYPE                               00489000
004900     MOVE DSS-OPEN-DATE TO CSL-OPENED                             00490000
004910     MOVE DSS-DAYS      TO CSL-DAYS                               00491000
004920     MOVE DSS-REASON    TO CSL-REASON                             00492000
004930     MOVE DSS-CONTACT   TO CSL-CONTACT                            00493000
004940     MOVE SPACES TO CSL-B00                                       00494000
004950     MOVE SPACES TO CSL-B30                                       00495000
004960     MOVE SPACES TO CSL-B60                                       00496000
004970     MOVE SPACES TO CSL-B90                                       00497000
004980     MOVE DSS-AMOUNT TO ED-BUCKET                                 00498000
004990     EVALUATE TRUE                                                00499000
005000         WHEN DSS-DAYS <= 30                                      00500000
005010             MOVE ED-BUCKET TO CSL-B00                            00501000
005020             ADD DSS-AMOUNT TO WS-CUS-B00                         00502000
005030         WHEN DSS-DAYS <= 60                                      00503000
005040             MOVE ED-BUCKET TO CSL-B30                            00504000
005050             ADD DSS-AMOUNT TO WS-CUS-B30                         00505000
005060         WHEN DSS-DAYS <= 90                                      00506000
005070             MOVE ED-BUCKET TO CSL-B60                            00507000
005080             ADD DSS-AMOUNT TO WS-CUS-B60                         00508000
005090         WHEN OTHER                                               00509000
005100             MOVE ED-BUCKET TO CSL-B90                            00510000
005110             ADD DSS-AMOUNT TO WS-CUS-B90                         00511000
005120     END-EVALUATE                                                 00512000
005130     WRITE ENR-DSPREP FROM L-CUS-LINE                             00513000
005140     MOVE SPACES TO CSL-COMPANY                                   00514000
005150                                                                  00515000
005160     PERFORM 400-READ-SRTD                                        00516000
005170     EXIT.                                                        00517000
005180                                                                  00518000
005190 520-WRITE-CUST-TOTAL.                                            00519000
005200     MOVE SPACES TO CSO-LABEL                                     00520000
005210     STRING                                                       00521000
005220        'TOTAL ' DELIMITED BY SIZE                                00522000
005230        WS-CUR-COMPANY DELIMITED BY SIZE                          00523000
005240        INTO CSO-LABEL                                            00524000
005250     END-STRING                                                   00525000
005260     MOVE WS-CUS-B00 TO CSO-B00                                   00526000
005270     MOVE WS-CUS-B30 TO CSO-B30                                   00527000
005280     MOVE WS-CUS-B60 TO CSO-B60                                   00528000
005290     MOVE WS-CUS-B90 TO CSO-B90                                   00529000
005300     WRITE ENR-DSPREP FROM L-CUS-TOT                              00530000
005310     WRITE ENR-DSPREP FROM L-DSR-VIDE                             00531000
005320     EXIT.                                                        00532000
005330                                                                  00533000
005340******************************************************************00534000
005350* PARAGRAPHE D EDITION DES TOTAUX DE CONTROLE                     00535000
005360******************************************************************00536000
005370 900-WRITE-TOTALS.                                                00537000
005380     DISPLAY 'DISPUTES READ      : ' WS-DSP-READ                  00538000
005390     DISPLAY 'OPEN DISPUTES      : ' WS-TOT-CNT                   00539000
005400     DISPLAY 'RESOLVED, SKIPPED  : ' WS-CLOSED-CNT                00540000
005410     DISPLAY 'CUSTOMERS LISTED   : ' WS-CUST-CNT                  00541000
005420     EXIT.                                                        00542000
005430                                                                  00543000
005440******************************************************************00544000
005450* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00545000
005460* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00546000
005470******************************************************************00547000
005480 ABEND-PROG.                                                      00548000
005490     DISPLAY 'ABEND-PROG !'                                       00549000
005500     COMPUTE WS-ANO = 1 / WS-ANO.                                 00550000
