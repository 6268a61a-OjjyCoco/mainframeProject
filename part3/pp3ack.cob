000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3ACK.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - EDI 997 RECONCILIATION :      00020000
000210*                  APPLIES THE FUNCTIONAL ACKNOWLEDGEMENTS FROM   00021000
000220*                  THE TRADING PARTNERS TO THE EDILOG TRANSMISSION00022000
000230*                  LOG AND LISTS EVERY 810 REJECTED BY ITS PARTNER00023000
000240*                  OR STILL NOT ACKNOWLEDGED 24 HOURS AFTER IT WAS00024000
000250*                  SENT                                           00025000
000251* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00025100
000252*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00025200
000253*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00025300
000254* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00025400
000255*                  NO UNSET FIELD REACHES JOBLOG                  00025500
000260******************************************************************00026000
000270                                                                  00027000
000280 ENVIRONMENT DIVISION.                                            00028000
000290 INPUT-OUTPUT SECTION.                                            00029000
000300 FILE-CONTROL.                                                    00030000
000310******************************************************************00031000
000320* ACCUSES 997 RECUS (UN SEGMENT PAR ENREGISTREMENT)               00032000
000330******************************************************************00033000
000340      SELECT ACKF ASSIGN TO EDI997                                00034000
000350      ORGANIZATION IS SEQUENTIAL                                  00035000
000360      FILE STATUS IS WS-ACKF-STATUS.                              00036000
000370******************************************************************00037000
000380* KSDS JOURNAL DES TRANSMISSIONS EDI (VOIR COPY EDLREC)           00038000
000390******************************************************************00039000
000400      SELECT LOGF ASSIGN TO EDILOG                                00040000
000410      ORGANIZATION IS INDEXED                                     00041000
000420      ACCESS MODE  IS DYNAMIC                                     00042000
000430      RECORD KEY   IS EDL-KEY                                     00043000
000440      FILE STATUS  IS WS-LOGF-STATUS.                             00044000
000450******************************************************************00045000
000460* ETAT DES FACTURES EDI REJETEES OU NON ACQUITTEES                00046000
000470******************************************************************00047000
000480      SELECT ACKR ASSIGN TO EDIACKR                               00048000
000490      ORGANIZATION  IS SEQUENTIAL.                                00049000
000500                                                                  00050000
000510******************************************************************00051000
000520                                                                  00052000
000530 DATA DIVISION.                                                   00053000
000540 FILE SECTION.                                                    00054000
000550 FD ACKF.                                                         00055000
000560 01 ENR-EDI997 PIC X(120).                                        00056000
000570                                                                  00057000
000580 FD LOGF.                                                         00058000
000590     COPY EDLREC.                                                 00059000
000600                                                                  00060000
000610 FD ACKR.                                                         00061000
000620 01 ENR-EDIACKR PIC X(132).                                       00062000
000630                                                                  00063000
000640 WORKING-STORAGE SECTION.                                         00064000
000650******************************************************************00065000
000660* DECLARATION DES STATUTS DE FICHIER ET DES INDICATEURS           00066000
000670******************************************************************00067000
000680 77 WS-ACKF-STATUS PIC X(2) VALUE SPACES.                         00068000
000690 77 WS-LOGF-STATUS PIC X(2) VALUE SPACES.                         00069000
000700 77 FLAG-ACKF      PIC 9 VALUE 0.                                 00070000
000710    88 FF-ACKF VALUE 1.                                           00071000
000720 77 FLAG-LOGF      PIC 9 VALUE 0.                                 00072000
000730    88 FF-LOGF VALUE 1.                                           00073000
000740 77 WS-GRP-SW      PIC X(1) VALUE 'N'.                            00074000
000750    88 GRP-INVOICES VALUE 'Y'.                                    00075000
000760                                                                  00076000
000770 77 WS-ANO PIC 99 VALUE ZERO.                                     00077000
000780                                                                  00078000
000790******************************************************************00079000
000800* CARTES SYSIN : DATE (AAAA-MM-JJ) ET HEURE (HHMM) DE REFERENCE   00080000
000810******************************************************************00081000
000820 77 WS-ASOF-DATE PIC X(10) VALUE SPACES.                          00082000
000830 77 WS-ASOF-TIME PIC X(4)  VALUE SPACES.                          00083000
000840 01 WS-HHMM.                                                      00084000
000850      05 WS-HH PIC 99.                                            00085000
000860      05 WS-MM PIC 99.                                            00086000
000870                                                                  00087000
000880 01 W-YMD.                                                        00088000
000890      05 W-YMD-Y PIC X(4).                                        00089000
000900      05 W-YMD-M PIC X(2).                                        00090000
000910      05 W-YMD-D PIC X(2).                                        00091000
000920 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00092000
000930 77 WS-ASOF-MIN PIC S9(11) COMP VALUE ZERO.                       00093000
000940 77 WS-SENT-MIN PIC S9(11) COMP VALUE ZERO.                       00094000
000950 77 WS-AGE-MIN  PIC S9(11) COMP VALUE ZERO.                       00095000
000960 77 WS-AGE-HRS  PIC 9(5) VALUE ZERO.                              00096000
000970                                                                  00097000
000980******************************************************************00098000
000990* DECOUPAGE D UN SEGMENT 997 : IDENTIFIANT ET TROIS ELEMENTS      00099000
001000******************************************************************00100000
001010 77 ACK-SEG-ID  PIC X(3) VALUE SPACES.                            00101000
001020 77 ACK-E1      PIC X(15) VALUE SPACES.                           00102000
001030 77 ACK-E2      PIC X(15) VALUE SPACES.                           00103000
001040 77 ACK-E3      PIC X(15) VALUE SPACES.                           00104000
001050 77 ACK-E2-LEN  PIC 9(2) VALUE ZERO.                              00105000
001060 77 WS-ACK-NUM  PIC 9(9) VALUE ZERO.                              00106000
001070 77 WS-GRP-ICN  PIC 9(9) VALUE ZERO.                              00107000
001080 77 WS-ACK-STCN PIC 9(4) VALUE ZERO.                              00108000
001090 77 WS-AK2-CNT  PIC 9(5) VALUE ZERO.                              00109000
001100 77 WS-NEW-STAT PIC X(1) VALUE SPACE.                             00110000
001110                                                                  00111000
001120******************************************************************00112000
001130* COMPTEURS DE CONTROLE                                           00113000
001140******************************************************************00114000
001150 77 WS-SEG-READ   PIC 9(7) VALUE ZERO.                            00115000
001160 77 WS-ACK-ACC    PIC 9(7) VALUE ZERO.                            00116000
001170 77 WS-ACK-ERR    PIC 9(7) VALUE ZERO.                            00117000
001180 77 WS-ACK-REJ    PIC 9(7) VALUE ZERO.                            00118000
001190 77 WS-ACK-UNK    PIC 9(7) VALUE ZERO.                            00119000
001200 77 WS-LST-REJ    PIC 9(7) VALUE ZERO.                            00120000
001210 77 WS-LST-LATE   PIC 9(7) VALUE ZERO.                            00121000
001220 77 WS-LST-AMT    PIC S9(11)V99 VALUE ZERO.                       00122000
001230                                                                  00123000
001240******************************************************************00124000
001250* DECLARATION DES LIGNES DE L ETAT                                00125000
001260******************************************************************00126000
001270 77 L-ACR-VIDE PIC X(132) VALUE SPACES.                           00127000
001280                                                                  00128000
001290 01 L-ACR-TITLE.                                                  00129000
001300      05 FILLER   PIC X(39) VALUE                                 00130000
001310         'EDI 810 ACKNOWLEDGEMENT EXCEPTIONS AS '.                00131000
001320      05 FILLER   PIC X(3) VALUE 'OF '.                           00132000
001330      05 ACT-DATE PIC X(10).                                      00133000
001340      05 FILLER   PIC X(1) VALUE SPACE.                           00134000
001350      05 ACT-TIME PIC X(4).                                       00135000
001360      05 FILLER   PIC X(75) VALUE SPACES.                         00136000
001370                                                                  00137000
001380 01 L-ACR-SECT.                                                   00138000
001390      05 ACS-TITLE PIC X(40).                                     00139000
001400      05 FILLER    PIC X(92) VALUE SPACES.                        00140000
001410                                                                  00141000
001420 01 L-ACR-HDR.                                                    00142000
001430      05 FILLER PIC X(11) VALUE 'INTERCHANGE'.                    00143000
001440      05 FILLER PIC X(6)  VALUE ' ST'.                            00144000
001450      05 FILLER PIC X(5)  VALUE 'CUST'.                           00145000
001460      05 FILLER PIC X(31) VALUE 'COMPANY'.                        00146000
001470      05 FILLER PIC X(8)  VALUE 'ORDER'.                          00147000
001480      05 FILLER PIC X(8)  VALUE 'TYPE'.                           00148000
001490      05 FILLER PIC X(13) VALUE '        TOTAL'.                  00149000
001500      05 FILLER PIC X(2)  VALUE SPACES.                           00150000
001510      05 FILLER PIC X(16) VALUE 'SENT'.                           00151000
001520      05 FILLER PIC X(11) VALUE 'ACK DATE'.                       00152000
001530      05 FILLER PIC X(21) VALUE 'AGE (HOURS)'.                    00153000
001540                                                                  00154000
001550 01 L-ACR-LINE.                                                   00155000
001560      05 ACL-ICN     PIC 9(9).                                    00156000
001570      05 FILLER      PIC X(2) VALUE SPACES.                       00157000
001580      05 ACL-STCN    PIC 9(4).                                    00158000
001590      05 FILLER      PIC X(2) VALUE SPACES.                       00159000
001600      05 ACL-C-NO    PIC 9(3).                                    00160000
001610      05 FILLER      PIC X(2) VALUE SPACES.                       00161000
001620      05 ACL-COMPANY PIC X(30).                                   00162000
001630      05 FILLER      PIC X(1) VALUE SPACE.                        00163000
001640      05 ACL-O-NO    PIC 9(6).                                    00164000
001650      05 FILLER      PIC X(2) VALUE SPACES.                       00165000
001660      05 ACL-TYPE    PIC X(7).                                    00166000
001670      05 FILLER      PIC X(1) VALUE SPACE.                        00167000
001680      05 ACL-TOTAL   PIC Z(9)9.99.                                00168000
001690      05 FILLER      PIC X(2) VALUE SPACES.                       00169000
001700      05 ACL-SENT-D  PIC X(10).                                   00170000
001710      05 FILLER      PIC X(1) VALUE SPACE.                        00171000
001720      05 ACL-SENT-T  PIC X(4).                                    00172000
001730      05 FILLER      PIC X(1) VALUE SPACE.                        00173000
001740      05 ACL-ACK-D   PIC X(10).                                   00174000
001750      05 FILLER      PIC X(1) VALUE SPACE.                        00175000
001760      05 ACL-AGE     PIC Z(4)9.                                   00176000
001770      05 FILLER      PIC X(16) VALUE SPACES.                      00177000
001780                                                                  00178000
001790 01 L-ACR-UNK.                                                    00179000
001800      05 FILLER      PIC X(25) VALUE                              00180000
001810         'ACK FOR UNKNOWN 810 : GS '.                             00181000
001820      05 ACU-ICN     PIC 9(9).                                    00182000
001830      05 FILLER      PIC X(4) VALUE ' ST '.                       00183000
001840      05 ACU-STCN    PIC 9(4).                                    00184000
001850      05 FILLER      PIC X(90) VALUE SPACES.                      00185000
001860                                                                  00186000
001870 01 L-ACR-CNT.                                                    00187000
001880      05 ACR-CNT-LABEL PIC X(38).                                 00188000
001890      05 FILLER        PIC X(9) VALUE SPACES.                     00189000
001900      05 ACR-CNT-VALUE PIC Z(6)9.                                 00190000
001910      05 FILLER        PIC X(78) VALUE SPACES.                    00191000
001920                                                                  00192000
001930 01 L-ACR-TOT.                                                    00193000
001940      05 ACR-TOT-LABEL PIC X(38).                                 00194000
001950      05 FILLER        PIC X(4) VALUE SPACES.                     00195000
001960      05 ACR-TOT-VALUE PIC Z(11)9.99-.                            00196000
001970      05 FILLER        PIC X(74) VALUE SPACES.                    00197000
001980                                                                  00198000
001981******************************************************************00198100
001982* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00198200
001983******************************************************************00198300
001984     COPY JLGREC.                                                 00198400
001985                                                                  00198500
001990 PROCEDURE DIVISION.                                              00199000
001991                                                                  00199100
001991     INITIALIZE L-JOBLOG                                          00199101
001992     MOVE 'PJPT3ACK' TO JLG-PROGRAM                               00199200
001993     MOVE 'S' TO JLG-TYPE                                         00199300
001994     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00199400
002000                                                                  00200000
002010     PERFORM 100-INITIALIZE                                       00201000
002020                                                                  00202000
002030     OPEN INPUT ACKF                                              00203000
002040     IF WS-ACKF-STATUS = '00'                                     00204000
002050         PERFORM 200-READ-ACKF                                    00205000
002060         PERFORM 300-APPLY-SEGMENT UNTIL FF-ACKF                  00206000
002070         CLOSE ACKF                                               00207000
002080     ELSE                                                         00208000
002090         DISPLAY 'NO EDI997 FILE : ' WS-ACKF-STATUS               00209000
002100     END-IF                                                       00210000
002110                                                                  00211000
002120     MOVE 'REJECTED BY PARTNER' TO ACS-TITLE                      00212000
002130     PERFORM 500-LIST-LOG                                         00213000
002140     MOVE 'NOT ACKNOWLEDGED AFTER 24 HOURS' TO ACS-TITLE          00214000
002150     PERFORM 500-LIST-LOG                                         00215000
002160                                                                  00216000
002170     PERFORM 900-WRITE-TOTALS                                     00217000
002180                                                                  00218000
002190     CLOSE LOGF                                                   00219000
002200     CLOSE ACKR                                                   00220000
002201                                                                  00220100
002202     MOVE WS-ASOF-DATE TO JLG-RUN-KEY                             00220200
002203     MOVE WS-SEG-READ TO JLG-IN-CNT                               00220300
002204     MOVE WS-ACK-ACC TO JLG-OUT-CNT                               00220400
002205     MOVE RETURN-CODE TO JLG-RC                                   00220500
002206     MOVE 'E' TO JLG-TYPE                                         00220600
002207     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00220700
002208                                                                  00220800
002210     GOBACK.                                                      00221000
002220                                                                  00222000
002230******************************************************************00223000
002240* PARAGRAPHE D INITIALISATION : DATE ET HEURE DE REFERENCE EN     00224000
002250* MINUTES, OUVERTURE DU JOURNAL EDI ET DE L ETAT                  00225000
002260******************************************************************00226000
002270 100-INITIALIZE.                                                  00227000
002280     ACCEPT WS-ASOF-DATE FROM SYSIN                               00228000
002290     ACCEPT WS-ASOF-TIME FROM SYSIN                               00229000
002300     MOVE WS-ASOF-DATE(1:4) TO W-YMD-Y                            00230000
002310     MOVE WS-ASOF-DATE(6:2) TO W-YMD-M                            00231000
002320     MOVE WS-ASOF-DATE(9:2) TO W-YMD-D                            00232000
002330     MOVE WS-ASOF-TIME TO WS-HHMM                                 00233000
002340     IF W-YMD-NUM NOT NUMERIC OR WS-HHMM NOT NUMERIC              00234000
002350         DISPLAY 'INVALID AS-OF DATE OR TIME : ' WS-ASOF-DATE     00235000
002360                 ' ' WS-ASOF-TIME                                 00236000
002370         PERFORM ABEND-PROG                                       00237000
002380     END-IF                                                       00238000
002390     COMPUTE WS-ASOF-MIN = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)    00239000
002400                         * 1440 + WS-HH * 60 + WS-MM              00240000
002410                                                                  00241000
002420     OPEN I-O LOGF                                                00242000
002430     IF WS-LOGF-STATUS NOT = '00'                                 00243000
002440         DISPLAY 'ERREUR OUVERTURE EDILOG : ' WS-LOGF-STATUS      00244000
002450         PERFORM ABEND-PROG                                       00245000
002460     END-IF                                                       00246000
002470                                                                  00247000
002480     OPEN OUTPUT ACKR                                             00248000
002490     MOVE WS-ASOF-DATE TO ACT-DATE                                00249000
002500     MOVE WS-ASOF-TIME TO ACT-TIME                                00250000
002510     WRITE ENR-EDIACKR FROM L-ACR-TITLE                           00251000
002520     WRITE ENR-EDIACKR FROM L-ACR-VIDE                            00252000
002530     EXIT.                                                        00253000
002540                                                                  00254000
002550 200-READ-ACKF.                                                   00255000
002560     READ ACKF                                                    00256000
002570         AT END                                                   00257000
002580              SET FF-ACKF TO TRUE                                 00258000
002590         NOT AT END                                               00259000
002600              ADD 1 TO WS-SEG-READ                                00260000
002610     END-READ                                                     00261000
002620     EXIT.                                                        00262000
002630                                                                  00263000
002640******************************************************************00264000
002650* TRAITEMENT D UN SEGMENT 997. SEULS LES GROUPES ACQUITTANT DES   00265000
002660* FACTURES (AK1 IN) SONT PRIS ; LE NUMERO DE GROUPE EST LE NUMERO 00266000
002670* D ECHANGE. AK2/AK5 ACQUITTENT UN DOCUMENT ; UN AK9 SANS AK2     00267000
002680* ACQUITTE TOUT LE GROUPE                                         00268000
002690******************************************************************00269000
002700 300-APPLY-SEGMENT.                                               00270000
002710     MOVE SPACES TO ACK-SEG-ID ACK-E1 ACK-E2 ACK-E3               00271000
002720     MOVE ZERO   TO ACK-E2-LEN                                    00272000
002730     UNSTRING ENR-EDI997 DELIMITED BY '*' OR '~'                  00273000
002740         INTO ACK-SEG-ID                                          00274000
002750              ACK-E1                                              00275000
002760              ACK-E2 COUNT IN ACK-E2-LEN                          00276000
002770              ACK-E3                                              00277000
002780     END-UNSTRING                                                 00278000
002790     EVALUATE ACK-SEG-ID                                          00279000
002800         WHEN 'GS'                                                00280000
002810             MOVE 'N' TO WS-GRP-SW                                00281000
002820         WHEN 'AK1'                                               00282000
002830             MOVE 'N' TO WS-GRP-SW                                00283000
002840             MOVE ZERO TO WS-AK2-CNT                              00284000
002850             IF ACK-E1 = 'IN'                                     00285000
002860                 PERFORM 310-GET-NUMBER                           00286000
002870                 MOVE WS-ACK-NUM TO WS-GRP-ICN                    00287000
002880                 MOVE 'Y' TO WS-GRP-SW                            00288000
002890             END-IF                                               00289000
002900         WHEN 'AK2'                                               00290000
002910             IF GRP-INVOICES                                      00291000
002920                 ADD 1 TO WS-AK2-CNT                              00292000
002930                 PERFORM 310-GET-NUMBER                           00293000
002940                 MOVE WS-ACK-NUM TO WS-ACK-STCN                   00294000
002950             END-IF                                               00295000
002960         WHEN 'AK5'                                               00296000
002970             IF GRP-INVOICES                                      00297000
002980                 PERFORM 320-SET-STATUS                           00298000
002990                 IF WS-NEW-STAT NOT = SPACE                       00299000
003000                     PERFORM 330-UPDATE-ONE                       00300000
003010                 END-IF                                           00301000
003020             END-IF                                               00302000
003030         WHEN 'AK9'                                               00303000
003040             IF GRP-INVOICES AND WS-AK2-CNT = ZERO                00304000
003050                 PERFORM 320-SET-STATUS                           00305000
003060                 IF WS-NEW-STAT NOT = SPACE                       00306000
003070                     PERFORM 340-UPDATE-GROUP                     00307000
003080                 END-IF                                           00308000
003090             END-IF                                               00309000
003100     END-EVALUATE                                                 00310000
003110     PERFORM 200-READ-ACKF                                        00311000
003120     EXIT.                                                        00312000
003130                                                                  00313000
003140 310-GET-NUMBER.                                                  00314000
003150     MOVE ZERO TO WS-ACK-NUM                                      00315000
003160     IF ACK-E2-LEN > ZERO AND ACK-E2-LEN < 10                     00316000
003170         IF ACK-E2(1:ACK-E2-LEN) NUMERIC                          00317000
003180             MOVE ACK-E2(1:ACK-E2-LEN) TO WS-ACK-NUM              00318000
003190         END-IF                                                   00319000
003200     END-IF                                                       00320000
003210     EXIT.                                                        00321000
003220                                                                  00322000
003230******************************************************************00323000
003240* CODE D ACQUITTEMENT (AK501 / AK901) : A ACCEPTE, E ACCEPTE AVEC 00324000
003250* ERREURS, R/M/W/X REJETE. P (GROUPE PARTIEL) EST DETAILLE PAR    00325000
003260* LES AK5                                                         00326000
003270******************************************************************00327000
003280 320-SET-STATUS.                                                  00328000
003290     EVALUATE ACK-E1                                              00329000
003300         WHEN 'A'                                                 00330000
003310             MOVE 'A' TO WS-NEW-STAT                              00331000
003320         WHEN 'E'                                                 00332000
003330             MOVE 'E' TO WS-NEW-STAT                              00333000
003340         WHEN 'R'                                                 00334000
003350         WHEN 'M'                                                 00335000
003360         WHEN 'W'                                                 00336000
003370         WHEN 'X'                                                 00337000
003380             MOVE 'R' TO WS-NEW-STAT                              00338000
003390         WHEN OTHER                                               00339000
003400             MOVE SPACE TO WS-NEW-STAT                            00340000
003410     END-EVALUATE                                                 00341000
003420     EXIT.                                                        00342000
003430                                                                  00343000
003440 330-UPDATE-ONE.                                                  00344000
003450     MOVE WS-GRP-ICN  TO EDL-ICN                                  00345000
003460     MOVE WS-ACK-STCN TO EDL-STCN                                 00346000
003470     READ LOGF KEY IS EDL-KEY                                     00347000
003480     EVALUATE WS-LOGF-STATUS                                      00348000
003490         WHEN '00'                                                00349000
003500             PERFORM 350-REWRITE-LOG                              00350000
003510         WHEN '23'                                                00351000
003520             ADD 1 TO WS-ACK-UNK                                  00352000
003530             MOVE WS-GRP-ICN  TO ACU-ICN                          00353000
003540             MOVE WS-ACK-STCN TO ACU-STCN                         00354000
003550             WRITE ENR-EDIACKR FROM L-ACR-UNK                     00355000
003560         WHEN OTHER                                               00356000
003570             DISPLAY 'ERREUR LECTURE EDILOG : ' WS-LOGF-STATUS    00357000
003580             PERFORM ABEND-PROG                                   00358000
003590     END-EVALUATE                                                 00359000
003600     EXIT.                                                        00360000
003610                                                                  00361000
003620 340-UPDATE-GROUP.                                                00362000
003630     MOVE WS-GRP-ICN TO EDL-ICN                                   00363000
003640     MOVE ZERO       TO EDL-STCN                                  00364000
003650     MOVE 0 TO FLAG-LOGF                                          00365000
003660     START LOGF KEY IS > EDL-KEY                                  00366000
003670         INVALID KEY                                              00367000
003680              SET FF-LOGF TO TRUE                                 00368000
003690     END-START                                                    00369000
003700     IF NOT FF-LOGF                                               00370000
003710         PERFORM 345-READ-NEXT-LOG                                00371000
003720     END-IF                                                       00372000
003730     IF FF-LOGF OR EDL-ICN NOT = WS-GRP-ICN                       00373000
003740         ADD 1 TO WS-ACK-UNK                                      00374000
003750         MOVE WS-GRP-ICN TO ACU-ICN                               00375000
003760         MOVE ZERO       TO ACU-STCN                              00376000
003770         WRITE ENR-EDIACKR FROM L-ACR-UNK                         00377000
003780     END-IF                                                       00378000
003790     PERFORM 342-UPDATE-GROUP-ONE                                 00379000
003800        UNTIL FF-LOGF OR EDL-ICN NOT = WS-GRP-ICN                 00380000
003810     EXIT.                                                        00381000
003820                                                                  00382000
003830 342-UPDATE-GROUP-ONE.                                            00383000
003840     PERFORM 350-REWRITE-LOG                                      00384000
003850     PERFORM 345-READ-NEXT-LOG                                    00385000
003860     EXIT.                                                        00386000
003870                                                                  00387000
003880 345-READ-NEXT-LOG.                                               00388000
003890     READ LOGF NEXT RECORD                                        00389000
003900         AT END                                                   00390000
003910              SET FF-LOGF TO TRUE                                 00391000
003920     END-READ                                                     00392000
003930     EXIT.                                                        00393000
003940                                                                  00394000
003950 350-REWRITE-LOG.                                                 00395000
003960     MOVE WS-NEW-STAT  TO EDL-STATUS                              00396000
003970     MOVE WS-ASOF-DATE TO EDL-ACK-DATE                            00397000
003980     REWRITE L-EDILOG                                             00398000
003990     IF WS-LOGF-STATUS NOT = '00'                                 00399000
004000         DISPLAY 'ERREUR REECRITURE EDILOG : ' WS-LOGF-STATUS     00400000
004010         PERFORM ABEND-PROG                                       00401000
004020     END-IF                                                       00402000
004030     EVALUATE WS-NEW-STAT                                         00403000
004040         WHEN 'A'                                                 00404000
004050             ADD 1 TO WS-ACK-ACC                                  00405000
004060         WHEN 'E'                                                 00406000
004070             ADD 1 TO WS-ACK-ERR                                  00407000
004080         WHEN OTHER                                               00408000
004090             ADD 1 TO WS-ACK-REJ                                  00409000
004100     END-EVALUATE                                                 00410000
004110     EXIT.                                                        00411000
004120                                                                  00412000
004130******************************************************************00413000
004140* LISTE D UNE SECTION DE L ETAT : PARCOURS COMPLET DU JOURNAL     00414000
004150* APRES L ENREGISTREMENT DE CONTROLE (CLE A ZERO)                 00415000
004160******************************************************************00416000
004170 500-LIST-LOG.                                                    00417000
004180     WRITE ENR-EDIACKR FROM L-ACR-SECT                            00418000
004190     WRITE ENR-EDIACKR FROM L-ACR-HDR                             00419000
004200     MOVE ZERO TO EDL-ICN                                         00420000
004210     MOVE ZERO TO EDL-STCN                                        00421000
004220     MOVE 0 TO FLAG-LOGF                                          00422000
004230     START LOGF KEY IS > EDL-KEY                                  00423000
004240         INVALID KEY                                              00424000
004250              SET FF-LOGF TO TRUE                                 00425000
004260     END-START                                                    00426000
004270     IF NOT FF-LOGF                                               00427000
004280         PERFORM 345-READ-NEXT-LOG                                00428000
004290     END-IF                                                       00429000
004300     PERFORM 510-LIST-ONE UNTIL FF-LOGF                           00430000
004310     WRITE ENR-EDIACKR FROM L-ACR-VIDE                            00431000
004320     EXIT.                                                        00432000
004330                                                                  00433000
004340 510-LIST-ONE.                                                    00434000
004350     MOVE ZERO TO WS-AGE-MIN                                      00435000
004360     MOVE EDL-SENT-DATE(1:4) TO W-YMD-Y                           00436000
004370     MOVE EDL-SENT-DATE(6:2) TO W-YMD-M                           00437000
004380     MOVE EDL-SENT-DATE(9:2) TO W-YMD-D                           00438000
004390     MOVE EDL-SENT-TIME TO WS-HHMM                                00439000
004400     IF W-YMD-NUM NUMERIC AND WS-HHMM NUMERIC                     00440000
004410         COMPUTE WS-SENT-MIN = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)00441000
004420                             * 1440 + WS-HH * 60 + WS-MM          00442000
004430         COMPUTE WS-AGE-MIN = WS-ASOF-MIN - WS-SENT-MIN           00443000
004440     END-IF                                                       00444000
004450     IF ACS-TITLE = 'REJECTED BY PARTNER'                         00445000
004460         IF EDL-REJECTED                                          00446000
004470             ADD 1 TO WS-LST-REJ                                  00447000
004480             PERFORM 520-PRINT-LOG                                00448000
004490         END-IF                                                   00449000
004500     ELSE                                                         00450000
004510         IF EDL-SENT AND WS-AGE-MIN >= 1440                       00451000
004520             ADD 1 TO WS-LST-LATE                                 00452000
004530             PERFORM 520-PRINT-LOG                                00453000
004540         END-IF                                                   00454000
004550     END-IF                                                       00455000
004560     PERFORM 345-READ-NEXT-LOG                                    00456000
004570     EXIT.                                                        00457000
004580                                                                  00458000
004590 520-PRINT-LOG.                                                   00459000
004600     MOVE EDL-ICN       TO ACL-ICN                                00460000
004610     MOVE EDL-STCN      TO ACL-STCN                               00461000
004620     MOVE EDL-C-NO      TO ACL-C-NO                               00462000
004630     MOVE EDL-COMPANY   TO ACL-COMPANY                            00463000
004640     MOVE EDL-O-NO      TO ACL-O-NO                               00464000
004650     IF EDL-DOC-TYPE = 'C'                                        00465000
004660         MOVE 'CREDIT'  TO ACL-TYPE                               00466000
004670         SUBTRACT EDL-TOTAL FROM WS-LST-AMT                       00467000
004680     ELSE                                                         00468000
004690         MOVE 'INVOICE' TO ACL-TYPE                               00469000
004700         ADD EDL-TOTAL TO WS-LST-AMT                              00470000
004710     END-IF                                                       00471000
004720     MOVE EDL-TOTAL     TO ACL-TOTAL                              00472000
004730     MOVE EDL-SENT-DATE TO ACL-SENT-D                             00473000
004740     MOVE EDL-SENT-TIME TO ACL-SENT-T                             00474000
004750     MOVE EDL-ACK-DATE  TO ACL-ACK-D                              00475000
004760     COMPUTE WS-AGE-HRS = WS-AGE-MIN / 60                         00476000
004770     MOVE WS-AGE-HRS    TO ACL-AGE                                00477000
004780     WRITE ENR-EDIACKR FROM L-ACR-LINE                            00478000
004790     EXIT.                                                        00479000
004800                                                                  00480000
004810******************************************************************00481000
004820* PARAGRAPHE D EDITION DES TOTAUX DE CONTROLE                     00482000
004830******************************************************************00483000
004840 900-WRITE-TOTALS.                                                00484000
004850     MOVE '997 SEGMENTS READ'             TO ACR-CNT-LABEL        00485000
004860     MOVE WS-SEG-READ                     TO ACR-CNT-VALUE        00486000
004870     WRITE ENR-EDIACKR FROM L-ACR-CNT                             00487000
004880     MOVE 'DOCUMENTS ACCEPTED'            TO ACR-CNT-LABEL        00488000
004890     MOVE WS-ACK-ACC                      TO ACR-CNT-VALUE        00489000
004900     WRITE ENR-EDIACKR FROM L-ACR-CNT                             00490000
004910     MOVE 'DOCUMENTS ACCEPTED WITH ERRORS' TO ACR-CNT-LABEL       00491000
004920     MOVE WS-ACK-ERR                      TO ACR-CNT-VALUE        00492000
004930     WRITE ENR-EDIACKR FROM L-ACR-CNT                             00493000
004940     MOVE 'DOCUMENTS REJECTED'            TO ACR-CNT-LABEL        00494000
004950     MOVE WS-ACK-REJ                      TO ACR-CNT-VALUE        00495000
004960     WRITE ENR-EDIACKR FROM L-ACR-CNT                             00496000
004970     MOVE 'ACKNOWLEDGEMENTS NOT MATCHED'  TO ACR-CNT-LABEL        00497000
004980     MOVE WS-ACK-UNK                      TO ACR-CNT-VALUE        00498000
004990     WRITE ENR-EDIACKR FROM L-ACR-CNT                             00499000
005000     MOVE 'REJECTED DOCUMENTS LISTED'     TO ACR-CNT-LABEL        00500000
005010     MOVE WS-LST-REJ                      TO ACR-CNT-VALUE        00501000
005020     WRITE ENR-EDIACKR FROM L-ACR-CNT                             00502000
005030     MOVE 'OVERDUE DOCUMENTS LISTED'      TO ACR-CNT-LABEL        00503000
005040     MOVE WS-LST-LATE                     TO ACR-CNT-VALUE        00504000
005050     WRITE ENR-EDIACKR FROM L-ACR-CNT                             00505000
005060     MOVE 'NET AMOUNT LISTED'             TO ACR-TOT-LABEL        00506000
005070     MOVE WS-LST-AMT                      TO ACR-TOT-VALUE        00507000
005080     WRITE ENR-EDIACKR FROM L-ACR-TOT                             00508000
005090     DISPLAY '997 SEGMENTS READ     : ' WS-SEG-READ               00509000
005100     DISPLAY 'ACCEPTED              : ' WS-ACK-ACC                00510000
005110     DISPLAY 'ACCEPTED WITH ERRORS  : ' WS-ACK-ERR                00511000
005120     DISPLAY 'REJECTED              : ' WS-ACK-REJ                00512000
005130     DISPLAY 'NOT MATCHED           : ' WS-ACK-UNK                00513000
005140     DISPLAY 'REJECTED LISTED       : ' WS-LST-REJ                00514000
005150     DISPLAY 'OVERDUE LISTED        : ' WS-LST-LATE               00515000
005160     EXIT.                                                        00516000
005170                                                                  00517000
005180******************************************************************00518000
005190* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00519000
005200* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00520000
005210******************************************************************00521000
005220 ABEND-PROG.                                                      00522000
005230     DISPLAY 'ABEND-PROG !'                                       00523000
005240     COMPUTE WS-ANO = 1 / WS-ANO.                                 00524000
