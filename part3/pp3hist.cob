000220*                  THE PERMANENT KSDS INVHIST, KEYED BY ORDER     00022000
000230*                  NUMBER + DOCUMENT TYPE + LINE SEQUENCE, FOR THE00023000
000240*                  PJIQ ONLINE INQUIRY                            00024000
000241* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00024100
000242*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00024200
000243*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00024300
000244* 15/10/2026 GAY  A LATER DOCUMENT OF AN ORDER AND TYPE ALREADY ON00024400
000244*                  FILE (SECOND RELEASE INVOICE B, WRITE-OFF W OF 00024401
000245*                  ANOTHER ITEM) NO LONGER REPLACES THE FIRST :   00024500
000245*                  ITS HEADER AND DETAILS TAKE THE SEQUENCES      00024501
000246*                  AFTER THE LAST RECORD OF THAT ORDER AND TYPE.  00024600
000246*                  A HEADER IS NOW ANY RECORD WHOSE DATA IS NOT A 00024601
000247*                  'D'. A DOCUMENT RELOADED UNCHANGED STILL       00024700
000247*                  REPLACES ITSELF IN PLACE. A NEW KSDS IS        00024701
000248*                  CREATED EMPTY THEN OPENED IN UPDATE            00024800
000248* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00024801
000249*                  NO UNSET FIELD REACHES JOBLOG                  00024900
000250******************************************************************00025000
000260                                                                  00026000
000270 ENVIRONMENT DIVISION.                                            00027000
000370******************************************************************00037000
000380      SELECT HIST ASSIGN TO INVHIST                               00038000
000390      ORGANIZATION IS INDEXED                                     00039000
000400      ACCESS MODE  IS DYNAMIC                                     00040000
000410      RECORD KEY   IS HIST-KEY                                    00041000
000420      FILE STATUS  IS WS-HIST-STATUS.                             00042000
000430                                                                  00043000
000950 77 WS-MEMBER-SEQ PIC 9(3) VALUE ZERO.                            00095000
000960 01 WS-HOLD-HDR PIC X(204).                                       00096000
000970                                                                  00097000
000971******************************************************************00097100
000971* PLACEMENT DU DOCUMENT : SEQUENCE DE SON ENTETE (000 POUR LE     00097101
000971* PREMIER DOCUMENT D UNE COMMANDE ET D UN TYPE, SINON LA SEQUENCE 00097102
000971* QUI SUIT LE DERNIER ENREGISTREMENT DEJA CHARGE)                 00097103
000971******************************************************************00097104
000971 77 WS-DOC-BASE   PIC 9(3) VALUE ZERO.                            00097105
000971 77 WS-HDR-BASE   PIC 9(3) VALUE ZERO.                            00097106
000971 77 WS-CUR-BASE   PIC 9(3) VALUE ZERO.                            00097107
000971 77 WS-NEXT-SEQ   PIC 9(4) VALUE ZERO.                            00097108
000971 77 WS-SCAN-ONO   PIC 9(6) VALUE ZERO.                            00097109
000971 77 WS-SCAN-TYPE  PIC X(1) VALUE SPACE.                           00097110
000971 77 WS-SCAN-SW    PIC X(1) VALUE 'N'.                             00097111
000971    88 SCAN-DONE  VALUE 'Y'.                                      00097112
000971 77 WS-RELOAD-SW  PIC X(1) VALUE 'N'.                             00097113
000971    88 DOC-RELOADED VALUE 'Y'.                                    00097114
000971 77 WS-LATER-CNT  PIC 9(7) VALUE ZERO.                            00097115
000971                                                                  00097116
000971******************************************************************00097117
000972* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00097200
000973******************************************************************00097300
000974     COPY JLGREC.                                                 00097400
000975                                                                  00097500
000980 PROCEDURE DIVISION.                                              00098000
000981                                                                  00098100
000981     INITIALIZE L-JOBLOG                                          00098101
000982     MOVE 'PJPART3H' TO JLG-PROGRAM                               00098200
000983     MOVE 'S' TO JLG-TYPE                                         00098300
000984     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00098400
000990                                                                  00099000
001000     PERFORM 100-INITIALIZE                                       00100000
001010                                                                  00101000
001050                                                                  00105000
001060     CLOSE INVX                                                   00106000
001070     CLOSE HIST                                                   00107000
001071                                                                  00107100
001072     MOVE SPACES TO JLG-RUN-KEY                                   00107200
001073     MOVE WS-READ-CNT TO JLG-IN-CNT                               00107300
001074     COMPUTE JLG-OUT-CNT = WS-ADDED-CNT                           00107400
001075                + WS-UPDATED-CNT                                  00107500
001076     MOVE RETURN-CODE TO JLG-RC                                   00107600
001077     MOVE 'E' TO JLG-TYPE                                         00107700
001078     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00107800
001080                                                                  00108000
001090     GOBACK.                                                      00109000
001100                                                                  00110000
001110******************************************************************00111000
001120* PARAGRAPHE D INITIALISATION : OUVERTURE DU KSDS EN MISE A JOUR, 00112000
001130* OU CREE VIDE PUIS OUVERT EN MISE A JOUR S IL N A JAMAIS ETE     00113000
001131* CHARGE (STATUT 35)                                              00113100
001140******************************************************************00114000
001150 100-INITIALIZE.                                                  00115000
001160     OPEN INPUT INVX                                              00116000
001170     OPEN I-O HIST                                                00117000
001180     IF WS-HIST-STATUS = '35'                                     00118000
001190         OPEN OUTPUT HIST                                         00119000
001191         CLOSE HIST                                               00119100
001192         OPEN I-O HIST                                            00119200
001200     END-IF                                                       00120000
001210     IF WS-HIST-STATUS NOT = '00'                                 00121000
001220         DISPLAY 'INVHIST OPEN ERROR : ' WS-HIST-STATUS           00122000
001540         MOVE ENR-INVX   TO WS-HOLD-HDR                           00154000
001550         MOVE WS-HDR-ONO  TO HK-O-NO                              00155000
001560         MOVE WS-DOC-TYPE TO HK-TYPE                              00156000
001570         PERFORM 330-FIND-DOC-BASE                                00157000
001571         MOVE WS-DOC-BASE TO WS-HDR-BASE                          00157100
001572         MOVE WS-DOC-BASE TO WS-CUR-BASE                          00157200
001580         MOVE WS-HOLD-HDR TO HIST-DATA                            00158000
001590         PERFORM 320-WRITE-HIST                                   00159000
001600         MOVE WS-HDR-ONO TO WS-PREV-D-ONO                         00160000
001720     IF INVXD-O-NO NOT = WS-PREV-D-ONO                            00172000
001730         MOVE INVXD-O-NO TO WS-PREV-D-ONO                         00173000
001740         MOVE ZERO TO WS-MEMBER-SEQ                               00174000
001741         MOVE WS-HDR-BASE TO WS-CUR-BASE                          00174100
001750         IF INVXD-O-NO NOT = WS-HDR-ONO                           00175000
001760             MOVE INVXD-O-NO  TO HK-O-NO                          00176000
001770             MOVE WS-DOC-TYPE TO HK-TYPE                          00177000
001780             PERFORM 330-FIND-DOC-BASE                            00178000
001781             MOVE WS-DOC-BASE TO WS-CUR-BASE                      00178100
001790             MOVE WS-HOLD-HDR TO HIST-DATA                        00179000
001800             PERFORM 320-WRITE-HIST                               00180000
001810         END-IF                                                   00181000
001830     ADD 1 TO WS-MEMBER-SEQ                                       00183000
001840     MOVE INVXD-O-NO  TO HK-O-NO                                  00184000
001850     MOVE WS-DOC-TYPE TO HK-TYPE                                  00185000
001860     COMPUTE HK-SEQ = WS-CUR-BASE + WS-MEMBER-SEQ                 00186000
001870     MOVE BUF-REC(BUF-IDX) TO HIST-DATA                           00187000
001880     PERFORM 320-WRITE-HIST                                       00188000
001890     EXIT.                                                        00189000
002020     END-WRITE                                                    00202000
002030     EXIT.                                                        00203000
002040                                                                  00204000
002041******************************************************************00204100
002041* PARAGRAPHES DE PLACEMENT D UN DOCUMENT (HK-O-NO + HK-TYPE) :    00204101
002041* LES ENREGISTREMENTS DEJA CHARGES POUR LA COMMANDE ET LE TYPE    00204102
002041* SONT PARCOURUS. UNE ENTETE IDENTIQUE A CELLE DU DOCUMENT =      00204103
002041* RECHARGEMENT DU MEME DOCUMENT, REECRIT A SA PLACE. SINON LE     00204104
002041* DOCUMENT PREND LA SEQUENCE QUI SUIT LE DERNIER ENREGISTREMENT   00204105
002042* (000 SI AUCUN)                                                  00204200
002042******************************************************************00204201
002042 330-FIND-DOC-BASE.                                               00204202
002042     MOVE HK-O-NO TO WS-SCAN-ONO                                  00204203
002042     MOVE HK-TYPE TO WS-SCAN-TYPE                                 00204204
002042     MOVE ZERO TO WS-DOC-BASE                                     00204205
002043     MOVE ZERO TO WS-NEXT-SEQ                                     00204300
002043     MOVE 'N'  TO WS-RELOAD-SW                                    00204301
002043     MOVE 'N'  TO WS-SCAN-SW                                      00204302
002043     MOVE ZERO TO HK-SEQ                                          00204303
002043     START HIST KEY IS NOT LESS THAN HIST-KEY                     00204304
002043     IF WS-HIST-STATUS NOT = '00'                                 00204305
002044         SET SCAN-DONE TO TRUE                                    00204400
002044     END-IF                                                       00204401
002044     PERFORM 335-SCAN-DOC-RECORD UNTIL SCAN-DONE                  00204402
002044     IF NOT DOC-RELOADED AND WS-NEXT-SEQ > ZERO                   00204403
002044         IF WS-NEXT-SEQ + WS-BUF-CNT > 999                        00204404
002044             DISPLAY 'NO SEQUENCE LEFT IN INVHIST FOR '           00204405
002045                     WS-SCAN-ONO ' ' WS-SCAN-TYPE                 00204500
002045             PERFORM ABEND-PROG                                   00204501
002045         END-IF                                                   00204502
002045         MOVE WS-NEXT-SEQ TO WS-DOC-BASE                          00204503
002045         ADD 1 TO WS-LATER-CNT                                    00204504
002045     END-IF                                                       00204505
002046     MOVE WS-SCAN-ONO  TO HK-O-NO                                 00204600
002046     MOVE WS-SCAN-TYPE TO HK-TYPE                                 00204601
002046     MOVE WS-DOC-BASE  TO HK-SEQ                                  00204602
002046     EXIT.                                                        00204603
002046                                                                  00204604
002046 335-SCAN-DOC-RECORD.                                             00204605
002047     READ HIST NEXT RECORD                                        00204700
002047     IF WS-HIST-STATUS NOT = '00'                                 00204701
002047        OR HK-O-NO NOT = WS-SCAN-ONO                              00204702
002047        OR HK-TYPE NOT = WS-SCAN-TYPE                             00204703
002047         SET SCAN-DONE TO TRUE                                    00204704
002047     ELSE                                                         00204705
002048         COMPUTE WS-NEXT-SEQ = HK-SEQ + 1                         00204800
002048         IF NOT DOC-RELOADED AND HIST-DATA = WS-HOLD-HDR          00204801
002048             MOVE HK-SEQ TO WS-DOC-BASE                           00204802
002048             SET DOC-RELOADED TO TRUE                             00204803
002048         END-IF                                                   00204804
002048     END-IF                                                       00204805
002049     EXIT.                                                        00204900
002049                                                                  00204901
002050 900-WRITE-TOTALS.                                                00205000
002060     DISPLAY 'INVEXTR RECORDS READ : ' WS-READ-CNT                00206000
002070     DISPLAY 'HISTORY ADDED        : ' WS-ADDED-CNT               00207000
002080     DISPLAY 'HISTORY REPLACED     : ' WS-UPDATED-CNT             00208000
002081     DISPLAY 'LATER DOCUMENTS      : ' WS-LATER-CNT               00208100
002090     EXIT.                                                        00209000
002100                                                                  00210000
002110******************************************************************00211000
