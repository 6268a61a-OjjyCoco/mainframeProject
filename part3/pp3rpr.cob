000300* 02/09/2026 GAY  DUE DATE, TERMS CODE AND EARLY-PAYMENT          00030000
000310*                  DISCOUNT NOTE REPRINTED FROM THE HEADER WHEN   00031000
000320*                  THE DOCUMENT CARRIES THEM                      00032000
000321* 15/10/2026 GAY  TAX-EXEMPT DOCUMENTS REPRINTED WITH THE TAX     00032100
000322*                  EXEMPT LINE AND THE CERTIFICATE NOTE, TAKEN    00032200
000323*                  FROM THE CERTIFICATE CARRIED ON THE DETAILS    00032300
000324* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00032400
000325*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00032500
000326*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00032600
000327* 15/10/2026 GAY  SHIPPED VIA LINE (CARRIER AND TRACKING NUMBER   00032700
000328*                  OF THE CONFIRMED SHIPMENT) REPRINTED FROM THE  00032800
000329*                  DETAILS, UNDER EACH ORDER OF THE DOCUMENT      00032900
000329* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00032901
000329*                  NO UNSET FIELD REACHES JOBLOG                  00032902
000330******************************************************************00033000
000340                                                                  00034000
000350 ENVIRONMENT DIVISION.                                            00035000
001760 77 WS-PREV-D-ONO   PIC 9(6) VALUE ZERO.                          00176000
001770 77 WS-DOC-PRINTED  PIC 9(7) VALUE ZERO.                          00177000
001780                                                                  00178000
001781******************************************************************00178100
001782* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00178200
001783******************************************************************00178300
001784     COPY JLGREC.                                                 00178400
001785                                                                  00178500
001790 PROCEDURE DIVISION.                                              00179000
001791                                                                  00179100
001791     INITIALIZE L-JOBLOG                                          00179101
001792     MOVE 'PJPART3R' TO JLG-PROGRAM                               00179200
001793     MOVE 'S' TO JLG-TYPE                                         00179300
001794     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00179400
001800                                                                  00180000
001810     PERFORM 100-INITIALIZE                                       00181000
001820                                                                  00182000
001860                                                                  00186000
001870     CLOSE INVX                                                   00187000
001880     CLOSE RPRT                                                   00188000
001881                                                                  00188100
001882     MOVE SPACES TO JLG-RUN-KEY                                   00188200
001883     MOVE ZERO TO JLG-IN-CNT                                      00188300
001884     MOVE WS-DOC-PRINTED TO JLG-OUT-CNT                           00188400
001885     MOVE RETURN-CODE TO JLG-RC                                   00188500
001886     MOVE 'E' TO JLG-TYPE                                         00188600
001887     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00188700
001890                                                                  00189000
001900     GOBACK.                                                      00190000
001910                                                                  00191000
003680     WRITE ENR-REPRINT FROM L-ORDER-NUM                           00368000
003690     MOVE INVXH-O-DATE TO ED-O-DATE                               00369000
003700     WRITE ENR-REPRINT FROM L-ORDER-DATE                          00370000
003701     IF WS-BUF-CNT > ZERO                                         00370100
003702         MOVE BUF-REC(1) TO L-INVX-DET                            00370200
003703         PERFORM 415-PRINT-SHIP-VIA                               00370300
003704     END-IF                                                       00370400
003710     IF INVXH-DUEDATE NOT = SPACES                                00371000
003720         MOVE INVXH-DUEDATE TO ED-DUE-DATE                        00372000
003730         MOVE INVXH-TERMS   TO ED-TERMS                           00373000
004540         INITIALIZE L-ORDER-NUM                                   00454000
004550         MOVE INVXD-O-NO TO ED-O-NO                               00455000
004560         WRITE ENR-REPRINT FROM L-ORDER-NUM                       00456000
004561         PERFORM 415-PRINT-SHIP-VIA                               00456100
004570         WRITE ENR-REPRINT FROM L-BOX-PROD                        00457000
004580         WRITE ENR-REPRINT FROM L-ENTETE-BOX-PROD                 00458000
004590         MOVE INVXD-O-NO TO WS-PREV-D-ONO                         00459000
004810     IF WS-LINE-CNT >= WS-MAX-LINES-PG                            00481000
004820        AND BUF-IDX < WS-BUF-CNT                                  00482000
004830         PERFORM 420-PAGE-BREAK                                   00483000
004831     END-IF                                                       00483100
004831     EXIT.                                                        00483101
004832                                                                  00483200
004832******************************************************************00483201
004833* LIGNE DU TRANSPORTEUR ET DU SUIVI DE LA COMMANDE DU DETAIL EN   00483300
004833* COURS (A BLANC OU A LOW-VALUES SUR LES DETAILS PLUS ANCIENS)    00483301
004834******************************************************************00483400
004834 415-PRINT-SHIP-VIA.                                              00483401
004835     IF INVXD-CARRIER NOT = SPACES                                00483500
004835        AND INVXD-CARRIER NOT = LOW-VALUES                        00483501
004836         MOVE INVXD-CARRIER  TO ED-CARRIER                        00483600
004836         MOVE INVXD-TRACKING TO ED-TRACKING                       00483601
004837         WRITE ENR-REPRINT FROM L-SHIP-VIA                        00483700
004840     END-IF                                                       00484000
004850     EXIT.                                                        00485000
004860                                                                  00486000
005130     MOVE INVXH-FREIGHT TO WS-TOT-AMT                             00513000
005140     PERFORM 440-WRITE-TOTAL-LINE                                 00514000
005150                                                                  00515000
005160     MOVE SPACES TO INVXD-CERT-NO                                 00516000
005170     IF WS-BUF-CNT > ZERO                                         00517000
005180         MOVE BUF-REC(1) TO L-INVX-DET                            00518000
005190         IF INVXD-CERT-NO = LOW-VALUES                            00519000
005200             MOVE SPACES TO INVXD-CERT-NO                         00520000
005210         END-IF                                                   00521000
005220     END-IF                                                       00522000
005221     IF INVXD-CERT-NO NOT = SPACES                                00522100
005221         MOVE 'TAX EXEMPT' TO ED-TOTAL                            00522101
005222     ELSE                                                         00522200
005222         MOVE INVXH-TAXPCT TO ED-TVA                              00522201
005223         STRING                                                   00522300
005223            'SALEE TAX (' DELIMITED BY SIZE                       00522301
005224            ED-TVA DELIMITED BY SIZE                              00522400
005224            '%)'   DELIMITED BY SIZE                              00522401
005225            INTO ED-TOTAL                                         00522500
005225         END-STRING                                               00522501
005226     END-IF                                                       00522600
005230     MOVE INVXH-TAXAMT TO WS-TOT-AMT                              00523000
005240     PERFORM 440-WRITE-TOTAL-LINE                                 00524000
005250                                                                  00525000
005420     MOVE 'TOTAL' TO ED-TOTAL                                     00542000
005430     MOVE INVXH-TOTAL TO WS-TOT-AMT                               00543000
005440     PERFORM 440-WRITE-TOTAL-LINE                                 00544000
005441     IF INVXD-CERT-NO NOT = SPACES                                00544100
005442         MOVE INVXD-CERT-NO     TO ED-CERT-NO                     00544200
005443         MOVE INVXD-EXEMPT-TYPE TO ED-CERT-TYPE                   00544300
005444         WRITE ENR-REPRINT FROM L-CERT-NOTE                       00544400
005445     END-IF                                                       00544500
005450     EXIT.                                                        00545000
005460                                                                  00546000
005470 440-WRITE-TOTAL-LINE.                                            00547000
