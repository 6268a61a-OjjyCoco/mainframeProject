000260*                  CLEARING DOCUMENT SO THE NEXT STATEMENT RUN    00026000
000270*                  SHOWS THE CREDIT SETTLED INSTEAD OF ROLLING    00027000
000280*                  IT FORWARD                                     00028000
000281* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00028100
000282*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00028200
000283*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00028300
000284* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00028400
000285*                  NO UNSET FIELD REACHES JOBLOG                  00028500
000290******************************************************************00029000
000300                                                                  00030000
000310 ENVIRONMENT DIVISION.                                            00031000
001600      05 RFC-VALUE PIC Z(6)9.                                     00160000
001610      05 FILLER    PIC X(58) VALUE SPACES.                        00161000
001620                                                                  00162000
001621******************************************************************00162100
001622* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00162200
001623******************************************************************00162300
001624     COPY JLGREC.                                                 00162400
001625                                                                  00162500
001630 PROCEDURE DIVISION.                                              00163000
001631                                                                  00163100
001631     INITIALIZE L-JOBLOG                                          00163101
001632     MOVE 'PJPART3P' TO JLG-PROGRAM                               00163200
001633     MOVE 'S' TO JLG-TYPE                                         00163300
001634     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00163400
001640                                                                  00164000
001650     PERFORM 100-INITIALIZE                                       00165000
001660                                                                  00166000
001720     CLOSE CHKR                                                   00172000
001730     CLOSE INVX                                                   00173000
001740     CLOSE RREG                                                   00174000
001741                                                                  00174100
001742     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00174200
001743     MOVE WS-BAL-READ TO JLG-IN-CNT                               00174300
001744     MOVE WS-REFUND-CNT TO JLG-OUT-CNT                            00174400
001745     MOVE RETURN-CODE TO JLG-RC                                   00174500
001746     MOVE 'E' TO JLG-TYPE                                         00174600
001747     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00174700
001750                                                                  00175000
001760     GOBACK.                                                      00176000
001770                                                                  00177000
