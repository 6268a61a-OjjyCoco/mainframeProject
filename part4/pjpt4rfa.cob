000250*                  RELEASES) INTO THE PERMANENT AUDIT MASTER,     00025000
000260*                  THEN PRINTS THE MASTER SELECTED BY DATE        00026000
000270*                  RANGE, TABLE, KEY, USER AND ACTION             00027000
000271* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00027100
000272*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00027200
000273*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00027300
000274* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00027400
000275*                  NO UNSET FIELD REACHES JOBLOG                  00027500
000280******************************************************************00028000
000290                                                                  00029000
000300 ENVIRONMENT DIVISION.                                            00030000
001620      05 AUC-VALUE PIC Z(6)9.                                     00162000
001630      05 FILLER    PIC X(90) VALUE SPACES.                        00163000
001640                                                                  00164000
001641******************************************************************00164100
001642* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00164200
001643******************************************************************00164300
001644     COPY JLGREC.                                                 00164400
001645                                                                  00164500
001650 PROCEDURE DIVISION.                                              00165000
001651                                                                  00165100
001651     INITIALIZE L-JOBLOG                                          00165101
001652     MOVE 'PJPART4B' TO JLG-PROGRAM                               00165200
001653     MOVE 'S' TO JLG-TYPE                                         00165300
001654     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00165400
001660                                                                  00166000
001670     PERFORM 100-INITIALIZE                                       00167000
001680                                                                  00168000
001710     PERFORM 900-WRITE-TOTALS                                     00171000
001720                                                                  00172000
001730     CLOSE AUDR                                                   00173000
001731                                                                  00173100
001732     MOVE SPACES TO JLG-RUN-KEY                                   00173200
001733     MOVE WS-DRAINED-CNT TO JLG-IN-CNT                            00173300
001734     MOVE WS-PRINTED-CNT TO JLG-OUT-CNT                           00173400
001735     MOVE RETURN-CODE TO JLG-RC                                   00173500
001736     MOVE 'E' TO JLG-TYPE                                         00173600
001737     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00173700
001738                                                                  00173800
001740     GOBACK.                                                      00174000
001750                                                                  00175000
001760******************************************************************00176000
