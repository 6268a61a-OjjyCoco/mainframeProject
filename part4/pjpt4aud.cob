000220*                  DATASET INTO THE PERMANENT AUDIT MASTER, THEN  00022000
000230*                  PRINTS THE MASTER SELECTED BY DATE RANGE,      00023000
000240*                  USER, PART CODE AND ACTION (SYSIN CARDS)       00024000
000241* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00024100
000242*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00024200
000243*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00024300
000244* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00024400
000245*                  NO UNSET FIELD REACHES JOBLOG                  00024500
000250******************************************************************00025000
000260                                                                  00026000
000270 ENVIRONMENT DIVISION.                                            00027000
001530      05 AUC-VALUE PIC Z(6)9.                                     00153000
001540      05 FILLER    PIC X(90) VALUE SPACES.                        00154000
001550                                                                  00155000
001551******************************************************************00155100
001552* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00155200
001553******************************************************************00155300
001554     COPY JLGREC.                                                 00155400
001555                                                                  00155500
001560 PROCEDURE DIVISION.                                              00156000
001561                                                                  00156100
001561     INITIALIZE L-JOBLOG                                          00156101
001562     MOVE 'PJPART4A' TO JLG-PROGRAM                               00156200
001563     MOVE 'S' TO JLG-TYPE                                         00156300
001564     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00156400
001570                                                                  00157000
001580     PERFORM 100-INITIALIZE                                       00158000
001590                                                                  00159000
001620     PERFORM 900-WRITE-TOTALS                                     00162000
001630                                                                  00163000
001640     CLOSE AUDR                                                   00164000
001641                                                                  00164100
001642     MOVE SPACES TO JLG-RUN-KEY                                   00164200
001643     MOVE WS-DRAINED-CNT TO JLG-IN-CNT                            00164300
001644     MOVE WS-PRINTED-CNT TO JLG-OUT-CNT                           00164400
001645     MOVE RETURN-CODE TO JLG-RC                                   00164500
001646     MOVE 'E' TO JLG-TYPE                                         00164600
001647     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00164700
001648                                                                  00164800
001650     GOBACK.                                                      00165000
001660                                                                  00166000
001670******************************************************************00167000
