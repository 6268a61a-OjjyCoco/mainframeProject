000240*                  REASON CODE AND BY PRODUCT, SO SALES           00024000
000250*                  MANAGEMENT CAN FINALLY SEE WHY GOODS COME      00025000
000260*                  BACK                                           00026000
000261* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00026100
000262*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00026200
000263*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00026300
000264* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00026400
000265*                  NO UNSET FIELD REACHES JOBLOG                  00026500
000270******************************************************************00027000
000280                                                                  00028000
000290 ENVIRONMENT DIVISION.                                            00029000
001630      05 RRT-VALUE PIC Z(10)9.99-.                                00163000
001640      05 FILLER    PIC X(49) VALUE SPACES.                        00164000
001650                                                                  00165000
001651******************************************************************00165100
001652* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00165200
001653******************************************************************00165300
001654     COPY JLGREC.                                                 00165400
001655                                                                  00165500
001660 PROCEDURE DIVISION.                                              00166000
001661                                                                  00166100
001661     INITIALIZE L-JOBLOG                                          00166101
001662     MOVE 'PJPART3N' TO JLG-PROGRAM                               00166200
001663     MOVE 'S' TO JLG-TYPE                                         00166300
001664     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00166400
001670                                                                  00167000
001680     PERFORM 100-INITIALIZE                                       00168000
001690                                                                  00169000
001740     PERFORM 900-WRITE-TOTALS                                     00174000
001750                                                                  00175000
001760     CLOSE RREG                                                   00176000
001761                                                                  00176100
001762     MOVE WS-SEL-MONTH TO JLG-RUN-KEY                             00176200
001763     MOVE WS-LOG-READ TO JLG-IN-CNT                               00176300
001764     MOVE WS-LOG-USED TO JLG-OUT-CNT                              00176400
001765     MOVE RETURN-CODE TO JLG-RC                                   00176500
001766     MOVE 'E' TO JLG-TYPE                                         00176600
001767     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00176700
001770                                                                  00177000
001780     GOBACK.                                                      00178000
001790                                                                  00179000
