000240*                  EVERY CICS TRANSACTION) INTO THE PERMANENT     00024000
000250*                  VIOLATION MASTER, THEN PRINTS THE DAY'S        00025000
000260*                  REFUSALS BY USER AND TRANSACTION               00026000
000261* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00026100
000262*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00026200
000263*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00026300
000264* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00026400
000265*                  NO UNSET FIELD REACHES JOBLOG                  00026500
000270******************************************************************00027000
000280                                                                  00028000
000290 ENVIRONMENT DIVISION.                                            00029000
001230      05 SEC-VALUE PIC Z(6)9.                                     00123000
001240      05 FILLER    PIC X(58) VALUE SPACES.                        00124000
001250                                                                  00125000
001251******************************************************************00125100
001252* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00125200
001253******************************************************************00125300
001254     COPY JLGREC.                                                 00125400
001255                                                                  00125500
001260 PROCEDURE DIVISION.                                              00126000
001261                                                                  00126100
001261     INITIALIZE L-JOBLOG                                          00126101
001262     MOVE 'PJPART4C' TO JLG-PROGRAM                               00126200
001263     MOVE 'S' TO JLG-TYPE                                         00126300
001264     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00126400
001270                                                                  00127000
001280     PERFORM 100-INITIALIZE                                       00128000
001290                                                                  00129000
001310     PERFORM 900-WRITE-TOTALS                                     00131000
001320                                                                  00132000
001330     CLOSE SECR                                                   00133000
001331                                                                  00133100
001332     MOVE SPACES TO JLG-RUN-KEY                                   00133200
001333     MOVE WS-DRAINED-CNT TO JLG-IN-CNT                            00133300
001334     MOVE WS-DRAINED-CNT TO JLG-OUT-CNT                           00133400
001335     MOVE RETURN-CODE TO JLG-RC                                   00133500
001336     MOVE 'E' TO JLG-TYPE                                         00133600
001337     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00133700
001338                                                                  00133800
001340     GOBACK.                                                      00134000
001350                                                                  00135000
001360******************************************************************00136000
