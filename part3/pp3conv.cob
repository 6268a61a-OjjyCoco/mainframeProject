000270*                  THE BALANCE-FORWARD FILE IS KEYED BY COMPANY   00027000
000280*                  AND NEEDS NO CONVERSION. EVERY PASS IS         00028000
000290*                  OPTIONAL : AN ABSENT INPUT IS SKIPPED          00029000
000291* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00029100
000292*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00029200
000293*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00029300
000294* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00029400
000295*                  NO UNSET FIELD REACHES JOBLOG                  00029500
000300******************************************************************00030000
000310                                                                  00031000
000320 ENVIRONMENT DIVISION.                                            00032000
001770                                                                  00177000
001780 01 WS-NEW-REC PIC X(204).                                        00178000
001790                                                                  00179000
001791******************************************************************00179100
001792* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00179200
001793******************************************************************00179300
001794     COPY JLGREC.                                                 00179400
001795                                                                  00179500
001800 PROCEDURE DIVISION.                                              00180000
001801                                                                  00180100
001801     INITIALIZE L-JOBLOG                                          00180101
001802     MOVE 'PJPART3V' TO JLG-PROGRAM                               00180200
001803     MOVE 'S' TO JLG-TYPE                                         00180300
001804     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00180400
001810                                                                  00181000
001820     PERFORM 300-CONVERT-HIST                                     00182000
001830     PERFORM 400-CONVERT-OPNI                                     00183000
001840     PERFORM 500-CONVERT-HOLD                                     00184000
001850     PERFORM 600-CONVERT-SHIP                                     00185000
001860     PERFORM 900-WRITE-TOTALS                                     00186000
001861                                                                  00186100
001862     MOVE SPACES TO JLG-RUN-KEY                                   00186200
001863     MOVE WS-HIST-CNT TO JLG-IN-CNT                               00186300
001864     MOVE WS-OPNI-CNT TO JLG-OUT-CNT                              00186400
001865     MOVE RETURN-CODE TO JLG-RC                                   00186500
001866     MOVE 'E' TO JLG-TYPE                                         00186600
001867     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00186700
001868                                                                  00186800
001870     GOBACK.                                                      00187000
001880                                                                  00188000
001890******************************************************************00189000
