000260*                  THE PARTWGT WEIGHT FILE FOR THE BILLING RUN    00026000
000270* 23/08/2026 GAY  SYNC REPORT LINE NOW KEEPS THE OLD PRODUCT      00027000
000280*                  DESCRIPTION (BUILT BEFORE THE UPDATE)          00028000
000281* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00028100
000282*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00028200
000283*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00028300
000284* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00028400
000285*                  NO UNSET FIELD REACHES JOBLOG                  00028500
000290******************************************************************00029000
000300                                                                  00030000
000310 ENVIRONMENT DIVISION.                                            00031000
001930      05 RCC-VALUE PIC Z(4)9.                                     00193000
001940      05 FILLER    PIC X(60) VALUE SPACES.                        00194000
001950                                                                  00195000
001951******************************************************************00195100
001952* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00195200
001953******************************************************************00195300
001954     COPY JLGREC.                                                 00195400
001955                                                                  00195500
001960 PROCEDURE DIVISION.                                              00196000
001961                                                                  00196100
001961     INITIALIZE L-JOBLOG                                          00196101
001962     MOVE 'PJPART4R' TO JLG-PROGRAM                               00196200
001963     MOVE 'S' TO JLG-TYPE                                         00196300
001964     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00196400
001970                                                                  00197000
001980     PERFORM 100-INITIALIZE                                       00198000
001990                                                                  00199000
002030                                                                  00203000
002040     CLOSE RECR                                                   00204000
002050     CLOSE WGTO                                                   00205000
002051                                                                  00205100
002052     MOVE SPACES TO JLG-RUN-KEY                                   00205200
002053     MOVE WS-PARTS-READ TO JLG-IN-CNT                             00205300
002054     MOVE WS-APPLIED-CNT TO JLG-OUT-CNT                           00205400
002055     MOVE RETURN-CODE TO JLG-RC                                   00205500
002056     MOVE 'E' TO JLG-TYPE                                         00205600
002057     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00205700
002058                                                                  00205800
002060     GOBACK.                                                      00206000
002070                                                                  00207000
002080******************************************************************00208000
