000260*                  AND PERCENT ATTAINED PER EMPLOYEE WITH         00026000
000270*                  DEPARTMENT SUBTOTALS AGAINST THE DEPARTMENT    00027000
000280*                  QUOTAS                                         00028000
000281* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00028100
000282*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00028200
000283*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00028300
000284* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00028400
000285*                  NO UNSET FIELD REACHES JOBLOG                  00028500
000290******************************************************************00029000
000300                                                                  00030000
000310 ENVIRONMENT DIVISION.                                            00031000
001990      05 QTT-COM    PIC Z(11)9.99-.                               00199000
002000      05 FILLER     PIC X(23) VALUE SPACES.                       00200000
002010                                                                  00201000
002011******************************************************************00201100
002012* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00201200
002013******************************************************************00201300
002014     COPY JLGREC.                                                 00201400
002015                                                                  00201500
002020 PROCEDURE DIVISION.                                              00202000
002021                                                                  00202100
002021     INITIALIZE L-JOBLOG                                          00202101
002022     MOVE 'PJPART3Q' TO JLG-PROGRAM                               00202200
002023     MOVE 'S' TO JLG-TYPE                                         00202300
002024     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00202400
002030                                                                  00203000
002040     PERFORM 100-INITIALIZE                                       00204000
002050                                                                  00205000
002100     PERFORM 900-WRITE-TOTALS                                     00210000
002110                                                                  00211000
002120     CLOSE QREP                                                   00212000
002121                                                                  00212100
002122     MOVE WS-SEL-MONTH TO JLG-RUN-KEY                             00212200
002123     MOVE WS-COMW-READ TO JLG-IN-CNT                              00212300
002124     MOVE WS-EMP-CNT TO JLG-OUT-CNT                               00212400
002125     MOVE RETURN-CODE TO JLG-RC                                   00212500
002126     MOVE 'E' TO JLG-TYPE                                         00212600
002127     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00212700
002128                                                                  00212800
002130     GOBACK.                                                      00213000
002140                                                                  00214000
002150******************************************************************00215000
