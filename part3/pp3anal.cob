000251* 23/08/2026 GAY  PRODUCT SECTION BASED AND LABELLED GROSS OF     00025100
000252*                  CUSTOMER DISCOUNTS (LINE REVENUE), STATE       00025200
000253*                  AND DEPT SECTIONS NET (HEADER SUBTOTAL)        00025300
000254* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00025400
000255*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00025500
000256*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00025600
000257* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00025700
000258*                  NO UNSET FIELD REACHES JOBLOG                  00025800
000260******************************************************************00026000
000270                                                                  00027000
000280 ENVIRONMENT DIVISION.                                            00028000
002030      05 ANA-TOTAL PIC Z(10)9.99-.                                00203000
002040      05 FILLER    PIC X(84) VALUE SPACES.                        00204000
002050                                                                  00205000
002051******************************************************************00205100
002052* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00205200
002053******************************************************************00205300
002054     COPY JLGREC.                                                 00205400
002055                                                                  00205500
002060 PROCEDURE DIVISION.                                              00206000
002061                                                                  00206100
002061     INITIALIZE L-JOBLOG                                          00206101
002062     MOVE 'PJPART3E' TO JLG-PROGRAM                               00206200
002063     MOVE 'S' TO JLG-TYPE                                         00206300
002064     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00206400
002070                                                                  00207000
002080     PERFORM 100-INITIALIZE                                       00208000
002090                                                                  00209000
002180     CLOSE INVX                                                   00218000
002190     CLOSE ANAL                                                   00219000
002200     CLOSE SUMO                                                   00220000
002201                                                                  00220100
002202     MOVE WS-SEL-MONTH TO JLG-RUN-KEY                             00220200
002203     MOVE WS-DOCS-USED TO JLG-IN-CNT                              00220300
002204     MOVE WS-DOCS-USED TO JLG-OUT-CNT                             00220400
002205     MOVE RETURN-CODE TO JLG-RC                                   00220500
002206     MOVE 'E' TO JLG-TYPE                                         00220600
002207     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00220700
002208                                                                  00220800
002210     GOBACK.                                                      00221000
002220                                                                  00222000
002230******************************************************************00223000
