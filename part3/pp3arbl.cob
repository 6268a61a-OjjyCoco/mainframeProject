000270*                  MATCHING) ; THE OPNITEMK KSDS (ONE RECORD PER  00027000
000280*                  OPEN DOCUMENT) IS LOADED IN THE SAME PASS FOR  00028000
000290*                  THE ONLINE OPEN/PAID INQUIRIES                 00029000
000291* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00029100
000292*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00029200
000293*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00029300
000294* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B) ARE OPEN    00029400
000295*                  ITEMS LIKE H AND F DOCUMENTS : CUMULATED IN THE00029500
000296*                  CUSTOMER BALANCE AND LOADED TO OPNITEMK UNDER  00029600
000297*                  THEIR OWN KEY                                  00029700
000298* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00029800
000299*                  NO UNSET FIELD REACHES JOBLOG                  00029900
000300******************************************************************00030000
000310                                                                  00031000
000320 ENVIRONMENT DIVISION.                                            00032000
001040 77 WS-HIT-SW  PIC X(1) VALUE 'N'.                                00104000
001050    88 CUST-FOUND VALUE 'Y'.                                      00105000
001060                                                                  00106000
001061******************************************************************00106100
001062* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00106200
001063******************************************************************00106300
001064     COPY JLGREC.                                                 00106400
001065                                                                  00106500
001070 PROCEDURE DIVISION.                                              00107000
001071                                                                  00107100
001071     INITIALIZE L-JOBLOG                                          00107101
001072     MOVE 'PJPART3K' TO JLG-PROGRAM                               00107200
001073     MOVE 'S' TO JLG-TYPE                                         00107300
001074     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00107400
001080                                                                  00108000
001090     PERFORM 100-INITIALIZE                                       00109000
001100                                                                  00110000
001160     CLOSE OPNI                                                   00116000
001170     CLOSE ARBL                                                   00117000
001180     CLOSE OPNK                                                   00118000
001181                                                                  00118100
001182     MOVE SPACES TO JLG-RUN-KEY                                   00118200
001183     MOVE WS-OPEN-READ TO JLG-IN-CNT                              00118300
001184     MOVE WS-OPNK-CNT TO JLG-OUT-CNT                              00118400
001185     MOVE RETURN-CODE TO JLG-RC                                   00118500
001186     MOVE 'E' TO JLG-TYPE                                         00118600
001187     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00118700
001190                                                                  00119000
001200     GOBACK.                                                      00120000
001210                                                                  00121000
001540******************************************************************00154000
001550 300-ACCUM-OPEN-ITEM.                                             00155000
001560     MOVE ENR-OPNITEM TO L-INVX-HDR                               00156000
001570     IF INVXH-TYPE = 'H' OR INVXH-TYPE = 'F' OR INVXH-TYPE = 'B'  00157000
001580         IF INVXH-C-NO NOT NUMERIC                                00158000
001590             MOVE ZERO TO INVXH-C-NO                              00159000
001600         END-IF                                                   00160000
