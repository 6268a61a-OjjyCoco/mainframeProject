000210*                  LISTS THE ORDHOLD KSDS (ORDERS PARKED BY THE   00021000
000220*                  PJORDE CREDIT CHECK AND AWAITING A PJCR        00022000
000230*                  RELEASE) FOR THE CREDIT MANAGER                00023000
000231* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00023100
000232*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00023200
000233*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00023300
000234* 15/10/2026 GAY  LIMIT COLUMN : CUSTOMER LIMIT OR NATIONAL-      00023400
000235*                  ACCOUNT GROUP LIMIT, FROM THE HOLD REASON      00023500
000236* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00023600
000237*                  NO UNSET FIELD REACHES JOBLOG                  00023700
000240******************************************************************00024000
000250                                                                  00025000
000260 ENVIRONMENT DIVISION.                                            00026000
000830      05 FILLER PIC X(13) VALUE ' ORDER AMOUNT'.                  00083000
000840      05 FILLER PIC X(12) VALUE '  HELD ON'.                      00084000
000850      05 FILLER PIC X(10) VALUE 'HELD BY'.                        00085000
000860      05 FILLER PIC X(5)  VALUE SPACES.                           00086000
000861      05 FILLER PIC X(8)  VALUE 'LIMIT'.                          00086100
000862      05 FILLER PIC X(10) VALUE SPACES.                           00086200
000870                                                                  00087000
000880 01 L-HLD-LINE.                                                   00088000
000890      05 FILLER      PIC X(2) VALUE SPACES.                       00089000
000980      05 HRP-DATE    PIC X(10).                                   00098000
000990      05 FILLER      PIC X(2) VALUE SPACES.                       00099000
001000      05 HRP-USERID  PIC X(8).                                    00100000
001010      05 FILLER      PIC X(2) VALUE SPACES.                       00101000
001011      05 HRP-REASON  PIC X(8).                                    00101100
001012      05 FILLER      PIC X(10) VALUE SPACES.                      00101200
001020                                                                  00102000
001030 01 L-HLD-TOT.                                                    00103000
001040      05 HRT-LABEL PIC X(30).                                     00104000
001120      05 HRC-VALUE PIC Z(6)9.                                     00112000
001130      05 FILLER    PIC X(58) VALUE SPACES.                        00113000
001140                                                                  00114000
001141******************************************************************00114100
001142* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00114200
001143******************************************************************00114300
001144     COPY JLGREC.                                                 00114400
001145                                                                  00114500
001150 PROCEDURE DIVISION.                                              00115000
001151                                                                  00115100
001151     INITIALIZE L-JOBLOG                                          00115101
001152     MOVE 'PJPART3J' TO JLG-PROGRAM                               00115200
001153     MOVE 'S' TO JLG-TYPE                                         00115300
001154     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00115400
001160                                                                  00116000
001170     PERFORM 100-INITIALIZE                                       00117000
001180                                                                  00118000
001210     PERFORM 900-WRITE-TOTALS                                     00121000
001220                                                                  00122000
001230     CLOSE HREP                                                   00123000
001231                                                                  00123100
001232     MOVE SPACES TO JLG-RUN-KEY                                   00123200
001233     MOVE ZERO TO JLG-IN-CNT                                      00123300
001234     MOVE WS-HELD-CNT TO JLG-OUT-CNT                              00123400
001235     MOVE RETURN-CODE TO JLG-RC                                   00123500
001236     MOVE 'E' TO JLG-TYPE                                         00123600
001237     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00123700
001238                                                                  00123800
001240     GOBACK.                                                      00124000
001250                                                                  00125000
001260******************************************************************00126000
001620         MOVE HLD-AMOUNT  TO HRP-AMOUNT                           00162000
001630         MOVE HLD-DATE    TO HRP-DATE                             00163000
001640         MOVE HLD-USERID  TO HRP-USERID                           00164000
001641         IF HOLD-GROUP-LIMIT                                      00164100
001642             MOVE 'GROUP'    TO HRP-REASON                        00164200
001643         ELSE                                                     00164300
001644             MOVE 'CUSTOMER' TO HRP-REASON                        00164400
001645         END-IF                                                   00164500
001650         WRITE ENR-HELDREP FROM L-HLD-LINE                        00165000
001660         ADD 1 TO WS-HELD-CNT                                     00166000
001670         ADD HLD-AMOUNT TO WS-HELD-AMT                            00167000
