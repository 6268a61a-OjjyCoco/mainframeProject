000350*                  MASTER WITH AN EMPTY FILE. ONLY THE INVHIST    00035000
000360*                  PASS (UPDATED IN PLACE, NO SWAP) IS STILL      00036000
000370*                  SKIPPED ON 99                                  00037000
000371* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00037100
000372*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00037200
000373*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00037300
000374* 15/10/2026 GAY  INVHIST MAY HOLD SEVERAL DOCUMENTS OF ONE ORDER 00037400
000374*                  AND TYPE (SEE PJPART3H) : A HEADER IS KNOWN    00037401
000375*                  BY ITS DATA (NOT A 'D' RECORD) RATHER THAN BY  00037500
000375*                  SEQUENCE 000, AND EACH DOCUMENT IS AGED AND    00037501
000376*                  ARCHIVED ON ITS OWN                            00037600
000376* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00037601
000377*                  NO UNSET FIELD REACHES JOBLOG                  00037700
000380******************************************************************00038000
000390                                                                  00039000
000400 ENVIRONMENT DIVISION.                                            00040000
001850                                                                  00185000
001860******************************************************************00186000
001870* DISPOSITION DU DOCUMENT EN COURS DANS LE KSDS : L ENTETE        00187000
001880* (ENREGISTREMENT NON 'D') DECIDE, LES DETAILS SUIVENT ; L ENTETE 00188000
001881* ARCHIVEE                                                        00188100
001890* EST ECRITE APRES SES DETAILS POUR RESPECTER L ORDRE DU FLUX     00189000
001900******************************************************************00190000
001910 77 WS-DOC-OLD-SW PIC X(1) VALUE 'N'.                             00191000
001970 77 WS-CUR-TYPE PIC X(1) VALUE SPACE.                             00197000
001980 77 WS-AUD-DATE PIC X(8) VALUE SPACES.                            00198000
001990                                                                  00199000
001991******************************************************************00199100
001992* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00199200
001993******************************************************************00199300
001994     COPY JLGREC.                                                 00199400
001995                                                                  00199500
002000 PROCEDURE DIVISION.                                              00200000
002001                                                                  00200100
002001     INITIALIZE L-JOBLOG                                          00200101
002002     MOVE 'PJPART3T' TO JLG-PROGRAM                               00200200
002003     MOVE 'S' TO JLG-TYPE                                         00200300
002004     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00200400
002010                                                                  00201000
002020     PERFORM 100-INITIALIZE                                       00202000
002030                                                                  00203000
002090     PERFORM 600-TRIM-RUNC                                        00209000
002100                                                                  00210000
002110     PERFORM 900-WRITE-TOTALS                                     00211000
002111                                                                  00211100
002112     MOVE WS-ASOF-DATE TO JLG-RUN-KEY                             00211200
002113     COMPUTE JLG-IN-CNT = WS-HIST-ARCH-CNT                        00211300
002114                + WS-HIST-KEPT-CNT                                00211400
002115     MOVE WS-HIST-ARCH-CNT TO JLG-OUT-CNT                         00211500
002116     MOVE RETURN-CODE TO JLG-RC                                   00211600
002117     MOVE 'E' TO JLG-TYPE                                         00211700
002118     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00211800
002119                                                                  00211900
002120     GOBACK.                                                      00212000
002130                                                                  00213000
002140******************************************************************00214000
002740         MOVE HK-TYPE TO WS-CUR-TYPE                              00274000
002750         MOVE 'N' TO WS-DOC-OLD-SW                                00275000
002760     END-IF                                                       00276000
002770     IF HIST-DATA(1:1) NOT = 'D'                                  00277000
002771         PERFORM 330-FLUSH-HELD-HDR                               00277100
002772         MOVE 'N' TO WS-DOC-OLD-SW                                00277200
002780         MOVE HIST-DATA TO L-INVX-HDR                             00278000
002790         IF INVXH-O-DATE(1:10) < WS-CUT-D10                       00279000
002800             MOVE 'Y' TO WS-DOC-OLD-SW                            00280000
