000280*                  REJECT RECYCLE OR NOTHING AT ALL. RUNCTL      *00028000
000290*                  AND THE CURRENT CTLTOT ARE READ THROUGH THE   *00029000
000300*                  ESDS FCT ENTRIES RUNCTLF AND CTLTOTF          *00030000
000301* 15/10/2026 GAY  NIGHT JOB LOG SCREEN (MAP2RQ) ON PF5 : THE     *00030100
000302*                  JOBLOG RECORDS (COPY JLGREC) WRITTEN BY THE   *00030200
000303*                  BATCH PROGRAMS THROUGH PJPT3LOG, FOURTEEN PER *00030300
000304*                  PAGE, LATEST PAGE FIRST, PF7/PF8 TO PAGE BACK *00030400
000305*                  AND FORWARD, PF3 BACK TO THE RUN STATUS. READ *00030500
000306*                  THROUGH THE ESDS FCT ENTRY JOBLOGF. THE       *00030600
000307*                  COMMAREA NOW CARRIES THE SCREEN AND THE PAGE  *00030700
000310******************************************************************00031000
000320                                                                  00032000
000330 DATA DIVISION.                                                   00033000
000500* PROGRAM SWITCHES AND WORK FIELDS                               *00050000
000510******************************************************************00051000
000520 77 WS-RESP           PIC S9(8) COMP.                             00052000
000540 77 WS-RBA            PIC S9(8) COMP VALUE ZERO.                  00054000
000550 77 WS-BRW-DONE       PIC X VALUE 'N'.                            00055000
000560    88 BROWSE-DONE         VALUE 'Y'.                             00056000
000600 77 WS-CTL2-SEEN      PIC X VALUE 'N'.                            00060000
000610 77 WS-RUNCTL-CNT     PIC 9(5) VALUE ZERO.                        00061000
000620 77 ED-CNT            PIC Z(6)9.                                  00062000
000621                                                                  00062100
000621******************************************************************00062101
000621* COMMAREA : SCREEN ON DISPLAY (1 = RUN STATUS, 2 = JOB LOG)    * 00062102
000621* AND NUMBER OF JOB LOG PAGES BACK FROM THE LATEST               *00062103
000621******************************************************************00062104
000621 01 WS-COMM.                                                      00062105
000622    05 WS-CA-SCREEN    PIC X(1).                                  00062200
000622       88 CA-STATUS-SCREEN VALUE '1'.                             00062201
000622       88 CA-LOG-SCREEN    VALUE '2'.                             00062202
000622    05 WS-CA-BACK      PIC 9(3).                                  00062203
000622                                                                  00062204
000622******************************************************************00062205
000623* JOB LOG RECORD (SEE COPY JLGREC) AND PAGING FIELDS             *00062300
000623******************************************************************00062301
000623     COPY JLGREC.                                                 00062302
000623                                                                  00062303
000623 01 WS-JOBLOG-BUF PIC X(100).                                     00062304
000623 77 WS-LOG-PASS     PIC X VALUE 'C'.                              00062305
000624    88 LOG-COUNT-PASS    VALUE 'C'.                               00062400
000624 77 WS-LOG-TOTAL    PIC S9(7) COMP VALUE ZERO.                    00062401
000624 77 WS-LOG-SEQ      PIC S9(7) COMP VALUE ZERO.                    00062402
000624 77 WS-PAGE-FIRST   PIC S9(7) COMP VALUE ZERO.                    00062403
000624 77 WS-PAGE-LAST    PIC S9(7) COMP VALUE ZERO.                    00062404
000624 77 WS-PAGE-MAX     PIC S9(7) COMP VALUE ZERO.                    00062405
000625 77 WS-LINE-SUB     PIC S9(4) COMP VALUE ZERO.                    00062500
000625 77 ED-SEQ          PIC Z(6)9.                                    00062501
000625 77 ED-SEQ2         PIC Z(6)9.                                    00062502
000625 77 ED-TOTAL        PIC Z(6)9.                                    00062503
000625                                                                  00062504
000625******************************************************************00062505
000626* ONE JOB LOG LINE OF MAP2RQ                                     *00062600
000626******************************************************************00062601
000626 01 L-RQ-LOG.                                                     00062602
000626    05 RQL-PROGRAM  PIC X(8).                                     00062603
000626    05 FILLER       PIC X(1) VALUE SPACE.                         00062604
000626    05 RQL-DATE     PIC X(10).                                    00062605
000627    05 FILLER       PIC X(1) VALUE SPACE.                         00062700
000627    05 RQL-START    PIC X(8).                                     00062701
000627    05 FILLER       PIC X(1) VALUE SPACE.                         00062702
000627    05 RQL-END      PIC X(8).                                     00062703
000627    05 FILLER       PIC X(1) VALUE SPACE.                         00062704
000627    05 RQL-RC       PIC X(4).                                     00062705
000628    05 FILLER       PIC X(1) VALUE SPACE.                         00062800
000628    05 RQL-IN       PIC X(8).                                     00062801
000628    05 FILLER       PIC X(1) VALUE SPACE.                         00062802
000628    05 RQL-OUT      PIC X(8).                                     00062803
000628    05 FILLER       PIC X(1) VALUE SPACE.                         00062804
000628    05 RQL-KEY      PIC X(17).                                    00062805
000629 77 ED-RC           PIC ZZZ9.                                     00062900
000629 77 ED-LOG-CNT      PIC Z(7)9.                                    00062901
000630                                                                  00063000
000640******************************************************************00064000
000650* RUN-CONTROL RECORD (SEE COPY RUNCTL) - THE LAST RECORD OF THE  *00065000
001650       03 MESS1A    PIC X.                                        00165000
001660    02 MESS1I       PIC X(55).                                    00166000
001670                                                                  00167000
001671******************************************************************00167100
001671* SYMBOLIC MAP FOR MAP2RQ/MS1RQ (HAND-MAINTAINED) - LOG01 TO     *00167101
001672* LOG14 FOLLOW EACH OTHER AND ARE ADDRESSED AS A TABLE           *00167200
001672******************************************************************00167201
001673 01 MAP2RQI.                                                      00167300
001673    02 FILLER            PIC X(12).                               00167301
001674    02 LOG-LINE OCCURS 14 TIMES.                                  00167400
001674       03 LOGL      PIC S9(4) COMP.                               00167401
001675       03 LOGF      PIC X.                                        00167500
001675       03 FILLER REDEFINES LOGF.                                  00167501
001676          04 LOGA   PIC X.                                        00167600
001676       03 LOGI      PIC X(78).                                    00167601
001677    02 MESS2L       PIC S9(4) COMP.                               00167700
001677    02 MESS2F       PIC X.                                        00167701
001678    02 FILLER REDEFINES MESS2F.                                   00167800
001678       03 MESS2A    PIC X.                                        00167801
001679    02 MESS2I       PIC X(55).                                    00167900
001679                                                                  00167901
001680 LINKAGE SECTION.                                                 00168000
001690 01 DFHCOMMAREA       PIC X(4).                                   00169000
001700                                                                  00170000
001710******************************************************************00171000
001720* MAINLINE                                                       *00172000
001780                                                                  00178000
001790 100-INITIALIZE.                                                  00179000
001800     MOVE LOW-VALUES TO MAP1RQI.                                  00180000
001801     MOVE LOW-VALUES TO MAP2RQI.                                  00180100
001810     MOVE SPACES TO MESS1I.                                       00181000
001811     MOVE SPACES TO MESS2I.                                       00181100
001820     EXIT.                                                        00182000
001830                                                                  00183000
001840******************************************************************00184000
001850* 200-PROCESS-SCREEN -- FIRST ENTRY AND EVERY ENTER REFRESH THE  *00185000
001860* PICTURE FROM THE FILES, PF5 SHOWS THE NIGHT JOB LOG, CLEAR     *00186000
001861* ENDS THE CONVERSATION                                          *00186100
001870******************************************************************00187000
001880 200-PROCESS-SCREEN.                                              00188000
001890     IF EIBCALEN = 0                                              00189000
001891         MOVE '1'  TO WS-CA-SCREEN                                00189100
001892         MOVE ZERO TO WS-CA-BACK                                  00189200
001900         PERFORM 045-SET-NEED-LEVEL                               00190000
001910         PERFORM 050-CHECK-AUTHORITY                              00191000
001920         IF AUTH-REFUSED                                          00192000
002000              ERASE                                               00200000
002010         END-EXEC                                                 00201000
002020         EXEC CICS RETURN TRANSID('PJRQ')                         00202000
002030              COMMAREA(WS-COMM)                                   00203000
002040              LENGTH(4)                                           00204000
002050         END-EXEC                                                 00205000
002060     ELSE                                                         00206000
002070         MOVE DFHCOMMAREA TO WS-COMM                              00207000
002080         IF CA-LOG-SCREEN                                         00208000
002090             PERFORM 500-PROCESS-LOG-SCREEN                       00209000
002100         ELSE                                                     00210000
002101             PERFORM 210-PROCESS-STATUS-SCREEN                    00210100
002102         END-IF                                                   00210200
002103         EXEC CICS RETURN TRANSID('PJRQ')                         00210300
002104              COMMAREA(WS-COMM)                                   00210400
002105              LENGTH(4)                                           00210500
002110         END-EXEC                                                 00211000
002120     END-IF                                                       00212000
002130     EXIT.                                                        00213000
002140                                                                  00214000
002141******************************************************************00214100
002141* 210-PROCESS-STATUS-SCREEN -- ENTER REFRESHES THE RUN STATUS,   *00214101
002142* PF5 SWITCHES TO THE LATEST PAGE OF THE NIGHT JOB LOG           *00214200
002142******************************************************************00214201
002143 210-PROCESS-STATUS-SCREEN.                                       00214300
002143     EXEC CICS RECEIVE MAP('MAP1RQ')                              00214301
002144          MAPSET('MS1RQ')                                         00214400
002144          INTO(MAP1RQI)                                           00214401
002145          RESP(WS-RESP)                                           00214500
002145     END-EXEC                                                     00214501
002146     IF EIBAID = DFHCLEAR                                         00214600
002146         EXEC CICS SEND CONTROL ERASE END-EXEC                    00214601
002147         EXEC CICS RETURN END-EXEC                                00214700
002147     ELSE                                                         00214701
002148         PERFORM 045-SET-NEED-LEVEL                               00214800
002148         PERFORM 050-CHECK-AUTHORITY                              00214801
002149         IF AUTH-REFUSED                                          00214900
002149             MOVE WS-AUTH-MSG TO MESS1I                           00214901
002150         ELSE                                                     00215000
002160             IF EIBAID = DFHPF5                                   00216000
002170                 MOVE '2'  TO WS-CA-SCREEN                        00217000
002180                 MOVE ZERO TO WS-CA-BACK                          00218000
002190                 PERFORM 510-BUILD-LOG-PAGE                       00219000
002200             ELSE                                                 00220000
002210                 PERFORM 300-BUILD-PICTURE                        00221000
002220             END-IF                                               00222000
002221         END-IF                                                   00222100
002222         IF CA-LOG-SCREEN                                         00222200
002223             EXEC CICS SEND MAP('MAP2RQ')                         00222300
002224                  MAPSET('MS1RQ')                                 00222400
002225                  FROM(MAP2RQI)                                   00222500
002226                  ERASE                                           00222600
002227             END-EXEC                                             00222700
002228         ELSE                                                     00222800
002230             EXEC CICS SEND MAP('MAP1RQ')                         00223000
002240                  MAPSET('MS1RQ')                                 00224000
002250                  FROM(MAP1RQI)                                   00225000
002260                  DATAONLY                                        00226000
002310             END-EXEC                                             00231000
002320         END-IF                                                   00232000
002330     END-IF                                                       00233000
004330     EXIT.                                                        00433000
004340                                                                  00434000
004350******************************************************************00435000
004351* 500-PROCESS-LOG-SCREEN -- PF7 PAGES BACK TO OLDER RECORDS, PF8 *00435100
004351* FORWARD, ENTER REFRESHES THE PAGE, PF3 RETURNS TO THE RUN      *00435101
004351* STATUS, CLEAR ENDS THE CONVERSATION                            *00435102
004351******************************************************************00435103
004351 500-PROCESS-LOG-SCREEN.                                          00435104
004351     EXEC CICS RECEIVE MAP('MAP2RQ')                              00435105
004351          MAPSET('MS1RQ')                                         00435106
004351          INTO(MAP2RQI)                                           00435107
004351          RESP(WS-RESP)                                           00435108
004351     END-EXEC                                                     00435109
004351     IF EIBAID = DFHCLEAR                                         00435110
004351         EXEC CICS SEND CONTROL ERASE END-EXEC                    00435111
004351         EXEC CICS RETURN END-EXEC                                00435112
004351     ELSE                                                         00435113
004351         PERFORM 045-SET-NEED-LEVEL                               00435114
004351         PERFORM 050-CHECK-AUTHORITY                              00435115
004351         IF AUTH-REFUSED                                          00435116
004351             MOVE WS-AUTH-MSG TO MESS2I                           00435117
004351         ELSE                                                     00435118
004351             EVALUATE EIBAID                                      00435119
004352                 WHEN DFHPF3                                      00435200
004352                     MOVE '1' TO WS-CA-SCREEN                     00435201
004352                     PERFORM 300-BUILD-PICTURE                    00435202
004352                 WHEN DFHPF7                                      00435203
004352                     ADD 1 TO WS-CA-BACK                          00435204
004352                     PERFORM 510-BUILD-LOG-PAGE                   00435205
004352                 WHEN DFHPF8                                      00435206
004352                     IF WS-CA-BACK > ZERO                         00435207
004352                         SUBTRACT 1 FROM WS-CA-BACK               00435208
004352                     END-IF                                       00435209
004352                     PERFORM 510-BUILD-LOG-PAGE                   00435210
004352                 WHEN OTHER                                       00435211
004352                     PERFORM 510-BUILD-LOG-PAGE                   00435212
004352             END-EVALUATE                                         00435213
004352         END-IF                                                   00435214
004352         IF CA-STATUS-SCREEN                                      00435215
004352             EXEC CICS SEND MAP('MAP1RQ')                         00435216
004352                  MAPSET('MS1RQ')                                 00435217
004352                  FROM(MAP1RQI)                                   00435218
004352                  ERASE                                           00435219
004353             END-EXEC                                             00435300
004353         ELSE                                                     00435301
004353             EXEC CICS SEND MAP('MAP2RQ')                         00435302
004353                  MAPSET('MS1RQ')                                 00435303
004353                  FROM(MAP2RQI)                                   00435304
004353                  DATAONLY                                        00435305
004353             END-EXEC                                             00435306
004353         END-IF                                                   00435307
004353     END-IF                                                       00435308
004353     EXIT.                                                        00435309
004353                                                                  00435310
004353******************************************************************00435311
004353* 510-BUILD-LOG-PAGE -- COUNT THE JOB LOG RECORDS, THEN BROWSE   *00435312
004353* AGAIN FOR THE FOURTEEN OF THE PAGE ASKED (OLDEST AT THE TOP).  *00435313
004353* PAGING BACK PAST THE FIRST RECORD STAYS ON THE OLDEST PAGE     *00435314
004353******************************************************************00435315
004353 510-BUILD-LOG-PAGE.                                              00435316
004353     PERFORM 515-CLEAR-LINE                                       00435317
004353        VARYING WS-LINE-SUB FROM 1 BY 1 UNTIL WS-LINE-SUB > 14    00435318
004353     MOVE SPACES TO MESS2I                                        00435319
004354     MOVE 'C' TO WS-LOG-PASS                                      00435400
004354     PERFORM 520-BROWSE-JOBLOG                                    00435401
004354     IF WS-LOG-TOTAL = ZERO                                       00435402
004354         IF MESS2I = SPACES                                       00435403
004354             MOVE 'NO JOB LOG RECORDS ON FILE' TO MESS2I          00435404
004354         END-IF                                                   00435405
004354     ELSE                                                         00435406
004354         COMPUTE WS-PAGE-MAX = (WS-LOG-TOTAL - 1) / 14            00435407
004354         IF WS-CA-BACK > WS-PAGE-MAX                              00435408
004354             MOVE WS-PAGE-MAX TO WS-CA-BACK                       00435409
004354         END-IF                                                   00435410
004354         COMPUTE WS-PAGE-LAST  = WS-LOG-TOTAL - WS-CA-BACK * 14   00435411
004354         COMPUTE WS-PAGE-FIRST = WS-PAGE-LAST - 13                00435412
004354         IF WS-PAGE-FIRST < 1                                     00435413
004354             MOVE 1 TO WS-PAGE-FIRST                              00435414
004354         END-IF                                                   00435415
004354         MOVE 'P' TO WS-LOG-PASS                                  00435416
004354         PERFORM 520-BROWSE-JOBLOG                                00435417
004354         MOVE WS-PAGE-FIRST TO ED-SEQ                             00435418
004354         MOVE WS-PAGE-LAST  TO ED-SEQ2                            00435419
004355         MOVE WS-LOG-TOTAL  TO ED-TOTAL                           00435500
004355         STRING 'RECORDS' DELIMITED BY SIZE                       00435501
004355                ED-SEQ    DELIMITED BY SIZE                       00435502
004355                ' TO'     DELIMITED BY SIZE                       00435503
004355                ED-SEQ2   DELIMITED BY SIZE                       00435504
004355                ' OF'     DELIMITED BY SIZE                       00435505
004355                ED-TOTAL  DELIMITED BY SIZE                       00435506
004355                INTO MESS2I                                       00435507
004355         END-STRING                                               00435508
004355     END-IF                                                       00435509
004355     EXIT.                                                        00435510
004355                                                                  00435511
004355 515-CLEAR-LINE.                                                  00435512
004355     MOVE SPACES TO LOGI(WS-LINE-SUB)                             00435513
004355     EXIT.                                                        00435514
004355                                                                  00435515
004355******************************************************************00435516
004355* 520-BROWSE-JOBLOG -- SEQUENTIAL BROWSE OF THE ESDS : THE COUNT *00435517
004355* PASS NUMBERS THE RECORDS, THE PAGE PASS STOPS AFTER THE LAST   *00435518
004355* RECORD OF THE PAGE                                             *00435519
004356******************************************************************00435600
004356 520-BROWSE-JOBLOG.                                               00435601
004356     MOVE 'N' TO WS-BRW-DONE                                      00435602
004356     MOVE ZERO TO WS-LOG-SEQ                                      00435603
004356     IF LOG-COUNT-PASS                                            00435604
004356         MOVE ZERO TO WS-LOG-TOTAL                                00435605
004356     END-IF                                                       00435606
004356     MOVE ZERO TO WS-RBA                                          00435607
004356     EXEC CICS STARTBR FILE('JOBLOGF')                            00435608
004356          RIDFLD(WS-RBA)                                          00435609
004356          RBA                                                     00435610
004356          RESP(WS-RESP)                                           00435611
004356     END-EXEC                                                     00435612
004356     IF WS-RESP NOT = DFHRESP(NORMAL)                             00435613
004356         MOVE 'JOB LOG FILE NOT AVAILABLE' TO MESS2I              00435614
004356     ELSE                                                         00435615
004356         PERFORM 530-READ-NEXT-LOG UNTIL BROWSE-DONE              00435616
004356         EXEC CICS ENDBR FILE('JOBLOGF')                          00435617
004356              RESP(WS-RESP)                                       00435618
004356         END-EXEC                                                 00435619
004357     END-IF                                                       00435700
004357     EXIT.                                                        00435701
004357                                                                  00435702
004357 530-READ-NEXT-LOG.                                               00435703
004357     EXEC CICS READNEXT FILE('JOBLOGF')                           00435704
004357          INTO(WS-JOBLOG-BUF)                                     00435705
004357          RIDFLD(WS-RBA)                                          00435706
004357          RBA                                                     00435707
004357          RESP(WS-RESP)                                           00435708
004357     END-EXEC                                                     00435709
004357     IF WS-RESP = DFHRESP(NORMAL)                                 00435710
004357         ADD 1 TO WS-LOG-SEQ                                      00435711
004357         IF LOG-COUNT-PASS                                        00435712
004357             ADD 1 TO WS-LOG-TOTAL                                00435713
004357         ELSE                                                     00435714
004357             IF WS-LOG-SEQ >= WS-PAGE-FIRST                       00435715
004357                 PERFORM 540-FORMAT-LOG-LINE                      00435716
004357             END-IF                                               00435717
004357             IF WS-LOG-SEQ >= WS-PAGE-LAST                        00435718
004357                 MOVE 'Y' TO WS-BRW-DONE                          00435719
004358             END-IF                                               00435800
004358         END-IF                                                   00435801
004358     ELSE                                                         00435802
004358         MOVE 'Y' TO WS-BRW-DONE                                  00435803
004358     END-IF                                                       00435804
004358     EXIT.                                                        00435805
004358                                                                  00435806
004358******************************************************************00435807
004358* 540-FORMAT-LOG-LINE -- A START RECORD (S) SHOWS STARTED, AN    *00435808
004358* END RECORD (E) ITS END TIME, RETURN CODE, COUNTS AND RUN KEY   *00435809
004358******************************************************************00435810
004358 540-FORMAT-LOG-LINE.                                             00435811
004358     MOVE WS-JOBLOG-BUF TO L-JOBLOG                               00435812
004358     COMPUTE WS-LINE-SUB = WS-LOG-SEQ - WS-PAGE-FIRST + 1         00435813
004358     MOVE JLG-PROGRAM    TO RQL-PROGRAM                           00435814
004358     MOVE JLG-START-DATE TO RQL-DATE                              00435815
004358     MOVE JLG-START-TIME TO RQL-START                             00435816
004358     IF JLG-END                                                   00435817
004358         MOVE JLG-END-TIME TO RQL-END                             00435818
004358         MOVE JLG-RC       TO ED-RC                               00435819
004359         MOVE ED-RC        TO RQL-RC                              00435900
004359         MOVE JLG-IN-CNT   TO ED-LOG-CNT                          00435901
004359         MOVE ED-LOG-CNT   TO RQL-IN                              00435902
004359         MOVE JLG-OUT-CNT  TO ED-LOG-CNT                          00435903
004359         MOVE ED-LOG-CNT   TO RQL-OUT                             00435904
004359         MOVE JLG-RUN-KEY  TO RQL-KEY                             00435905
004359     ELSE                                                         00435906
004359         MOVE 'STARTED'    TO RQL-END                             00435907
004359         MOVE SPACES       TO RQL-RC                              00435908
004359         MOVE SPACES       TO RQL-IN                              00435909
004359         MOVE SPACES       TO RQL-OUT                             00435910
004359         MOVE SPACES       TO RQL-KEY                             00435911
004359     END-IF                                                       00435912
004359     MOVE L-RQ-LOG TO LOGI(WS-LINE-SUB)                           00435913
004359     EXIT.                                                        00435914
004359                                                                  00435915
004359******************************************************************00435916
004360* 045-SET-NEED-LEVEL -- THE RUN STATUS SCREEN IS INQUIRY ONLY    *00436000
004370******************************************************************00437000
004380 045-SET-NEED-LEVEL.                                              00438000
