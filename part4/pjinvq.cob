000280*                  CREDIT MEMOS AND FINANCE CHARGES (INVHIST     *00028000
000290*                  BROWSE ON THE C_NO NOW CARRIED ON THE HEADER) *00029000
000300*                  WITH THE OPEN/PAID STATUS FROM OPNITEMK       *00030000
000301* 15/10/2026 GAY  BAD-DEBT WRITE-OFF DOCUMENTS (TYPE W, WRITTEN  *00030100
000301*                  BY PJPT3WOF) LISTED AS WRITEOFF IN THE        *00030101
000302*                  CUSTOMER BROWSE                               *00030200
000302* 15/10/2026 GAY  SHIPPED VIA LINE : CARRIER AND TRACKING NUMBER *00030201
000303*                  OF THE CONFIRMED SHIPMENT (SEE PJSHIPM), READ *00030300
000303*                  FROM THE FIRST DETAIL RECORD OF THE INVOICE   *00030301
000304* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, BILLED BY  *00030400
000304*                  PJPART3 WHEN BACKORDERED LINES SHIP) : PF4    *00030401
000305*                  SHOWS THE RELEASE INVOICE OF THE KEYED ORDER  *00030500
000305*                  AND THE CUSTOMER BROWSE LISTS IT AS B/O INV   *00030501
000306* 15/10/2026 GAY  SEVERAL DOCUMENTS OF ONE ORDER AND TYPE CAN BE *00030600
000306*                  ON INVHIST (SEE PJPART3H) : ENTER/PF5/PF4 SHOW*00030601
000307*                  THE LATEST ONE, THE SAME KEY AGAIN ON THE SAME*00030700
000307*                  ORDER STEPS BACK TO THE EARLIER ONES. DETAIL  *00030701
000308*                  PAGING STAYS WITHIN THE DOCUMENT SHOWN, THE   *00030800
000308*                  BROWSE KNOWS A HEADER BY ITS DATA, AND A B    *00030801
000309*                  INVOICE FOLLOWED BY A LATER ONE SHOWS PAID    *00030900
000310******************************************************************00031000
000320                                                                  00032000
000330 DATA DIVISION.                                                   00033000
000590 77 WS-BRW-DONE       PIC X(1) VALUE 'N'.                         00059000
000600    88 BROWSE-DONE         VALUE 'Y'.                             00060000
000610 77 WS-SKIP-FIRST     PIC X(1) VALUE 'N'.                         00061000
000611 77 WS-NEW-TYPE       PIC X(1) VALUE 'H'.                         00061100
000611 77 WS-ORD-KEYED      PIC 9(6) VALUE ZERO.                        00061101
000612 77 WS-FIND-LIMIT     PIC 9(4) VALUE ZERO.                        00061200
000612 77 WS-FND-BASE       PIC 9(3) VALUE ZERO.                        00061201
000613 77 WS-DOC-CNT        PIC 9(3) VALUE ZERO.                        00061300
000613 77 WS-NEXT-SEQ       PIC 9(4) VALUE ZERO.                        00061301
000614 77 WS-FND-SW         PIC X(1) VALUE 'N'.                         00061400
000614    88 DOC-FOUND           VALUE 'Y'.                             00061401
000615 77 WS-SCAN-SW        PIC X(1) VALUE 'N'.                         00061500
000615    88 SCAN-DONE           VALUE 'Y'.                             00061501
000616 77 WS-LATER-SW       PIC X(1) VALUE 'N'.                         00061600
000616    88 LATER-DOC-ON-FILE   VALUE 'Y'.                             00061601
000620                                                                  00062000
000630******************************************************************00063000
000640* INVOICE HISTORY RECORD (KSDS INVHIST, KEY = ORDER NUMBER +     *00064000
000650* DOCUMENT TYPE + LINE SEQUENCE, 000 = HEADER OF THE FIRST       *00065000
000651* DOCUMENT ; A LATER DOCUMENT OF THE SAME ORDER AND TYPE STARTS  *00065100
000652* AFTER THE LAST RECORD OF THE ONE BEFORE IT)                    *00065200
000660******************************************************************00066000
000670 01 HIST-RECORD.                                                  00067000
000680    05 HIST-KEY.                                                  00068000
000700       10 HK-TYPE PIC X(1).                                       00070000
000710       10 HK-SEQ  PIC 9(3).                                       00071000
000720    05 HIST-DATA  PIC X(204).                                     00072000
000721                                                                  00072100
000721******************************************************************00072101
000722* SECOND INVHIST RECORD AREA, FOR THE LOOK-AHEAD READS MADE      *00072200
000722* WHILE THE CUSTOMER BROWSE IS POSITIONED ON HIST-RECORD         *00072201
000723******************************************************************00072300
000723 01 SCAN-RECORD.                                                  00072301
000724    05 SCAN-KEY.                                                  00072400
000724       10 SCN-O-NO PIC 9(6).                                      00072401
000725       10 SCN-TYPE PIC X(1).                                      00072500
000725       10 SCN-SEQ  PIC 9(3).                                      00072501
000726    05 SCAN-DATA  PIC X(204).                                     00072600
000730                                                                  00073000
000740******************************************************************00074000
000750* INVEXTR RECORD LAYOUTS CARRIED IN HIST-DATA                    *00075000
000830     COPY OPNKREC.                                                00083000
000840                                                                  00084000
000850******************************************************************00085000
000860* COMMAREA : CURRENT DOCUMENT (ORDER, TYPE, HEADER SEQUENCE) AND *00086000
000870* TOP DETAIL SEQUENCE FOR THE PF8/PF7 PAGING                     *00087000
000880******************************************************************00088000
000890 01 WS-COMM.                                                      00089000
000900    05 WS-CA-O-NO    PIC 9(6).                                    00090000
000920    05 WS-CA-TOP-SEQ PIC 9(3).                                    00092000
000930    05 WS-CA-CUST    PIC 9(3).                                    00093000
000940    05 WS-CA-BRW-KEY PIC X(10).                                   00094000
000941    05 WS-CA-BASE    PIC 9(3).                                    00094100
000950                                                                  00095000
000960******************************************************************00096000
000970* SYMBOLIC MAP FOR MAP1IQ/MS1IQ (HAND-MAINTAINED)                *00097000
001430    02 FILLER REDEFINES TOTAMTF.                                  00143000
001440       03 TOTAMTA   PIC X.                                        00144000
001450    02 TOTAMTI      PIC X(10).                                    00145000
001451    02 SHIPVIAL     PIC S9(4) COMP.                               00145100
001452    02 SHIPVIAF     PIC X.                                        00145200
001453    02 FILLER REDEFINES SHIPVIAF.                                 00145300
001454       03 SHIPVIAA  PIC X.                                        00145400
001455    02 SHIPVIAI     PIC X(50).                                    00145500
001460    02 DET1L        PIC S9(4) COMP.                               00146000
001470    02 DET1F        PIC X.                                        00147000
001480    02 FILLER REDEFINES DET1F.                                    00148000
002000    05 FILLER      PIC X(2) VALUE SPACES.                         00200000
002010                                                                  00201000
002020 LINKAGE SECTION.                                                 00202000
002030 01 DFHCOMMAREA       PIC X(26).                                  00203000
002040                                                                  00204000
002050******************************************************************00205000
002060* MAINLINE                                                       *00206000
002370     MOVE ZERO TO WS-CA-TOP-SEQ                                   00237000
002380     MOVE ZERO TO WS-CA-CUST                                      00238000
002390     MOVE SPACES TO WS-CA-BRW-KEY                                 00239000
002391     MOVE ZERO TO WS-CA-BASE                                      00239100
002400     EXEC CICS SEND MAP('MAP1IQ')                                 00240000
002410          MAPSET('MS1IQ')                                         00241000
002420          MAPONLY                                                 00242000
002440     END-EXEC                                                     00244000
002450     EXEC CICS RETURN TRANSID('PJIQ')                             00245000
002460          COMMAREA(WS-COMM)                                       00246000
002470          LENGTH(26)                                              00247000
002480     END-EXEC                                                     00248000
002490     EXIT.                                                        00249000
002500                                                                  00250000
002510******************************************************************00251000
002520* 220-RECEIVE-AND-DISPATCH -- ENTER INQUIRES ON THE KEYED ORDER, *00252000
002530* PF8/PF7 PAGE THE DETAIL LINES, PF5 SHOWS THE CREDIT MEMO,      *00253000
002540* PF4 THE BACKORDER RELEASE INVOICE, CLEAR ENDS THE CONVERSATION *00254000
002550******************************************************************00255000
002560 220-RECEIVE-AND-DISPATCH.                                        00256000
002570     EXEC CICS RECEIVE MAP('MAP1IQ')                              00257000
002700         WHEN DFHCLEAR                                            00270000
002710             PERFORM 230-EXIT-TRANS                               00271000
002720         WHEN DFHENTER                                            00272000
002730             MOVE 'H' TO WS-NEW-TYPE                              00273000
002740             PERFORM 300-NEW-INQUIRY                              00274000
002750         WHEN DFHPF5                                              00275000
002760             MOVE 'C' TO WS-NEW-TYPE                              00276000
002770             PERFORM 300-NEW-INQUIRY                              00277000
002771         WHEN DFHPF4                                              00277100
002772             MOVE 'B' TO WS-NEW-TYPE                              00277200
002773             PERFORM 300-NEW-INQUIRY                              00277300
002780         WHEN DFHPF6                                              00278000
002790             PERFORM 600-CUSTOMER-BROWSE                          00279000
002800         WHEN DFHPF8                                              00280000
002830             PERFORM 410-PAGE-BACKWARD                            00283000
002840         WHEN OTHER                                               00284000
002850             MOVE                                                 00285000
002860              'INVALID KEY - ENTER/PF4-PF8/CLEAR'                 00286000
002870                 TO MESS1I                                        00287000
002880     END-EVALUATE                                                 00288000
002890     END-IF                                                       00289000
002910         PERFORM 900-SEND-MAP-DATAONLY                            00291000
002920         EXEC CICS RETURN TRANSID('PJIQ')                         00292000
002930              COMMAREA(WS-COMM)                                   00293000
002940              LENGTH(26)                                          00294000
002950         END-EXEC                                                 00295000
002960     END-IF                                                       00296000
002970     EXIT.                                                        00297000
003020     EXIT.                                                        00302000
003030                                                                  00303000
003040******************************************************************00304000
003050* 300-NEW-INQUIRY -- VALIDATE THE KEYED ORDER NUMBER, FIND THE   *00305000
003060* LATEST DOCUMENT OF THE TYPE (OR THE ONE BEFORE THE DOCUMENT    *00306000
003061* SHOWN WHEN THE SAME KEY IS PRESSED AGAIN FOR THE SAME ORDER,   *00306100
003062* BACK TO THE LATEST AFTER THE FIRST), SHOW ITS HEADER AND THE   *00306200
003063* FIRST DETAIL PAGE                                              *00306300
003070******************************************************************00307000
003080 300-NEW-INQUIRY.                                                 00308000
003090     IF ORDNOI NOT NUMERIC                                        00309000
003100         MOVE 'ORDER NUMBER MUST BE NUMERIC' TO MESS1I            00310000
003110     ELSE                                                         00311000
003120         MOVE ORDNOI TO WS-ORD-KEYED                              00312000
003130         MOVE 1000 TO WS-FIND-LIMIT                               00313000
003140         IF WS-ORD-KEYED = WS-CA-O-NO                             00314000
003150            AND WS-NEW-TYPE = WS-CA-TYPE                          00315000
003160             MOVE WS-CA-BASE TO WS-FIND-LIMIT                     00316000
003170         END-IF                                                   00317000
003180         MOVE WS-ORD-KEYED TO WS-CA-O-NO                          00318000
003190         MOVE WS-NEW-TYPE  TO WS-CA-TYPE                          00319000
003200         PERFORM 330-FIND-DOCUMENT                                00320000
003210         IF NOT DOC-FOUND AND WS-FIND-LIMIT < 1000                00321000
003211             MOVE 1000 TO WS-FIND-LIMIT                           00321100
003211             PERFORM 330-FIND-DOCUMENT                            00321101
003212         END-IF                                                   00321200
003212         IF DOC-FOUND                                             00321201
003213             MOVE WS-CA-O-NO  TO HK-O-NO                          00321300
003213             MOVE WS-CA-TYPE  TO HK-TYPE                          00321301
003214             MOVE WS-FND-BASE TO HK-SEQ                           00321400
003214             EXEC CICS READ FILE('INVHIST')                       00321401
003215                  INTO(HIST-RECORD)                               00321500
003215                  RIDFLD(HIST-KEY)                                00321501
003216                  RESP(WS-RESP)                                   00321600
003216             END-EXEC                                             00321601
003217         END-IF                                                   00321700
003217         IF DOC-FOUND AND WS-RESP = DFHRESP(NORMAL)               00321701
003218             MOVE WS-FND-BASE TO WS-CA-BASE                       00321800
003220             PERFORM 310-SHOW-HEADER                              00322000
003230             MOVE 1 TO WS-CA-TOP-SEQ                              00323000
003240             PERFORM 500-SHOW-DETAIL-PAGE                         00324000
003241             IF WS-DOC-CNT > 1                                    00324100
003242                 MOVE                                             00324200
003243                 'EARLIER DOCUMENT ON FILE - SAME KEY TO SEE IT'  00324300
003244                    TO MESS1I                                     00324400
003245             END-IF                                               00324500
003250         ELSE                                                     00325000
003260             EVALUATE WS-CA-TYPE                                  00326000
003270                 WHEN 'C'                                         00327000
003280                     MOVE 'NO CREDIT MEMO ON FILE FOR THIS ORDER' 00328000
003290                        TO MESS1I                                 00329000
003300                 WHEN 'B'                                         00330000
003310                     MOVE 'NO B/O RELEASE INVOICE FOR THIS ORDER' 00331000
003320                        TO MESS1I                                 00332000
003321                 WHEN OTHER                                       00332100
003322                     MOVE 'ORDER NOT FOUND IN INVOICE HISTORY'    00332200
003323                        TO MESS1I                                 00332300
003324             END-EVALUATE                                         00332400
003330         END-IF                                                   00333000
003340     END-IF                                                       00334000
003350     EXIT.                                                        00335000
003360                                                                  00336000
003370 310-SHOW-HEADER.                                                 00337000
003380     MOVE HIST-DATA TO L-INVX-HDR                                 00338000
003390     EVALUATE HK-TYPE                                             00339000
003400         WHEN 'C'                                                 00340000
003410             MOVE 'CREDIT MEMO' TO TYPDOCI                        00341000
003420         WHEN 'B'                                                 00342000
003430             MOVE 'B/O INVOICE' TO TYPDOCI                        00343000
003431         WHEN OTHER                                               00343100
003432             MOVE 'INVOICE'     TO TYPDOCI                        00343200
003433     END-EVALUATE                                                 00343300
003440     MOVE INVXH-COMPANY TO COMPI                                  00344000
003450     MOVE INVXH-O-DATE  TO ODATEI                                 00345000
003460     MOVE INVXH-SUBTOTAL TO ED-AMOUNT                             00346000
003510     MOVE ED-AMOUNT      TO COMAMTI                               00351000
003520     MOVE INVXH-TOTAL    TO ED-AMOUNT                             00352000
003530     MOVE ED-AMOUNT      TO TOTAMTI                               00353000
003531     PERFORM 320-SHOW-SHIP-VIA                                    00353100
003540     MOVE 'FOUND - PF8 FOR MORE DETAIL LINES' TO MESS1I           00354000
003541     EXIT.                                                        00354100
003541                                                                  00354101
003541******************************************************************00354102
003541* 320-SHOW-SHIP-VIA -- CARRIER AND TRACKING NUMBER ARE CARRIED   *00354103
003542* ON EVERY DETAIL OF THE DOCUMENT : THE FIRST ONE IS ENOUGH.     *00354200
003542* OLDER HISTORY RECORDS HAVE NONE, A W DOCUMENT HAS NO DETAIL    *00354201
003542******************************************************************00354202
003542 320-SHOW-SHIP-VIA.                                               00354203
003543     MOVE SPACES TO SHIPVIAI                                      00354300
003543     COMPUTE HK-SEQ = WS-CA-BASE + 1                              00354301
003543     EXEC CICS READ FILE('INVHIST')                               00354302
003543          INTO(HIST-RECORD)                                       00354303
003544          RIDFLD(HIST-KEY)                                        00354400
003544          RESP(WS-RESP)                                           00354401
003544     END-EXEC                                                     00354402
003544     IF WS-RESP = DFHRESP(NORMAL) AND HIST-DATA(1:1) = 'D'        00354403
003545         MOVE HIST-DATA TO L-INVX-DET                             00354500
003545         IF INVXD-CARRIER NOT = SPACES                            00354501
003545            AND INVXD-CARRIER NOT = LOW-VALUES                    00354502
003545             STRING                                               00354503
003546                INVXD-CARRIER  DELIMITED BY SIZE                  00354600
003546                '  TRACKING '  DELIMITED BY SIZE                  00354601
003546                INVXD-TRACKING DELIMITED BY SIZE                  00354602
003546                INTO SHIPVIAI                                     00354603
003547             END-STRING                                           00354700
003547         END-IF                                                   00354701
003547     END-IF                                                       00354702
003547     MOVE WS-CA-BASE TO HK-SEQ                                    00354703
003547     EXIT.                                                        00354704
003547                                                                  00354705
003547******************************************************************00354706
003547* 330-FIND-DOCUMENT -- BROWSE THE RECORDS OF THE ORDER AND       *00354707
003547* TYPE, KEEP THE LAST HEADER (ANY RECORD THAT IS NOT A 'D')      *00354708
003547* BELOW THE SEQUENCE LIMIT AND COUNT THE HEADERS BELOW IT        *00354709
003547******************************************************************00354710
003547 330-FIND-DOCUMENT.                                               00354711
003547     MOVE 'N'  TO WS-FND-SW                                       00354712
003547     MOVE 'N'  TO WS-SCAN-SW                                      00354713
003547     MOVE ZERO TO WS-DOC-CNT                                      00354714
003547     MOVE WS-CA-O-NO TO HK-O-NO                                   00354715
003547     MOVE WS-CA-TYPE TO HK-TYPE                                   00354716
003547     MOVE ZERO TO HK-SEQ                                          00354717
003548     EXEC CICS STARTBR FILE('INVHIST')                            00354800
003548          RIDFLD(HIST-KEY)                                        00354801
003548          GTEQ                                                    00354802
003548          RESP(WS-RESP)                                           00354803
003548     END-EXEC                                                     00354804
003548     IF WS-RESP = DFHRESP(NORMAL)                                 00354805
003548         PERFORM 335-NEXT-DOC-RECORD UNTIL SCAN-DONE              00354806
003548         EXEC CICS ENDBR FILE('INVHIST')                          00354807
003548              RESP(WS-RESP)                                       00354808
003548         END-EXEC                                                 00354809
003548     END-IF                                                       00354810
003548     EXIT.                                                        00354811
003548                                                                  00354812
003548 335-NEXT-DOC-RECORD.                                             00354813
003548     EXEC CICS READNEXT FILE('INVHIST')                           00354814
003548          INTO(HIST-RECORD)                                       00354815
003549          RIDFLD(HIST-KEY)                                        00354900
003549          RESP(WS-RESP)                                           00354901
003549     END-EXEC                                                     00354902
003549     IF WS-RESP NOT = DFHRESP(NORMAL)                             00354903
003549        OR HK-O-NO NOT = WS-CA-O-NO                               00354904
003549        OR HK-TYPE NOT = WS-CA-TYPE                               00354905
003549         MOVE 'Y' TO WS-SCAN-SW                                   00354906
003549     ELSE                                                         00354907
003549         IF HIST-DATA(1:1) NOT = 'D'                              00354908
003549             IF HK-SEQ < WS-FIND-LIMIT                            00354909
003549                 ADD 1 TO WS-DOC-CNT                              00354910
003549                 MOVE HK-SEQ TO WS-FND-BASE                       00354911
003549                 MOVE 'Y' TO WS-FND-SW                            00354912
003549             END-IF                                               00354913
003549         END-IF                                                   00354914
003549     END-IF                                                       00354915
003550     EXIT.                                                        00355000
003560                                                                  00356000
003570******************************************************************00357000
003580* 400/410 -- DETAIL PAGING. THE COMMAREA CARRIES THE SEQUENCE OF *00358000
003590* THE FIRST DETAIL LINE CURRENTLY SHOWN, RELATIVE TO THE HEADER  *00359000
003591* OF THE DOCUMENT ; THE NEXT DOCUMENT'S HEADER ENDS THE LINES    *00359100
003600******************************************************************00360000
003610 400-PAGE-FORWARD.                                                00361000
003620     IF WS-CA-O-NO = ZERO                                         00362000
003640     ELSE                                                         00364000
003650         MOVE WS-CA-O-NO TO HK-O-NO                               00365000
003660         MOVE WS-CA-TYPE TO HK-TYPE                               00366000
003670         COMPUTE WS-NEXT-SEQ = WS-CA-BASE + WS-CA-TOP-SEQ + 5     00367000
003680         MOVE DFHRESP(NOTFND) TO WS-RESP                          00368000
003690         IF WS-NEXT-SEQ <= 999                                    00369000
003700             MOVE WS-NEXT-SEQ TO HK-SEQ                           00370000
003710             EXEC CICS READ FILE('INVHIST')                       00371000
003720                  INTO(HIST-RECORD)                               00372000
003730                  RIDFLD(HIST-KEY)                                00373000
003731                  RESP(WS-RESP)                                   00373100
003732             END-EXEC                                             00373200
003733         END-IF                                                   00373300
003734         IF WS-RESP = DFHRESP(NORMAL) AND HIST-DATA(1:1) = 'D'    00373400
003740             ADD 5 TO WS-CA-TOP-SEQ                               00374000
003750             PERFORM 500-SHOW-DETAIL-PAGE                         00375000
003760         ELSE                                                     00376000
004130 510-SHOW-DETAIL-LINE.                                            00413000
004140     MOVE WS-CA-O-NO TO HK-O-NO                                   00414000
004150     MOVE WS-CA-TYPE TO HK-TYPE                                   00415000
004160     COMPUTE WS-NEXT-SEQ = WS-CA-BASE + WS-CA-TOP-SEQ             00416000
004170                         + WS-DET-LINE - 1                        00417000
004180     MOVE DFHRESP(NOTFND) TO WS-RESP                              00418000
004190     IF WS-NEXT-SEQ <= 999                                        00419000
004200         MOVE WS-NEXT-SEQ TO HK-SEQ                               00420000
004210         EXEC CICS READ FILE('INVHIST')                           00421000
004220              INTO(HIST-RECORD)                                   00422000
004221              RIDFLD(HIST-KEY)                                    00422100
004222              RESP(WS-RESP)                                       00422200
004223         END-EXEC                                                 00422300
004224     END-IF                                                       00422400
004225     IF WS-RESP = DFHRESP(NORMAL) AND HIST-DATA(1:1) = 'D'        00422500
004230         MOVE HIST-DATA TO L-INVX-DET                             00423000
004240         INITIALIZE L-DET-LINE                                    00424000
004250         MOVE INVXD-P-NO TO DET-P-NO                              00425000
005100            AND HIST-KEY = WS-CA-BRW-KEY                          00510000
005110             MOVE 'N' TO WS-SKIP-FIRST                            00511000
005120         ELSE                                                     00512000
005130             IF HIST-DATA(1:1) NOT = 'D'                          00513000
005140                 MOVE HIST-DATA TO L-INVX-HDR                     00514000
005150                 IF INVXH-C-NO NUMERIC                            00515000
005160                    AND INVXH-C-NO = WS-CA-CUST                   00516000
005300             MOVE 'CREDIT'  TO BRW-TYPE                           00530000
005310         WHEN 'F'                                                 00531000
005320             MOVE 'FIN CHG' TO BRW-TYPE                           00532000
005321         WHEN 'W'                                                 00532100
005322             MOVE 'WRITEOFF' TO BRW-TYPE                          00532200
005323         WHEN 'B'                                                 00532300
005324             MOVE 'B/O INV' TO BRW-TYPE                           00532400
005330         WHEN OTHER                                               00533000
005340             MOVE 'INVOICE' TO BRW-TYPE                           00534000
005350     END-EVALUATE                                                 00535000
005360     MOVE INVXH-O-DATE TO BRW-DATE                                00536000
005370     MOVE INVXH-TOTAL  TO ED-AMOUNT                               00537000
005380     MOVE ED-AMOUNT    TO BRW-AMT                                 00538000
005390     IF HK-TYPE = 'C' OR HK-TYPE = 'W'                            00539000
005400         MOVE SPACES TO BRW-STATUS                                00540000
005410     ELSE                                                         00541000
005420         MOVE INVXH-O-NO TO OPN-O-NO                              00542000
005480         END-EXEC                                                 00548000
005490         IF WS-RESP = DFHRESP(NORMAL)                             00549000
005500             MOVE 'OPEN' TO BRW-STATUS                            00550000
005501             IF HK-TYPE = 'B'                                     00550100
005502                 PERFORM 640-CHECK-LATER-DOC                      00550200
005503                 IF LATER-DOC-ON-FILE                             00550300
005504                     MOVE 'PAID' TO BRW-STATUS                    00550400
005505                 END-IF                                           00550500
005506             END-IF                                               00550600
005510         ELSE                                                     00551000
005520             MOVE 'PAID' TO BRW-STATUS                            00552000
005530         END-IF                                                   00553000
005610         WHEN 4 MOVE L-BRW-LINE TO DET4I                          00561000
005620         WHEN 5 MOVE L-BRW-LINE TO DET5I                          00562000
005630     END-EVALUATE                                                 00563000
005631     EXIT.                                                        00563100
005631                                                                  00563101
005631******************************************************************00563102
005631* 640-CHECK-LATER-DOC -- PJPART3 BILLS A NEW RELEASE INVOICE     *00563103
005631* ONLY ONCE THE PREVIOUS ONE IS SETTLED : WHEN A LATER B         *00563104
005632* DOCUMENT OF THE ORDER IS ON FILE, THE OPEN B IN OPNITEMK IS    *00563200
005632* THAT ONE. READ AHEAD IN A SEPARATE AREA SO THE BROWSE IS NOT   *00563201
005632* DISTURBED                                                      *00563202
005632******************************************************************00563203
005632 640-CHECK-LATER-DOC.                                             00563204
005632     MOVE 'N' TO WS-LATER-SW                                      00563205
005633     MOVE 'N' TO WS-SCAN-SW                                       00563300
005633     MOVE HIST-KEY TO SCAN-KEY                                    00563301
005633     PERFORM 645-READ-AHEAD UNTIL SCAN-DONE                       00563302
005633     EXIT.                                                        00563303
005633                                                                  00563304
005634 645-READ-AHEAD.                                                  00563400
005634     IF SCN-SEQ = 999                                             00563401
005634         MOVE 'Y' TO WS-SCAN-SW                                   00563402
005634     ELSE                                                         00563403
005634         ADD 1 TO SCN-SEQ                                         00563404
005635         EXEC CICS READ FILE('INVHIST')                           00563500
005635              INTO(SCAN-RECORD)                                   00563501
005635              RIDFLD(SCAN-KEY)                                    00563502
005635              GTEQ                                                00563503
005635              RESP(WS-RESP)                                       00563504
005636         END-EXEC                                                 00563600
005636         IF WS-RESP NOT = DFHRESP(NORMAL)                         00563601
005636            OR SCN-O-NO NOT = HK-O-NO                             00563602
005636            OR SCN-TYPE NOT = HK-TYPE                             00563603
005636             MOVE 'Y' TO WS-SCAN-SW                               00563604
005637         ELSE                                                     00563700
005637             IF SCAN-DATA(1:1) NOT = 'D'                          00563701
005637                 MOVE 'Y' TO WS-LATER-SW                          00563702
005637                 MOVE 'Y' TO WS-SCAN-SW                           00563703
005637             END-IF                                               00563704
005638         END-IF                                                   00563800
005638     END-IF                                                       00563801
005640     EXIT.                                                        00564000
005650                                                                  00565000
005660******************************************************************00566000
