000470*                  (INVHIST) AND NOT CANCELLED (ORDHOLD X) -    * 00047000
000480*                  BILLED ORDERS ALREADY SIT IN THE ARBAL OPEN  * 00048000
000490*                  AR AND WERE BEING COUNTED TWICE              * 00049000
000491* 15/10/2026 GAY  SPLIT COMMISSION : THE SALESPERSON'S SHARE    * 00049100
000491*                  AND UP TO 3 SPLIT PARTNERS WITH THEIR SHARES * 00049101
000492*                  ON THE HEADER SCREEN, CHECKED ON FILE AND TO * 00049200
000492*                  TOTAL 100, CARRIED IN THE COMMAREA AND       * 00049201
000493*                  WRITTEN TO THE ORDSPLIT KSDS AT PF4 ; THE    * 00049300
000493*                  COMMAREA IS NOW 158 BYTES                    * 00049301
000494* 15/10/2026 GAY  NATIONAL ACCOUNTS : BESIDES THE CUSTOMER'S    * 00049400
000494*                  OWN LIMIT, A CUSTOMER BELONGING TO A GROUP   * 00049401
000495*                  (KSDS NATACCT) IS TESTED AGAINST THE GROUP   * 00049500
000495*                  LIMIT OF ITS PARENT, OVER THE OPEN AR AND    * 00049501
000496*                  UNBILLED ORDERS OF THE WHOLE GROUP ; THE     * 00049600
000496*                  HOLD RECORD CARRIES THE REASON (C OR G)      * 00049601
000497* 15/10/2026 GAY  EFFECTIVE-DATED PRICES : A LINE KEYED WITHOUT * 00049700
000497*                  A PRICE IS PRICED AS AT THE ORDER DATE FROM  * 00049701
000498*                  THE PRICEHST HISTORY (THE OLD PRICE OF THE   * 00049800
000498*                  FIRST CHANGE DATED AFTER THE ORDER), OR AT   * 00049801
000499*                  THE CURRENT PRODUCT PRICE WHEN NONE IS LATER * 00049900
000500******************************************************************00050000
000510                                                                  00051000
000520 DATA DIVISION.                                                   00052000
000800 77 WS-TSQ-LEN        PIC S9(4) COMP VALUE 12.                    00080000
000810                                                                  00081000
000820******************************************************************00082000
000821* SPLIT COMMISSION EDIT : THE FOUR SALESPERSON/SHARE PAIRS OF    *00082100
000821* THE HEADER SCREEN (PAIR 1 = THE ORDER'S SALESPERSON)           *00082101
000822******************************************************************00082200
000822 01 WS-SPLIT-EDIT.                                                00082201
000823    05 SPE-ENTRY OCCURS 4 TIMES.                                  00082300
000823       10 SPE-E-NO     PIC X(3).                                  00082301
000824       10 SPE-SHARE    PIC X(3).                                  00082400
000824 77 WS-SPL-I          PIC S9(4) COMP.                             00082401
000825 77 WS-SPL-J          PIC S9(4) COMP.                             00082500
000825 77 WS-SPL-TOT        PIC 9(4) VALUE ZERO.                        00082501
000826 77 WS-SHR-X          PIC X(3).                                   00082600
000826 77 WS-SHR-HOLD       PIC X(1).                                   00082601
000827                                                                  00082700
000827******************************************************************00082701
000830* CREDIT CHECK WORK FIELDS AND THE KSDS RECORDS INVOLVED        * 00083000
000840******************************************************************00084000
000850 77 WS-ORD-VALUE      PIC S9(9)V99 VALUE ZERO.                    00085000
000940    88 LIMIT-ON-FILE       VALUE 'Y'.                             00094000
000950 77 WS-OVER-SW        PIC X VALUE 'N'.                            00095000
000960    88 OVER-LIMIT          VALUE 'Y'.                             00096000
000961                                                                  00096100
000970 77 WS-ABS-TIME       PIC S9(15) COMP-3.                          00097000
000980 77 WS-HOLD-YMD       PIC X(8).                                   00098000
000981                                                                  00098100
000981******************************************************************00098101
000982* GROUP CREDIT CHECK (NATIONAL ACCOUNTS, KSDS NATACCT) : THE     *00098200
000982* PARENT'S GROUP LIMIT IS TESTED AGAINST THE EXPOSURE OF ALL THE *00098201
000983* CUSTOMERS OF THE GROUP                                         *00098300
000983******************************************************************00098301
000984 77 WS-EXP-C-NO       PIC 9(3).                                   00098400
000984 77 WS-GRP-SW         PIC X VALUE 'N'.                            00098401
000985    88 GROUP-LIMIT-ON-FILE VALUE 'Y'.                             00098500
000985 77 WS-GRP-OVER-SW    PIC X VALUE 'N'.                            00098501
000986    88 GROUP-OVER-LIMIT    VALUE 'Y'.                             00098600
000986 77 WS-GRP-BRW-SW     PIC X VALUE 'N'.                            00098601
000987    88 GROUP-BROWSE-DONE   VALUE 'Y'.                             00098700
000987 77 WS-GRP-PARENT     PIC 9(3).                                   00098701
000988 77 WS-GRP-LIMIT      PIC 9(7)V99 VALUE ZERO.                     00098800
000988 77 WS-GRP-EXPOSURE   PIC S9(9)V99 VALUE ZERO.                    00098801
000989                                                                  00098900
000989     COPY NATREC.                                                 00098901
000990                                                                  00099000
001000     COPY CRLMREC.                                                00100000
001010                                                                  00101000
001060     COPY STKREC.                                                 00106000
001070                                                                  00107000
001080     COPY SHIPREC.                                                00108000
001081                                                                  00108100
001081     COPY SPLTREC.                                                00108101
001082                                                                  00108200
001082******************************************************************00108201
001083* PRICE HISTORY (KSDS PRICEHST) : PRICE OF A PRODUCT AS AT THE   *00108300
001083* ORDER DATE                                                     *00108301
001084******************************************************************00108400
001084     COPY PRHREC.                                                 00108401
001085                                                                  00108500
001085 77 WS-PRH-BRW-SW     PIC X VALUE 'N'.                            00108501
001086    88 PRICE-BROWSE-DONE   VALUE 'Y'.                             00108600
001090                                                                  00109000
001100******************************************************************00110000
001110* INVOICE HISTORY KEY - USED ONLY TO KEEP ALREADY-BILLED ORDERS * 00111000
001800       10 WS-CA-SHIP-CITY PIC X(20).                              00180000
001810       10 WS-CA-SHIP-ST   PIC X(2).                               00181000
001820       10 WS-CA-SHIP-ZIP  PIC X(5).                               00182000
001821    05 WS-CA-SPL-CNT  PIC 9(1).                                   00182100
001822    05 WS-CA-SPL-ENTRY OCCURS 4 TIMES.                            00182200
001823       10 WS-CA-SPL-E-NO  PIC 9(3).                               00182300
001824       10 WS-CA-SPL-SHARE PIC 9(3).                               00182400
001830                                                                  00183000
001840******************************************************************00184000
001850* TS QUEUE : ONE RECORD PER ENTERED LINE, NAMED AFTER THE        *00185000
002260    02 FILLER REDEFINES EMPNAMF.                                  00226000
002270       03 EMPNAMA   PIC X.                                        00227000
002280    02 EMPNAMI      PIC X(30).                                    00228000
002281    02 SPSHR1L      PIC S9(4) COMP.                               00228100
002282    02 SPSHR1F      PIC X.                                        00228200
002283    02 FILLER REDEFINES SPSHR1F.                                  00228300
002284       03 SPSHR1A   PIC X.                                        00228400
002285    02 SPSHR1I      PIC X(3).                                     00228500
002290    02 SHPNAML      PIC S9(4) COMP.                               00229000
002300    02 SHPNAMF      PIC X.                                        00230000
002310    02 FILLER REDEFINES SHPNAMF.                                  00231000
002510    02 FILLER REDEFINES SHPZIPF.                                  00251000
002520       03 SHPZIPA   PIC X.                                        00252000
002530    02 SHPZIPI      PIC X(5).                                     00253000
002531    02 SPEMP2L      PIC S9(4) COMP.                               00253100
002531    02 SPEMP2F      PIC X.                                        00253101
002531    02 FILLER REDEFINES SPEMP2F.                                  00253102
002531       03 SPEMP2A   PIC X.                                        00253103
002532    02 SPEMP2I      PIC X(3).                                     00253200
002532    02 SPSHR2L      PIC S9(4) COMP.                               00253201
002532    02 SPSHR2F      PIC X.                                        00253202
002532    02 FILLER REDEFINES SPSHR2F.                                  00253203
002533       03 SPSHR2A   PIC X.                                        00253300
002533    02 SPSHR2I      PIC X(3).                                     00253301
002533    02 SPEMP3L      PIC S9(4) COMP.                               00253302
002533    02 SPEMP3F      PIC X.                                        00253303
002534    02 FILLER REDEFINES SPEMP3F.                                  00253400
002534       03 SPEMP3A   PIC X.                                        00253401
002534    02 SPEMP3I      PIC X(3).                                     00253402
002534    02 SPSHR3L      PIC S9(4) COMP.                               00253403
002535    02 SPSHR3F      PIC X.                                        00253500
002535    02 FILLER REDEFINES SPSHR3F.                                  00253501
002535       03 SPSHR3A   PIC X.                                        00253502
002535    02 SPSHR3I      PIC X(3).                                     00253503
002536    02 SPEMP4L      PIC S9(4) COMP.                               00253600
002536    02 SPEMP4F      PIC X.                                        00253601
002536    02 FILLER REDEFINES SPEMP4F.                                  00253602
002536       03 SPEMP4A   PIC X.                                        00253603
002537    02 SPEMP4I      PIC X(3).                                     00253700
002537    02 SPSHR4L      PIC S9(4) COMP.                               00253701
002537    02 SPSHR4F      PIC X.                                        00253702
002537    02 FILLER REDEFINES SPSHR4F.                                  00253703
002538       03 SPSHR4A   PIC X.                                        00253800
002538    02 SPSHR4I      PIC X(3).                                     00253801
002540    02 MESSHL       PIC S9(4) COMP.                               00254000
002550    02 MESSHF       PIC X.                                        00255000
002560    02 FILLER REDEFINES MESSHF.                                   00256000
002960    02 MESSLI       PIC X(55).                                    00296000
002970                                                                  00297000
002980 LINKAGE SECTION.                                                 00298000
002990 01 DFHCOMMAREA       PIC X(158).                                 00299000
003000                                                                  00300000
003010******************************************************************00301000
003020* MAINLINE                                                       *00302000
003600 290-RETURN-TRANS.                                                00360000
003610     EXEC CICS RETURN TRANSID('PJOE')                             00361000
003620          COMMAREA(WS-COMM)                                       00362000
003630          LENGTH(158)                                             00363000
003640     END-EXEC                                                     00364000
003650     EXIT.                                                        00365000
003660                                                                  00366000
003890     INSPECT SHPCTYI REPLACING TRAILING '_' BY SPACE              00389000
003900     INSPECT SHPSTI REPLACING TRAILING '_' BY SPACE               00390000
003910     INSPECT SHPZIPI REPLACING TRAILING '_' BY SPACE              00391000
003911     INSPECT SPSHR1I REPLACING TRAILING '_' BY SPACE              00391100
003912     INSPECT SPEMP2I REPLACING TRAILING '_' BY SPACE              00391200
003913     INSPECT SPSHR2I REPLACING TRAILING '_' BY SPACE              00391300
003914     INSPECT SPEMP3I REPLACING TRAILING '_' BY SPACE              00391400
003915     INSPECT SPSHR3I REPLACING TRAILING '_' BY SPACE              00391500
003916     INSPECT SPEMP4I REPLACING TRAILING '_' BY SPACE              00391600
003917     INSPECT SPSHR4I REPLACING TRAILING '_' BY SPACE              00391700
003920     PERFORM 045-SET-NEED-LEVEL                                   00392000
003930     PERFORM 050-CHECK-AUTHORITY                                  00393000
003940     IF AUTH-REFUSED                                              00394000
004360******************************************************************00436000
004370* 310-EDIT-HEADER -- ORDER NUMBER FREE, DATE PLAUSIBLE, CUSTOMER *00437000
004380* AND SALESPERSON ON FILE (THEIR NAMES ARE ECHOED BACK) : A BAD  *00438000
004390* NUMBER IS CAUGHT HERE, NOT IN TOMORROW'S REJECTS FILE. A       *00439000
004391* COMMISSION SPLIT IS CHECKED LAST (SEE 350)                     *00439100
004400******************************************************************00440000
004410 310-EDIT-HEADER.                                                 00441000
004420     MOVE 'Y' TO WS-EDIT-OK                                       00442000
004690     END-IF                                                       00469000
004700     IF EDIT-OK                                                   00470000
004710         PERFORM 340-CHECK-EMPLOYEE                               00471000
004711     END-IF                                                       00471100
004712     IF EDIT-OK                                                   00471200
004713         PERFORM 350-CHECK-SPLIT                                  00471300
004720     END-IF                                                       00472000
004730     EXIT.                                                        00473000
004740                                                                  00474000
005520     EXIT.                                                        00552000
005530                                                                  00553000
005540******************************************************************00554000
005541* 350-CHECK-SPLIT -- NO PARTNER ENTERED : THE SALESPERSON'S      *00554100
005541* SHARE IS BLANK OR 100 AND NO SPLIT IS KEPT. OTHERWISE EVERY    *00554101
005541* SHARE IS 1 TO 100, EVERY PARTNER IS ON FILE AND APPEARS ONCE,  *00554102
005541* AND THE SHARES TOTAL 100. THE SPLIT IS PACKED INTO THE         *00554103
005541* COMMAREA, SALESPERSON FIRST, EMPTY PAIRS DROPPED               *00554104
005541******************************************************************00554105
005541 350-CHECK-SPLIT.                                                 00554106
005541     MOVE EMPNOI  TO SPE-E-NO(1)                                  00554107
005541     MOVE SPSHR1I TO SPE-SHARE(1)                                 00554108
005541     MOVE SPEMP2I TO SPE-E-NO(2)                                  00554109
005541     MOVE SPSHR2I TO SPE-SHARE(2)                                 00554110
005541     MOVE SPEMP3I TO SPE-E-NO(3)                                  00554111
005541     MOVE SPSHR3I TO SPE-SHARE(3)                                 00554112
005541     MOVE SPEMP4I TO SPE-E-NO(4)                                  00554113
005541     MOVE SPSHR4I TO SPE-SHARE(4)                                 00554114
005542     PERFORM 352-JUSTIFY-SHARE                                    00554200
005542        VARYING WS-SPL-I FROM 1 BY 1 UNTIL WS-SPL-I > 4           00554201
005542     INITIALIZE WS-CA-SPL-CNT                                     00554202
005542     INITIALIZE WS-CA-SPL-ENTRY(1) WS-CA-SPL-ENTRY(2)             00554203
005542                WS-CA-SPL-ENTRY(3) WS-CA-SPL-ENTRY(4)             00554204
005542     MOVE ZERO TO WS-SPL-TOT                                      00554205
005542     IF SPEMP2I = SPACES AND SPEMP3I = SPACES                     00554206
005542        AND SPEMP4I = SPACES                                      00554207
005542         IF SPE-SHARE(1) NOT = SPACES AND SPE-SHARE(1) NOT = '100'00554208
005542             MOVE 'N' TO WS-EDIT-OK                               00554209
005542             MOVE 'SHARE MUST BE 100 WITHOUT A SPLIT PARTNER'     00554210
005542                TO MESSHI                                         00554211
005542         END-IF                                                   00554212
005542     ELSE                                                         00554213
005542         PERFORM 354-EDIT-ONE-SHARE                               00554214
005543            VARYING WS-SPL-I FROM 1 BY 1                          00554300
005543               UNTIL WS-SPL-I > 4 OR EDIT-FAILED                  00554301
005543         IF EDIT-OK AND WS-SPL-TOT NOT = 100                      00554302
005543             MOVE 'N' TO WS-EDIT-OK                               00554303
005543             MOVE 'SPLIT SHARES MUST TOTAL 100' TO MESSHI         00554304
005543         END-IF                                                   00554305
005543     END-IF                                                       00554306
005543     EXIT.                                                        00554307
005543                                                                  00554308
005543******************************************************************00554309
005543* 352-JUSTIFY-SHARE -- A SHARE KEYED SHORT ('50 ', ' 5 ') IS     *00554310
005543* RIGHT-JUSTIFIED WITH LEADING ZEROS BEFORE THE NUMERIC TEST     *00554311
005543******************************************************************00554312
005543 352-JUSTIFY-SHARE.                                               00554313
005543     MOVE SPE-SHARE(WS-SPL-I) TO WS-SHR-X                         00554314
005544     IF WS-SHR-X NOT = SPACES                                     00554400
005544         INSPECT WS-SHR-X REPLACING LEADING SPACE BY '0'          00554401
005544         IF WS-SHR-X(3:1) = SPACE                                 00554402
005544             IF WS-SHR-X(2:1) = SPACE                             00554403
005544                 MOVE WS-SHR-X(1:1) TO WS-SHR-HOLD                00554404
005544                 MOVE '00'          TO WS-SHR-X(1:2)              00554405
005544                 MOVE WS-SHR-HOLD   TO WS-SHR-X(3:1)              00554406
005544             ELSE                                                 00554407
005544                 MOVE WS-SHR-X(1:2) TO WS-SHR-X(2:2)              00554408
005544                 MOVE '0'           TO WS-SHR-X(1:1)              00554409
005544             END-IF                                               00554410
005544         END-IF                                                   00554411
005544         MOVE WS-SHR-X TO SPE-SHARE(WS-SPL-I)                     00554412
005544     END-IF                                                       00554413
005544     EXIT.                                                        00554414
005545                                                                  00554500
005545 354-EDIT-ONE-SHARE.                                              00554501
005545     IF WS-SPL-I > 1 AND SPE-E-NO(WS-SPL-I) = SPACES              00554502
005545         IF SPE-SHARE(WS-SPL-I) NOT = SPACES                      00554503
005545             MOVE 'N' TO WS-EDIT-OK                               00554504
005545             MOVE 'SPLIT SHARE ENTERED WITHOUT A SALESPERSON'     00554505
005545                TO MESSHI                                         00554506
005545         END-IF                                                   00554507
005545     ELSE                                                         00554508
005545         IF SPE-SHARE(WS-SPL-I) NOT NUMERIC                       00554509
005545            OR SPE-SHARE(WS-SPL-I) = '000'                        00554510
005545            OR SPE-SHARE(WS-SPL-I) > '100'                        00554511
005545             MOVE 'N' TO WS-EDIT-OK                               00554512
005545             MOVE 'EACH SPLIT SHARE MUST BE 1 TO 100' TO MESSHI   00554513
005545         END-IF                                                   00554514
005546         IF EDIT-OK AND WS-SPL-I > 1                              00554600
005546             PERFORM 356-CHECK-PARTNER                            00554601
005546         END-IF                                                   00554602
005546         IF EDIT-OK                                               00554603
005546             ADD 1 TO WS-CA-SPL-CNT                               00554604
005546             MOVE SPE-E-NO(WS-SPL-I)                              00554605
005546                TO WS-CA-SPL-E-NO(WS-CA-SPL-CNT)                  00554606
005546             MOVE SPE-SHARE(WS-SPL-I)                             00554607
005546                TO WS-CA-SPL-SHARE(WS-CA-SPL-CNT)                 00554608
005546             ADD WS-CA-SPL-SHARE(WS-CA-SPL-CNT) TO WS-SPL-TOT     00554609
005546         END-IF                                                   00554610
005546     END-IF                                                       00554611
005546     EXIT.                                                        00554612
005546                                                                  00554613
005546 356-CHECK-PARTNER.                                               00554614
005547     IF SPE-E-NO(WS-SPL-I) NOT NUMERIC                            00554700
005547         MOVE 'N' TO WS-EDIT-OK                                   00554701
005547         MOVE 'SPLIT SALESPERSON MUST BE NUMERIC' TO MESSHI       00554702
005547     ELSE                                                         00554703
005547         PERFORM 358-CHECK-DUPLICATE                              00554704
005547            VARYING WS-SPL-J FROM 1 BY 1                          00554705
005547               UNTIL WS-SPL-J NOT < WS-SPL-I OR EDIT-FAILED       00554706
005547     END-IF                                                       00554707
005547     IF EDIT-OK                                                   00554708
005547         INITIALIZE ST-EMPLO                                      00554709
005547         MOVE SPE-E-NO(WS-SPL-I) TO EMPLO-E-NO                    00554710
005547         EXEC SQL                                                 00554711
005547            SELECT LNAME, FNAME                                   00554712
005547                INTO :EMPLO-LNAME, :EMPLO-FNAME                   00554713
005547                FROM API5.EMPLOYEES                               00554714
005548                WHERE E_NO = :EMPLO-E-NO                          00554800
005548         END-EXEC                                                 00554801
005548         EVALUATE TRUE                                            00554802
005548             WHEN SQLCODE = ZERO                                  00554803
005548                 CONTINUE                                         00554804
005548             WHEN SQLCODE = +100                                  00554805
005548                 MOVE 'N' TO WS-EDIT-OK                           00554806
005548                 MOVE 'SPLIT SALESPERSON NOT ON FILE' TO MESSHI   00554807
005548             WHEN OTHER                                           00554808
005548                 MOVE 'N' TO WS-EDIT-OK                           00554809
005548                 PERFORM 950-SQL-ERROR-H                          00554810
005548         END-EVALUATE                                             00554811
005548     END-IF                                                       00554812
005548     EXIT.                                                        00554813
005548                                                                  00554814
005549 358-CHECK-DUPLICATE.                                             00554900
005549     IF SPE-E-NO(WS-SPL-J) = SPE-E-NO(WS-SPL-I)                   00554901
005549         MOVE 'N' TO WS-EDIT-OK                                   00554902
005549         MOVE 'SALESPERSON ENTERED TWICE IN THE SPLIT' TO MESSHI  00554903
005549     END-IF                                                       00554904
005549     EXIT.                                                        00554905
005549                                                                  00554906
005549******************************************************************00554907
005550* 500-LINE-PHASE -- ENTER ADDS A LINE TO THE TS QUEUE (PRICE     *00555000
005560* DEFAULTED FROM THE PRODUCT WHEN LEFT BLANK), PF4 WRITES THE    *00556000
005570* WHOLE ORDER IN ONE UNIT OF WORK, PF9 CANCELS THE ORDER,        *00557000
005980                                                                  00598000
005990******************************************************************00599000
006000* 510-ADD-LINE -- VALIDATE THE PRODUCT AND QUANTITY, DEFAULT     *00600000
006010* THE PRICE AS AT THE ORDER DATE WHEN THE FIELD IS LEFT BLANK,   *00601000
006020* THEN PARK THE LINE IN THE TS QUEUE                             *00602000
006030******************************************************************00603000
006040 510-ADD-LINE.                                                    00604000
006300     END-IF                                                       00630000
006310     IF EDIT-OK                                                   00631000
006320         IF PRICEI = SPACES                                       00632000
006330             PERFORM 515-PRICE-AT-ORDER-DATE                      00633000
006340             MOVE WS-PRICE-NUM TO WS-PRICE-EDIT                   00634000
006350             MOVE WS-PRICE-EDIT TO PRICEI                         00635000
006360         ELSE                                                     00636000
006580         END-EXEC                                                 00658000
006590         ADD 1 TO WS-CA-LINE-CNT                                  00659000
006600         PERFORM 520-CHECK-AVAILABILITY                           00660000
006601     END-IF                                                       00660100
006601     EXIT.                                                        00660101
006601                                                                  00660102
006601******************************************************************00660103
006601* 515-PRICE-AT-ORDER-DATE -- THE PRICE IN FORCE ON THE ORDER     *00660104
006602* DATE IS THE OLD PRICE OF THE FIRST PRICEHST CHANGE DATED AFTER *00660200
006602* IT (A CHANGE DATED THE ORDER DAY ITSELF IS ALREADY IN FORCE).  *00660201
006602* NO LATER CHANGE, OR NO HISTORY, MEANS THE CURRENT PRICE        *00660202
006602******************************************************************00660203
006602 515-PRICE-AT-ORDER-DATE.                                         00660204
006603     MOVE PROD-PRICE TO WS-PRICE-NUM                              00660300
006603     MOVE 'N' TO WS-PRH-BRW-SW                                    00660301
006603     INITIALIZE PRICEHST-RECORD                                   00660302
006603     MOVE PROD-P-NO    TO PRH-P-NO                                00660303
006603     MOVE WS-CA-O-DATE TO PRH-EFF-DATE                            00660304
006604     EXEC CICS STARTBR FILE('PRICEHST')                           00660400
006604          RIDFLD(PRH-KEY)                                         00660401
006604          GTEQ                                                    00660402
006604          RESP(WS-RESP)                                           00660403
006604     END-EXEC                                                     00660404
006605     IF WS-RESP = DFHRESP(NORMAL)                                 00660500
006605         PERFORM 516-NEXT-PRICE-CHANGE                            00660501
006605            UNTIL PRICE-BROWSE-DONE                               00660502
006605         EXEC CICS ENDBR FILE('PRICEHST')                         00660503
006605              RESP(WS-RESP)                                       00660504
006606         END-EXEC                                                 00660600
006606     END-IF                                                       00660601
006606     EXIT.                                                        00660602
006606                                                                  00660603
006606 516-NEXT-PRICE-CHANGE.                                           00660604
006607     EXEC CICS READNEXT FILE('PRICEHST')                          00660700
006607          INTO(PRICEHST-RECORD)                                   00660701
006607          RIDFLD(PRH-KEY)                                         00660702
006607          RESP(WS-RESP)                                           00660703
006607     END-EXEC                                                     00660704
006608     IF WS-RESP NOT = DFHRESP(NORMAL)                             00660800
006608     OR PRH-P-NO NOT = PROD-P-NO                                  00660801
006608         MOVE 'Y' TO WS-PRH-BRW-SW                                00660802
006608     ELSE                                                         00660803
006608         IF PRH-EFF-DATE > WS-CA-O-DATE                           00660804
006609             MOVE PRH-OLD-PRICE TO WS-PRICE-NUM                   00660900
006609             MOVE 'Y' TO WS-PRH-BRW-SW                            00660901
006609         END-IF                                                   00660902
006610     END-IF                                                       00661000
006620     EXIT.                                                        00662000
006630                                                                  00663000
007410             PERFORM 640-WRITE-SHIPTO                             00741000
007420         END-IF                                                   00742000
007430         IF EDIT-OK                                               00743000
007431             PERFORM 645-WRITE-SPLIT                              00743100
007432         END-IF                                                   00743200
007433         IF EDIT-OK                                               00743300
007440             PERFORM 620-CREDIT-CHECK                             00744000
007450         END-IF                                                   00745000
007460         IF EDIT-OK                                               00746000
007470             PERFORM 790-PURGE-TSQ                                00747000
007480             MOVE SPACES TO MESSHI                                00748000
007490             IF OVER-LIMIT                                        00749000
007500                 IF GROUP-OVER-LIMIT                              00750000
007510                     MOVE                                         00751000
007511                      'ORDER HELD - GROUP LIMIT EXCEEDED (PJCR)'  00751100
007512                        TO MESSHI                                 00751200
007513                 ELSE                                             00751300
007514                     MOVE                                         00751400
007515                      'ORDER HELD - CREDIT LIMIT EXCEEDED (PJCR)' 00751500
007516                        TO MESSHI                                 00751600
007517                 END-IF                                           00751700
007520             ELSE                                                 00752000
007530             STRING                                               00753000
007540                'ORDER WRITTEN - ' DELIMITED BY SIZE              00754000
008160 620-CREDIT-CHECK.                                                00816000
008170     MOVE 'N' TO WS-OVER-SW                                       00817000
008180     MOVE 'N' TO WS-LIMIT-SW                                      00818000
008181     MOVE 'N' TO WS-GRP-OVER-SW                                   00818100
008190     INITIALIZE CREDLIM-RECORD                                    00819000
008200     MOVE WS-CA-C-NO TO CRL-C-NO                                  00820000
008210     EXEC CICS READ FILE('CREDLIM')                               00821000
008260     IF WS-RESP = DFHRESP(NORMAL)                                 00826000
008270         MOVE 'Y' TO WS-LIMIT-SW                                  00827000
008280     END-IF                                                       00828000
008290     PERFORM 650-READ-GROUP                                       00829000
008291     IF LIMIT-ON-FILE OR GROUP-LIMIT-ON-FILE                      00829100
008300         INITIALIZE ST-CUSTS                                      00830000
008310         MOVE WS-CA-C-NO TO CUSTS-C-NO                            00831000
008320         EXEC SQL                                                 00832000
008380         IF SQLCODE NOT = ZERO                                    00838000
008390             MOVE SPACES TO CUSTS-COMPANY                         00839000
008400         END-IF                                                   00840000
008401     END-IF                                                       00840100
008402     IF LIMIT-ON-FILE                                             00840200
008403         MOVE WS-CA-C-NO TO WS-EXP-C-NO                           00840300
008410         PERFORM 622-GET-EXPOSURE                                 00841000
008420         IF WS-EXPOSURE > CRL-LIMIT                               00842000
008430             MOVE 'Y' TO WS-OVER-SW                               00843000
008450         END-IF                                                   00845000
008451     END-IF                                                       00845100
008451     IF GROUP-LIMIT-ON-FILE AND NOT OVER-LIMIT                    00845101
008452         PERFORM 655-GROUP-EXPOSURE                               00845200
008452         IF WS-GRP-EXPOSURE > WS-GRP-LIMIT                        00845201
008453             MOVE 'Y' TO WS-OVER-SW                               00845300
008453             MOVE 'Y' TO WS-GRP-OVER-SW                           00845301
008454         END-IF                                                   00845400
008454     END-IF                                                       00845401
008455     IF OVER-LIMIT                                                00845500
008455         PERFORM 630-WRITE-HOLD                                   00845501
008460     END-IF                                                       00846000
008470     EXIT.                                                        00847000
008480                                                                  00848000
008490 622-GET-EXPOSURE.                                                00849000
008500     MOVE ZERO TO WS-OPEN-AR                                      00850000
008510     INITIALIZE ARBAL-RECORD                                      00851000
008520     MOVE WS-EXP-C-NO TO ARB-C-NO                                 00852000
008530     EXEC CICS READ FILE('ARBAL')                                 00853000
008540          INTO(ARBAL-RECORD)                                      00854000
008550          RIDFLD(ARB-KEY)                                         00855000
008600     END-IF                                                       00860000
008610     MOVE ZERO TO WS-PEND-TOT                                     00861000
008620     INITIALIZE ST-ORDER                                          00862000
008630     MOVE WS-EXP-C-NO TO ORDER-C-NO                               00863000
008640     MOVE WS-CA-O-NO  TO ORDER-O-NO                               00864000
008650     EXEC SQL                                                     00865000
008660        OPEN CPEND                                                00866000
008670     END-EXEC                                                     00867000
009420     MOVE 'H'         TO HLD-STATUS                               00942000
009430     MOVE WS-CA-C-NO  TO HLD-C-NO                                 00943000
009440     MOVE CUSTS-COMPANY TO HLD-COMPANY                            00944000
009441     IF GROUP-OVER-LIMIT                                          00944100
009442         MOVE 'G' TO HLD-REASON                                   00944200
009443     ELSE                                                         00944300
009444         MOVE 'C' TO HLD-REASON                                   00944400
009445     END-IF                                                       00944500
009450     MOVE WS-ORD-VALUE TO HLD-AMOUNT                              00945000
009460     EXEC CICS ASKTIME                                            00946000
009470          ABSTIME(WS-ABS-TIME)                                    00947000
009660     EXIT.                                                        00966000
009670                                                                  00967000
009680******************************************************************00968000
009681* 650-READ-GROUP -- IS THE CUSTOMER PART OF A NATIONAL ACCOUNT   *00968100
009681* WHOSE PARENT CARRIES A GROUP LIMIT ? THE LIMIT SITS ON THE     *00968101
009681* PARENT RECORD ; ZERO MEANS NO GROUP LIMIT                      *00968102
009681******************************************************************00968103
009681 650-READ-GROUP.                                                  00968104
009681     MOVE 'N'  TO WS-GRP-SW                                       00968105
009681     MOVE ZERO TO WS-GRP-LIMIT                                    00968106
009681     INITIALIZE NATACCT-RECORD                                    00968107
009681     MOVE WS-CA-C-NO TO NAT-C-NO                                  00968108
009682     EXEC CICS READ FILE('NATACCT')                               00968200
009682          INTO(NATACCT-RECORD)                                    00968201
009682          RIDFLD(NAT-KEY)                                         00968202
009682          RESP(WS-RESP)                                           00968203
009682     END-EXEC                                                     00968204
009682     IF WS-RESP = DFHRESP(NORMAL)                                 00968205
009682         MOVE NAT-PARENT-NO TO WS-GRP-PARENT                      00968206
009682         IF NOT NAT-PARENT                                        00968207
009682             MOVE WS-GRP-PARENT TO NAT-C-NO                       00968208
009683             EXEC CICS READ FILE('NATACCT')                       00968300
009683                  INTO(NATACCT-RECORD)                            00968301
009683                  RIDFLD(NAT-KEY)                                 00968302
009683                  RESP(WS-RESP)                                   00968303
009683             END-EXEC                                             00968304
009683         END-IF                                                   00968305
009683         IF WS-RESP = DFHRESP(NORMAL)                             00968306
009683            AND NAT-PARENT                                        00968307
009683            AND NAT-GROUP-LIMIT > ZERO                            00968308
009684             MOVE NAT-GROUP-LIMIT TO WS-GRP-LIMIT                 00968400
009684             MOVE 'Y' TO WS-GRP-SW                                00968401
009684         END-IF                                                   00968402
009684     END-IF                                                       00968403
009684     EXIT.                                                        00968404
009684                                                                  00968405
009684******************************************************************00968406
009684* 655-GROUP-EXPOSURE -- OPEN AR PLUS UNBILLED ORDERS OF EVERY    *00968407
009684* CUSTOMER OF THE GROUP (THE PARENT POINTS AT ITSELF), PLUS THIS *00968408
009685* ORDER. NATACCT HOLDS ONE RECORD PER GROUPED CUSTOMER ONLY, SO  *00968500
009685* THE FULL BROWSE STAYS SHORT                                    *00968501
009685******************************************************************00968502
009685 655-GROUP-EXPOSURE.                                              00968503
009685     MOVE ZERO TO WS-GRP-EXPOSURE                                 00968504
009685     MOVE 'N'  TO WS-GRP-BRW-SW                                   00968505
009685     MOVE ZERO TO NAT-C-NO                                        00968506
009685     EXEC CICS STARTBR FILE('NATACCT')                            00968507
009685          RIDFLD(NAT-KEY)                                         00968508
009686          GTEQ                                                    00968600
009686          RESP(WS-RESP)                                           00968601
009686     END-EXEC                                                     00968602
009686     IF WS-RESP = DFHRESP(NORMAL)                                 00968603
009686         PERFORM 656-ADD-GROUP-MEMBER                             00968604
009686            UNTIL GROUP-BROWSE-DONE                               00968605
009686         EXEC CICS ENDBR FILE('NATACCT')                          00968606
009686              RESP(WS-RESP)                                       00968607
009686         END-EXEC                                                 00968608
009687     END-IF                                                       00968700
009687     ADD WS-ORD-VALUE TO WS-GRP-EXPOSURE                          00968701
009687     EXIT.                                                        00968702
009687                                                                  00968703
009687 656-ADD-GROUP-MEMBER.                                            00968704
009687     EXEC CICS READNEXT FILE('NATACCT')                           00968705
009687          INTO(NATACCT-RECORD)                                    00968706
009687          RIDFLD(NAT-KEY)                                         00968707
009687          RESP(WS-RESP)                                           00968708
009688     END-EXEC                                                     00968800
009688     IF WS-RESP NOT = DFHRESP(NORMAL)                             00968801
009688         MOVE 'Y' TO WS-GRP-BRW-SW                                00968802
009688     ELSE                                                         00968803
009688         IF NAT-PARENT-NO = WS-GRP-PARENT                         00968804
009688             MOVE NAT-C-NO TO WS-EXP-C-NO                         00968805
009688             PERFORM 622-GET-EXPOSURE                             00968806
009688             ADD WS-OPEN-AR  TO WS-GRP-EXPOSURE                   00968807
009688             ADD WS-PEND-TOT TO WS-GRP-EXPOSURE                   00968808
009689         END-IF                                                   00968900
009689     END-IF                                                       00968901
009689     EXIT.                                                        00968902
009689                                                                  00968903
009689******************************************************************00968904
009690* 640-WRITE-SHIPTO -- RECORD THE DELIVERY ADDRESS FOR BILLING   * 00969000
009700* WHEN THE CLERK FILLED THE OPTIONAL SHIP-TO BLOCK              * 00970000
009710******************************************************************00971000
009840              RESP(WS-RESP)                                       00984000
009850         END-EXEC                                                 00985000
009860     END-IF                                                       00986000
009861     EXIT.                                                        00986100
009861                                                                  00986101
009861******************************************************************00986102
009861* 645-WRITE-SPLIT -- RECORD THE COMMISSION SPLIT FOR BILLING     *00986103
009861* WHEN ONE WAS ENTERED. A FAILED WRITE BACKS THE ORDER OUT       *00986104
009862******************************************************************00986200
009862 645-WRITE-SPLIT.                                                 00986201
009862     IF WS-CA-SPL-CNT > ZERO                                      00986202
009862         INITIALIZE ORDSPLIT-RECORD                               00986203
009862         MOVE WS-CA-O-NO    TO SPL-O-NO                           00986204
009863         MOVE WS-CA-SPL-CNT TO SPL-CNT                            00986300
009863         PERFORM 646-MOVE-ONE-SHARE                               00986301
009863            VARYING WS-SPL-I FROM 1 BY 1                          00986302
009863               UNTIL WS-SPL-I > WS-CA-SPL-CNT                     00986303
009863         EXEC CICS ASKTIME                                        00986304
009864              ABSTIME(WS-ABS-TIME)                                00986400
009864         END-EXEC                                                 00986401
009864         EXEC CICS FORMATTIME                                     00986402
009864              ABSTIME(WS-ABS-TIME)                                00986403
009864              YYYYMMDD(WS-HOLD-YMD)                               00986404
009865         END-EXEC                                                 00986500
009865         MOVE WS-HOLD-YMD(1:4) TO SPL-CHG-DATE(1:4)               00986501
009865         MOVE '-'              TO SPL-CHG-DATE(5:1)               00986502
009865         MOVE WS-HOLD-YMD(5:2) TO SPL-CHG-DATE(6:2)               00986503
009865         MOVE '-'              TO SPL-CHG-DATE(8:1)               00986504
009866         MOVE WS-HOLD-YMD(7:2) TO SPL-CHG-DATE(9:2)               00986600
009866         EXEC CICS ASSIGN                                         00986601
009866              USERID(SPL-USERID)                                  00986602
009866         END-EXEC                                                 00986603
009866         EXEC CICS WRITE FILE('ORDSPLIT')                         00986604
009867              FROM(ORDSPLIT-RECORD)                               00986700
009867              RIDFLD(SPL-KEY)                                     00986701
009867              RESP(WS-RESP)                                       00986702
009867         END-EXEC                                                 00986703
009867         IF WS-RESP NOT = DFHRESP(NORMAL)                         00986704
009868             MOVE 'N' TO WS-EDIT-OK                               00986800
009868             MOVE 'ORDSPLIT WRITE ERROR - ORDER NOT WRITTEN'      00986801
009868                TO MESSLI                                         00986802
009868         END-IF                                                   00986803
009868     END-IF                                                       00986804
009869     EXIT.                                                        00986900
009869                                                                  00986901
009869 646-MOVE-ONE-SHARE.                                              00986902
009869     MOVE WS-CA-SPL-E-NO(WS-SPL-I)  TO SPL-E-NO(WS-SPL-I)         00986903
009869     MOVE WS-CA-SPL-SHARE(WS-SPL-I) TO SPL-SHARE(WS-SPL-I)        00986904
009870     EXIT.                                                        00987000
009880                                                                  00988000
009890 690-CANCEL-ORDER.                                                00989000
