000270*                  AFTER AUDIT RECORD TO TD QUEUE RFAU. AN       *00027000
000280*                  ORDER ALREADY IN THE INVOICE HISTORY IS       *00028000
000290*                  REFUSED - THAT IS CREDIT MEMO TERRITORY       *00029000
000291* 15/10/2026 GAY  SPLIT COMMISSION : ENTER SHOWS THE ORDER'S    * 00029100
000292*                  SALESPERSON SHARES (ORDSPLIT KSDS, OR THE     *00029200
000293*                  SALESPERSON AT 100), PF5 CHANGES THEM UNTIL   *00029300
000294*                  THE ORDER IS BILLED, SAME EDITS AS PJORDE.    *00029400
000295*                  EACH CHANGED SHARE IS AUDITED (ORDSPLIT,      *00029500
000296*                  FIELD SPLITN)                                 *00029600
000300******************************************************************00030000
000310                                                                  00031000
000320 DATA DIVISION.                                                   00032000
000620 77 ED-QTY            PIC Z9.                                     00062000
000630                                                                  00063000
000640******************************************************************00064000
000641* SPLIT COMMISSION : SCREEN PAIRS (PAIR 1 = THE ORDER'S          *00064100
000641* SALESPERSON), THE NEW SPLIT PACKED FROM THEM AND THE BEFORE/   *00064101
000641* AFTER VALUE OF EACH PAIR FOR THE AUDIT TRAIL                   *00064102
000641******************************************************************00064103
000642 01 WS-SPLIT-EDIT.                                                00064200
000642    05 SPE-ENTRY OCCURS 4 TIMES.                                  00064201
000642       10 SPE-E-NO     PIC X(3).                                  00064202
000642       10 SPE-SHARE    PIC X(3).                                  00064203
000643 01 WS-NEW-SPLIT.                                                 00064300
000643    05 WS-NEW-CNT      PIC 9(1).                                  00064301
000643    05 WS-NEW-ENTRY OCCURS 4 TIMES.                               00064302
000643       10 WS-NEW-E-NO  PIC 9(3).                                  00064303
000644       10 WS-NEW-SHARE PIC 9(3).                                  00064400
000644 01 WS-SPLIT-AUDIT.                                               00064401
000644    05 WS-SPA-ENTRY OCCURS 4 TIMES.                               00064402
000644       10 WS-SPA-BEFORE PIC X(7).                                 00064403
000645       10 WS-SPA-AFTER  PIC X(7).                                 00064500
000645 77 WS-SPL-I          PIC S9(4) COMP.                             00064501
000645 77 WS-SPL-J          PIC S9(4) COMP.                             00064502
000645 77 WS-SPL-TOT        PIC 9(4) VALUE ZERO.                        00064503
000646 77 WS-SPL-NUM        PIC 9(3).                                   00064600
000646 77 WS-SPL-DIGIT      PIC 9(1).                                   00064601
000646 77 WS-SHR-X          PIC X(3).                                   00064602
000646 77 WS-SHR-HOLD       PIC X(1).                                   00064603
000647 77 WS-SPL-FOUND-SW   PIC X VALUE 'N'.                            00064700
000647    88 SPLIT-ON-FILE       VALUE 'Y'.                             00064701
000647                                                                  00064702
000647******************************************************************00064703
000650* DECLARATION SQL                                                *00065000
000660******************************************************************00066000
000670     EXEC SQL                                                     00067000
000740                                                                  00074000
000750     EXEC SQL                                                     00075000
000760        INCLUDE ITEMS                                             00076000
000761     END-EXEC.                                                    00076100
000762                                                                  00076200
000763     EXEC SQL                                                     00076300
000764        INCLUDE EMPLO                                             00076400
000770     END-EXEC.                                                    00077000
000780                                                                  00078000
000790******************************************************************00079000
000980* ONE PER AMENDED FIELD OR CANCELLED ORDER                       *00098000
000990******************************************************************00099000
001000     COPY RFAUREC.                                                00100000
001001                                                                  00100100
001002******************************************************************00100200
001003* COMMISSION SPLIT RECORD (KSDS ORDSPLIT)                        *00100300
001004******************************************************************00100400
001005     COPY SPLTREC.                                                00100500
001010                                                                  00101000
001020******************************************************************00102000
001030* SYMBOLIC MAP FOR MAP1OA/MS1OA (HAND-MAINTAINED)                *00103000
001340    02 FILLER REDEFINES QTYF.                                     00134000
001350       03 QTYA      PIC X.                                        00135000
001360    02 QTYI         PIC X(2).                                     00136000
001361    02 SPEMP1L      PIC S9(4) COMP.                               00136100
001361    02 SPEMP1F      PIC X.                                        00136101
001361    02 FILLER REDEFINES SPEMP1F.                                  00136102
001361       03 SPEMP1A   PIC X.                                        00136103
001361    02 SPEMP1I      PIC X(3).                                     00136104
001362    02 SPSHR1L      PIC S9(4) COMP.                               00136200
001362    02 SPSHR1F      PIC X.                                        00136201
001362    02 FILLER REDEFINES SPSHR1F.                                  00136202
001362       03 SPSHR1A   PIC X.                                        00136203
001362    02 SPSHR1I      PIC X(3).                                     00136204
001363    02 SPEMP2L      PIC S9(4) COMP.                               00136300
001363    02 SPEMP2F      PIC X.                                        00136301
001363    02 FILLER REDEFINES SPEMP2F.                                  00136302
001363       03 SPEMP2A   PIC X.                                        00136303
001363    02 SPEMP2I      PIC X(3).                                     00136304
001364    02 SPSHR2L      PIC S9(4) COMP.                               00136400
001364    02 SPSHR2F      PIC X.                                        00136401
001364    02 FILLER REDEFINES SPSHR2F.                                  00136402
001364       03 SPSHR2A   PIC X.                                        00136403
001364    02 SPSHR2I      PIC X(3).                                     00136404
001365    02 SPEMP3L      PIC S9(4) COMP.                               00136500
001365    02 SPEMP3F      PIC X.                                        00136501
001365    02 FILLER REDEFINES SPEMP3F.                                  00136502
001365       03 SPEMP3A   PIC X.                                        00136503
001365    02 SPEMP3I      PIC X(3).                                     00136504
001366    02 SPSHR3L      PIC S9(4) COMP.                               00136600
001366    02 SPSHR3F      PIC X.                                        00136601
001366    02 FILLER REDEFINES SPSHR3F.                                  00136602
001366       03 SPSHR3A   PIC X.                                        00136603
001366    02 SPSHR3I      PIC X(3).                                     00136604
001367    02 SPEMP4L      PIC S9(4) COMP.                               00136700
001367    02 SPEMP4F      PIC X.                                        00136701
001367    02 FILLER REDEFINES SPEMP4F.                                  00136702
001367       03 SPEMP4A   PIC X.                                        00136703
001367    02 SPEMP4I      PIC X(3).                                     00136704
001368    02 SPSHR4L      PIC S9(4) COMP.                               00136800
001368    02 SPSHR4F      PIC X.                                        00136801
001368    02 FILLER REDEFINES SPSHR4F.                                  00136802
001368       03 SPSHR4A   PIC X.                                        00136803
001368    02 SPSHR4I      PIC X(3).                                     00136804
001370    02 MESS1L       PIC S9(4) COMP.                               00137000
001380    02 MESS1F       PIC X.                                        00138000
001390    02 FILLER REDEFINES MESS1F.                                   00139000
001810     EXIT.                                                        00181000
001820                                                                  00182000
001830******************************************************************00183000
001840* 220-RECEIVE-AND-DISPATCH -- ENTER INQUIRES ON THE ORDER, PF5   *00184000
001850* CHANGES THE COMMISSION SPLIT, PF6 CHANGES A LINE QUANTITY, PF8 *00185000
001860* DROPS A LINE, PF9 CANCELS THE WHOLE ORDER, CLEAR ENDS THE      *00186000
001861* CONVERSATION                                                   *00186100
001870******************************************************************00187000
001880 220-RECEIVE-AND-DISPATCH.                                        00188000
001890     EXEC CICS RECEIVE MAP('MAP1OA')                              00189000
001940     INSPECT ORDNOI REPLACING TRAILING '_' BY SPACE               00194000
001950     INSPECT PNOI   REPLACING TRAILING '_' BY SPACE               00195000
001960     INSPECT QTYI   REPLACING TRAILING '_' BY SPACE               00196000
001961     INSPECT SPSHR1I REPLACING TRAILING '_' BY SPACE              00196100
001962     INSPECT SPEMP2I REPLACING TRAILING '_' BY SPACE              00196200
001963     INSPECT SPSHR2I REPLACING TRAILING '_' BY SPACE              00196300
001964     INSPECT SPEMP3I REPLACING TRAILING '_' BY SPACE              00196400
001965     INSPECT SPSHR3I REPLACING TRAILING '_' BY SPACE              00196500
001966     INSPECT SPEMP4I REPLACING TRAILING '_' BY SPACE              00196600
001967     INSPECT SPSHR4I REPLACING TRAILING '_' BY SPACE              00196700
001970     PERFORM 045-SET-NEED-LEVEL                                   00197000
001980     PERFORM 050-CHECK-AUTHORITY                                  00198000
001990     IF AUTH-REFUSED                                              00199000
002040             PERFORM 230-EXIT-TRANS                               00204000
002050         WHEN DFHENTER                                            00205000
002060             PERFORM 300-INQUIRE-ORDER                            00206000
002061         WHEN DFHPF5                                              00206100
002062             PERFORM 700-CHANGE-SPLIT                             00206200
002070         WHEN DFHPF6                                              00207000
002080             PERFORM 400-CHANGE-LINE                              00208000
002090         WHEN DFHPF8                                              00209000
002110         WHEN DFHPF9                                              00211000
002120             PERFORM 600-CANCEL-ORDER                             00212000
002130         WHEN OTHER                                               00213000
002140             MOVE 'INVALID KEY - ENTER/PF5/PF6/PF8/PF9/CLEAR ONLY'00214000
002150                TO MESS1I                                         00215000
002160     END-EVALUATE                                                 00216000
002170     END-IF                                                       00217000
002430         INITIALIZE ST-ORDER                                      00243000
002440         MOVE ORDNOI TO ORDER-O-NO                                00244000
002450         EXEC SQL                                                 00245000
002460            SELECT C_NO, O_DATE, S_NO                             00246000
002470                INTO :ORDER-C-NO, :ORDER-O-DATE, :ORDER-S-NO      00247000
002480                FROM API5.ORDERS                                  00248000
002490                WHERE O_NO = :ORDER-O-NO                          00249000
002500         END-EXEC                                                 00250000
002910     EXIT.                                                        00291000
002920                                                                  00292000
002930******************************************************************00293000
002940* 300-INQUIRE-ORDER -- SHOW THE HEADER, THE LINE COUNT AND THE  * 00294000
002941* COMMISSION SPLIT                                               *00294100
002950******************************************************************00295000
002960 300-INQUIRE-ORDER.                                               00296000
002970     PERFORM 240-CHECK-AMENDABLE                                  00297000
003060                WHERE O_NO = :ORDER-O-NO                          00306000
003070         END-EXEC                                                 00307000
003080         MOVE WS-LINE-COUNT TO LCNTI                              00308000
003090         PERFORM 320-SHOW-SPLIT                                   00309000
003100         MOVE SPACES TO MESS1I                                    00310000
003101         STRING                                                   00310100
003101            'ORDER FOUND - PF5 SPLIT, ' DELIMITED BY SIZE         00310101
003101            'PF6/PF8 A LINE, PF9 CANCELS' DELIMITED BY SIZE       00310102
003101            INTO MESS1I                                           00310103
003101         END-STRING                                               00310104
003101     END-IF                                                       00310105
003102     EXIT.                                                        00310200
003102                                                                  00310201
003102******************************************************************00310202
003102* 320-SHOW-SPLIT -- THE SHARES ON FILE, OR THE ORDER'S           *00310203
003102* SALESPERSON AT 100 WHEN THE ORDER IS NOT SPLIT                 *00310204
003102******************************************************************00310205
003103 320-SHOW-SPLIT.                                                  00310300
003103     PERFORM 325-READ-SPLIT                                       00310301
003103     IF NOT SPLIT-ON-FILE OR SPL-CNT = ZERO                       00310302
003103         INITIALIZE ORDSPLIT-RECORD                               00310303
003103         MOVE 1           TO SPL-CNT                              00310304
003103         MOVE ORDER-S-NO  TO SPL-E-NO(1)                          00310305
003104         MOVE 100         TO SPL-SHARE(1)                         00310400
003104     END-IF                                                       00310401
003104     PERFORM 322-SHOW-ONE-SHARE                                   00310402
003104        VARYING WS-SPL-I FROM 1 BY 1 UNTIL WS-SPL-I > 4           00310403
003104     MOVE SPE-E-NO(1)  TO SPEMP1I                                 00310404
003104     MOVE SPE-SHARE(1) TO SPSHR1I                                 00310405
003105     MOVE SPE-E-NO(2)  TO SPEMP2I                                 00310500
003105     MOVE SPE-SHARE(2) TO SPSHR2I                                 00310501
003105     MOVE SPE-E-NO(3)  TO SPEMP3I                                 00310502
003105     MOVE SPE-SHARE(3) TO SPSHR3I                                 00310503
003105     MOVE SPE-E-NO(4)  TO SPEMP4I                                 00310504
003105     MOVE SPE-SHARE(4) TO SPSHR4I                                 00310505
003106     EXIT.                                                        00310600
003106                                                                  00310601
003106 322-SHOW-ONE-SHARE.                                              00310602
003106     IF WS-SPL-I > SPL-CNT                                        00310603
003106         MOVE '___' TO SPE-E-NO(WS-SPL-I)                         00310604
003106         MOVE '___' TO SPE-SHARE(WS-SPL-I)                        00310605
003107     ELSE                                                         00310700
003107         MOVE SPL-E-NO(WS-SPL-I)  TO SPE-E-NO(WS-SPL-I)           00310701
003107         MOVE SPL-SHARE(WS-SPL-I) TO SPE-SHARE(WS-SPL-I)          00310702
003107     END-IF                                                       00310703
003107     EXIT.                                                        00310704
003107                                                                  00310705
003108 325-READ-SPLIT.                                                  00310800
003108     MOVE 'N' TO WS-SPL-FOUND-SW                                  00310801
003108     INITIALIZE ORDSPLIT-RECORD                                   00310802
003108     MOVE ORDNOI TO SPL-O-NO                                      00310803
003108     EXEC CICS READ FILE('ORDSPLIT')                              00310804
003108          INTO(ORDSPLIT-RECORD)                                   00310805
003109          RIDFLD(SPL-KEY)                                         00310900
003109          RESP(WS-RESP)                                           00310901
003109     END-EXEC                                                     00310902
003109     IF WS-RESP = DFHRESP(NORMAL)                                 00310903
003109         MOVE 'Y' TO WS-SPL-FOUND-SW                              00310904
003110     END-IF                                                       00311000
003120     EXIT.                                                        00312000
003130                                                                  00313000
004380     END-IF                                                       00438000
004390     EXIT.                                                        00439000
004400                                                                  00440000
004401******************************************************************00440100
004401* 700-CHANGE-SPLIT -- REPLACE THE COMMISSION SPLIT OF AN UNBILLED*00440101
004401* ORDER. PAIR 1 IS ALWAYS THE ORDER'S SALESPERSON ; NO PARTNER   *00440102
004401* LEFT MEANS 100 TO THE SALESPERSON AND THE RECORD IS DROPPED.   *00440103
004401* EVERY CHANGED PAIR IS AUDITED                                  *00440104
004401******************************************************************00440105
004401 700-CHANGE-SPLIT.                                                00440106
004401     PERFORM 240-CHECK-AMENDABLE                                  00440107
004401     IF EDIT-OK                                                   00440108
004401         PERFORM 710-EDIT-SPLIT                                   00440109
004401     END-IF                                                       00440110
004401     IF EDIT-OK                                                   00440111
004401         PERFORM 730-UPDATE-SPLIT                                 00440112
004401     END-IF                                                       00440113
004401     EXIT.                                                        00440114
004401                                                                  00440115
004401******************************************************************00440116
004401* 710-EDIT-SPLIT -- SAME RULES AS ORDER ENTRY (PJORDE 350) :     *00440117
004401* WITHOUT A PARTNER THE SHARE IS BLANK OR 100 ; OTHERWISE EVERY  *00440118
004401* SHARE IS 1 TO 100, EVERY PARTNER IS ON FILE AND APPEARS ONCE,  *00440119
004401* AND THE SHARES TOTAL 100                                       *00440120
004401******************************************************************00440121
004401 710-EDIT-SPLIT.                                                  00440122
004401     MOVE ORDER-S-NO TO WS-SPL-NUM                                00440123
004401     MOVE WS-SPL-NUM TO SPE-E-NO(1)                               00440124
004401     MOVE SPSHR1I TO SPE-SHARE(1)                                 00440125
004401     MOVE SPEMP2I TO SPE-E-NO(2)                                  00440126
004402     MOVE SPSHR2I TO SPE-SHARE(2)                                 00440200
004402     MOVE SPEMP3I TO SPE-E-NO(3)                                  00440201
004402     MOVE SPSHR3I TO SPE-SHARE(3)                                 00440202
004402     MOVE SPEMP4I TO SPE-E-NO(4)                                  00440203
004402     MOVE SPSHR4I TO SPE-SHARE(4)                                 00440204
004402     PERFORM 712-JUSTIFY-SHARE                                    00440205
004402        VARYING WS-SPL-I FROM 1 BY 1 UNTIL WS-SPL-I > 4           00440206
004402     INITIALIZE WS-NEW-SPLIT                                      00440207
004402     MOVE ZERO TO WS-SPL-TOT                                      00440208
004402     IF SPEMP2I = SPACES AND SPEMP3I = SPACES                     00440209
004402        AND SPEMP4I = SPACES                                      00440210
004402         IF SPE-SHARE(1) NOT = SPACES AND SPE-SHARE(1) NOT = '100'00440211
004402             MOVE 'N' TO WS-EDIT-OK                               00440212
004402             MOVE 'SHARE MUST BE 100 WITHOUT A SPLIT PARTNER'     00440213
004402                TO MESS1I                                         00440214
004402         END-IF                                                   00440215
004402     ELSE                                                         00440216
004402         PERFORM 714-EDIT-ONE-SHARE                               00440217
004402            VARYING WS-SPL-I FROM 1 BY 1                          00440218
004402               UNTIL WS-SPL-I > 4 OR EDIT-FAILED                  00440219
004402         IF EDIT-OK AND WS-SPL-TOT NOT = 100                      00440220
004402             MOVE 'N' TO WS-EDIT-OK                               00440221
004402             MOVE 'SPLIT SHARES MUST TOTAL 100' TO MESS1I         00440222
004402         END-IF                                                   00440223
004402     END-IF                                                       00440224
004402     EXIT.                                                        00440225
004402                                                                  00440226
004403 712-JUSTIFY-SHARE.                                               00440300
004403     MOVE SPE-SHARE(WS-SPL-I) TO WS-SHR-X                         00440301
004403     IF WS-SHR-X NOT = SPACES                                     00440302
004403         INSPECT WS-SHR-X REPLACING LEADING SPACE BY '0'          00440303
004403         IF WS-SHR-X(3:1) = SPACE                                 00440304
004403             IF WS-SHR-X(2:1) = SPACE                             00440305
004403                 MOVE WS-SHR-X(1:1) TO WS-SHR-HOLD                00440306
004403                 MOVE '00'          TO WS-SHR-X(1:2)              00440307
004403                 MOVE WS-SHR-HOLD   TO WS-SHR-X(3:1)              00440308
004403             ELSE                                                 00440309
004403                 MOVE WS-SHR-X(1:2) TO WS-SHR-X(2:2)              00440310
004403                 MOVE '0'           TO WS-SHR-X(1:1)              00440311
004403             END-IF                                               00440312
004403         END-IF                                                   00440313
004403         MOVE WS-SHR-X TO SPE-SHARE(WS-SPL-I)                     00440314
004403     END-IF                                                       00440315
004403     EXIT.                                                        00440316
004403                                                                  00440317
004403 714-EDIT-ONE-SHARE.                                              00440318
004403     IF WS-SPL-I > 1 AND SPE-E-NO(WS-SPL-I) = SPACES              00440319
004403         IF SPE-SHARE(WS-SPL-I) NOT = SPACES                      00440320
004403             MOVE 'N' TO WS-EDIT-OK                               00440321
004403             MOVE 'SPLIT SHARE ENTERED WITHOUT A SALESPERSON'     00440322
004403                TO MESS1I                                         00440323
004403         END-IF                                                   00440324
004403     ELSE                                                         00440325
004403         IF SPE-SHARE(WS-SPL-I) NOT NUMERIC                       00440326
004404            OR SPE-SHARE(WS-SPL-I) = '000'                        00440400
004404            OR SPE-SHARE(WS-SPL-I) > '100'                        00440401
004404             MOVE 'N' TO WS-EDIT-OK                               00440402
004404             MOVE 'EACH SPLIT SHARE MUST BE 1 TO 100' TO MESS1I   00440403
004404         END-IF                                                   00440404
004404         IF EDIT-OK AND WS-SPL-I > 1                              00440405
004404             PERFORM 716-CHECK-PARTNER                            00440406
004404         END-IF                                                   00440407
004404         IF EDIT-OK                                               00440408
004404             ADD 1 TO WS-NEW-CNT                                  00440409
004404             MOVE SPE-E-NO(WS-SPL-I)                              00440410
004404                TO WS-NEW-E-NO(WS-NEW-CNT)                        00440411
004404             MOVE SPE-SHARE(WS-SPL-I)                             00440412
004404                TO WS-NEW-SHARE(WS-NEW-CNT)                       00440413
004404             ADD WS-NEW-SHARE(WS-NEW-CNT) TO WS-SPL-TOT           00440414
004404         END-IF                                                   00440415
004404     END-IF                                                       00440416
004404     EXIT.                                                        00440417
004404                                                                  00440418
004404 716-CHECK-PARTNER.                                               00440419
004404     IF SPE-E-NO(WS-SPL-I) NOT NUMERIC                            00440420
004404         MOVE 'N' TO WS-EDIT-OK                                   00440421
004404         MOVE 'SPLIT SALESPERSON MUST BE NUMERIC' TO MESS1I       00440422
004404     ELSE                                                         00440423
004404         PERFORM 718-CHECK-DUPLICATE                              00440424
004404            VARYING WS-SPL-J FROM 1 BY 1                          00440425
004404               UNTIL WS-SPL-J NOT < WS-SPL-I OR EDIT-FAILED       00440426
004405     END-IF                                                       00440500
004405     IF EDIT-OK                                                   00440501
004405         INITIALIZE ST-EMPLO                                      00440502
004405         MOVE SPE-E-NO(WS-SPL-I) TO EMPLO-E-NO                    00440503
004405         EXEC SQL                                                 00440504
004405            SELECT LNAME, FNAME                                   00440505
004405                INTO :EMPLO-LNAME, :EMPLO-FNAME                   00440506
004405                FROM API5.EMPLOYEES                               00440507
004405                WHERE E_NO = :EMPLO-E-NO                          00440508
004405         END-EXEC                                                 00440509
004405         EVALUATE TRUE                                            00440510
004405             WHEN SQLCODE = ZERO                                  00440511
004405                 CONTINUE                                         00440512
004405             WHEN SQLCODE = +100                                  00440513
004405                 MOVE 'N' TO WS-EDIT-OK                           00440514
004405                 MOVE 'SPLIT SALESPERSON NOT ON FILE' TO MESS1I   00440515
004405             WHEN OTHER                                           00440516
004405                 MOVE 'N' TO WS-EDIT-OK                           00440517
004405                 PERFORM 950-SQL-ERROR                            00440518
004405         END-EVALUATE                                             00440519
004405     END-IF                                                       00440520
004405     EXIT.                                                        00440521
004405                                                                  00440522
004405 718-CHECK-DUPLICATE.                                             00440523
004405     IF SPE-E-NO(WS-SPL-J) = SPE-E-NO(WS-SPL-I)                   00440524
004405         MOVE 'N' TO WS-EDIT-OK                                   00440525
004405         MOVE 'SALESPERSON ENTERED TWICE IN THE SPLIT' TO MESS1I  00440526
004406     END-IF                                                       00440600
004406     EXIT.                                                        00440601
004406                                                                  00440602
004406******************************************************************00440603
004406* 730-UPDATE-SPLIT -- REWRITE, WRITE OR DELETE THE ORDSPLIT      *00440604
004406* RECORD. THE OLD SPLIT (OR THE SALESPERSON AT 100) IS KEPT AS   *00440605
004406* THE BEFORE IMAGE OF THE AUDIT                                  *00440606
004406******************************************************************00440607
004406 730-UPDATE-SPLIT.                                                00440608
004406     MOVE 'N' TO WS-SPL-FOUND-SW                                  00440609
004406     INITIALIZE ORDSPLIT-RECORD                                   00440610
004406     MOVE ORDNOI TO SPL-O-NO                                      00440611
004406     EXEC CICS READ FILE('ORDSPLIT')                              00440612
004406          INTO(ORDSPLIT-RECORD)                                   00440613
004406          RIDFLD(SPL-KEY)                                         00440614
004406          UPDATE                                                  00440615
004406          RESP(WS-RESP)                                           00440616
004406     END-EXEC                                                     00440617
004406     IF WS-RESP = DFHRESP(NORMAL)                                 00440618
004406         MOVE 'Y' TO WS-SPL-FOUND-SW                              00440619
004406     END-IF                                                       00440620
004406     IF NOT SPLIT-ON-FILE OR SPL-CNT = ZERO                       00440621
004406         MOVE 1           TO SPL-CNT                              00440622
004406         MOVE ORDER-S-NO  TO SPL-E-NO(1)                          00440623
004406         MOVE 100         TO SPL-SHARE(1)                         00440624
004406     END-IF                                                       00440625
004406     INITIALIZE WS-SPLIT-AUDIT                                    00440626
004407     PERFORM 732-HOLD-BEFORE-IMAGE                                00440700
004407        VARYING WS-SPL-I FROM 1 BY 1 UNTIL WS-SPL-I > SPL-CNT     00440701
004407     IF WS-NEW-CNT = ZERO                                         00440702
004407         MOVE 1           TO WS-NEW-CNT                           00440703
004407         MOVE ORDER-S-NO  TO WS-NEW-E-NO(1)                       00440704
004407         MOVE 100         TO WS-NEW-SHARE(1)                      00440705
004407         PERFORM 734-HOLD-AFTER-IMAGE                             00440706
004407            VARYING WS-SPL-I FROM 1 BY 1 UNTIL WS-SPL-I > 1       00440707
004407         MOVE ZERO TO WS-NEW-CNT                                  00440708
004407     ELSE                                                         00440709
004407         PERFORM 734-HOLD-AFTER-IMAGE                             00440710
004407            VARYING WS-SPL-I FROM 1 BY 1                          00440711
004407               UNTIL WS-SPL-I > WS-NEW-CNT                        00440712
004407     END-IF                                                       00440713
004407     EVALUATE TRUE                                                00440714
004407         WHEN WS-NEW-CNT = ZERO AND SPLIT-ON-FILE                 00440715
004407             EXEC CICS DELETE FILE('ORDSPLIT')                    00440716
004407                  RESP(WS-RESP)                                   00440717
004407             END-EXEC                                             00440718
004407             IF WS-RESP NOT = DFHRESP(NORMAL)                     00440719
004407                 MOVE 'N' TO WS-EDIT-OK                           00440720
004407             END-IF                                               00440721
004407         WHEN WS-NEW-CNT = ZERO                                   00440722
004407             CONTINUE                                             00440723
004407         WHEN SPLIT-ON-FILE                                       00440724
004407             PERFORM 736-FILL-SPLIT                               00440725
004407             EXEC CICS REWRITE FILE('ORDSPLIT')                   00440726
004408                  FROM(ORDSPLIT-RECORD)                           00440800
004408                  RESP(WS-RESP)                                   00440801
004408             END-EXEC                                             00440802
004408             IF WS-RESP NOT = DFHRESP(NORMAL)                     00440803
004408                 MOVE 'N' TO WS-EDIT-OK                           00440804
004408             END-IF                                               00440805
004408         WHEN OTHER                                               00440806
004408             INITIALIZE ORDSPLIT-RECORD                           00440807
004408             MOVE ORDNOI TO SPL-O-NO                              00440808
004408             PERFORM 736-FILL-SPLIT                               00440809
004408             EXEC CICS WRITE FILE('ORDSPLIT')                     00440810
004408                  FROM(ORDSPLIT-RECORD)                           00440811
004408                  RIDFLD(SPL-KEY)                                 00440812
004408                  RESP(WS-RESP)                                   00440813
004408             END-EXEC                                             00440814
004408             IF WS-RESP NOT = DFHRESP(NORMAL)                     00440815
004408                 MOVE 'N' TO WS-EDIT-OK                           00440816
004408             END-IF                                               00440817
004408     END-EVALUATE                                                 00440818
004408     IF EDIT-OK                                                   00440819
004408         PERFORM 850-AUDIT-SPLIT                                  00440820
004408            VARYING WS-SPL-I FROM 1 BY 1 UNTIL WS-SPL-I > 4       00440821
004408         PERFORM 320-SHOW-SPLIT                                   00440822
004408         MOVE 'COMMISSION SPLIT UPDATED' TO MESS1I                00440823
004408     ELSE                                                         00440824
004408         MOVE 'SPLIT UPDATE FAILED - ORDSPLIT NOT UPDATED'        00440825
004408            TO MESS1I                                             00440826
004409     END-IF                                                       00440900
004409     EXIT.                                                        00440901
004409                                                                  00440902
004409 732-HOLD-BEFORE-IMAGE.                                           00440903
004409     MOVE SPL-E-NO(WS-SPL-I)  TO WS-SPA-BEFORE(WS-SPL-I)(1:3)     00440904
004409     MOVE '/'                 TO WS-SPA-BEFORE(WS-SPL-I)(4:1)     00440905
004409     MOVE SPL-SHARE(WS-SPL-I) TO WS-SPA-BEFORE(WS-SPL-I)(5:3)     00440906
004409     EXIT.                                                        00440907
004409                                                                  00440908
004409 734-HOLD-AFTER-IMAGE.                                            00440909
004409     MOVE WS-NEW-E-NO(WS-SPL-I)  TO WS-SPA-AFTER(WS-SPL-I)(1:3)   00440910
004409     MOVE '/'                    TO WS-SPA-AFTER(WS-SPL-I)(4:1)   00440911
004409     MOVE WS-NEW-SHARE(WS-SPL-I) TO WS-SPA-AFTER(WS-SPL-I)(5:3)   00440912
004409     EXIT.                                                        00440913
004409                                                                  00440914
004409 736-FILL-SPLIT.                                                  00440915
004409     MOVE WS-NEW-SPLIT TO ORDSPLIT-RECORD(7:25)                   00440916
004409     PERFORM 800-GET-AUDIT-STAMP                                  00440917
004409     MOVE WS-AUD-DATE(1:4) TO SPL-CHG-DATE(1:4)                   00440918
004409     MOVE '-'              TO SPL-CHG-DATE(5:1)                   00440919
004409     MOVE WS-AUD-DATE(5:2) TO SPL-CHG-DATE(6:2)                   00440920
004409     MOVE '-'              TO SPL-CHG-DATE(8:1)                   00440921
004409     MOVE WS-AUD-DATE(7:2) TO SPL-CHG-DATE(9:2)                   00440922
004409     MOVE AUD-USERID       TO SPL-USERID                          00440923
004409     EXIT.                                                        00440924
004409                                                                  00440925
004410 830-STAMP-HOLD.                                                  00441000
004420     EXEC CICS ASKTIME                                            00442000
004430          ABSTIME(WS-ABS-TIME)                                    00443000
005210     EXIT.                                                        00521000
005220                                                                  00522000
005230******************************************************************00523000
005231* 850-AUDIT-SPLIT -- ONE AUDIT RECORD PER SPLIT PAIR THAT        *00523100
005231* CHANGED, FIELD SPLIT1 TO SPLIT4, VALUES SALESPERSON/SHARE      *00523101
005231******************************************************************00523102
005232 850-AUDIT-SPLIT.                                                 00523200
005232     IF WS-SPA-BEFORE(WS-SPL-I) NOT = WS-SPA-AFTER(WS-SPL-I)      00523201
005232         MOVE 'UPDATE'   TO AUD-ACTION                            00523202
005233         MOVE 'ORDSPLIT' TO AUD-TABLE                             00523300
005233         MOVE SPACES     TO AUD-KEY                               00523301
005233         MOVE ORDNOI     TO AUD-KEY                               00523302
005234         MOVE WS-SPL-I   TO WS-SPL-DIGIT                          00523400
005234         MOVE 'SPLIT'    TO AUD-FIELD                             00523401
005234         MOVE WS-SPL-DIGIT TO AUD-FIELD(6:1)                      00523402
005235         MOVE SPACES     TO AUD-BEFORE                            00523500
005235         MOVE WS-SPA-BEFORE(WS-SPL-I) TO AUD-BEFORE(1:7)          00523501
005235         MOVE SPACES     TO AUD-AFTER                             00523502
005236         MOVE WS-SPA-AFTER(WS-SPL-I)  TO AUD-AFTER(1:7)           00523600
005236         PERFORM 890-WRITE-AUDIT-REC                              00523601
005236     END-IF                                                       00523602
005237     EXIT.                                                        00523700
005237                                                                  00523701
005237******************************************************************00523702
005240* 890-WRITE-AUDIT-REC -- STAMP AND QUEUE ONE AUDIT RECORD        *00524000
005250******************************************************************00525000
005260 890-WRITE-AUDIT-REC.                                             00526000
005730         WHEN DFHENTER                                            00573000
005740             MOVE 'I' TO WS-NEED-LEVEL                            00574000
005750             MOVE 'INQ' TO WS-AUTH-ACTION                         00575000
005751         WHEN DFHPF5                                              00575100
005752             MOVE 'M' TO WS-NEED-LEVEL                            00575200
005753             MOVE 'SPLIT' TO WS-AUTH-ACTION                       00575300
005760         WHEN DFHPF6                                              00576000
005770             MOVE 'M' TO WS-NEED-LEVEL                            00577000
005780             MOVE 'UPDATE' TO WS-AUTH-ACTION                      00578000
