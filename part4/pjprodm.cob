000230*                  WITH FIELD EDITS AND BEFORE/AFTER AUDIT       *00023000
000240*                  RECORDS TO TD QUEUE RFAU, SO BILLING REJECTS  *00024000
000250*                  CAN BE CORRECTED BY THE CLERKS THEMSELVES     *00025000
000251* 15/10/2026 GAY  EFFECTIVE-DATED PRICES : A PRICE CHANGED       *00025100
000252*                  ON PF6 IS RECORDED IN THE PRICEHST HISTORY    *00025200
000253*                  DATED THE DAY WITH THE PRICE IT REPLACES (A   *00025300
000254*                  SECOND CHANGE THE SAME DAY REWRITES THE NEW   *00025400
000255*                  PRICE ONLY) ; NO HISTORY, NO CHANGE.          *00025500
000256*                  SCHEDULED CHANGES GO ON THE PRICECHG CARDS    *00025600
000257*                  APPLIED BY PJPRICE                            *00025700
000260******************************************************************00026000
000270                                                                  00027000
000280 DATA DIVISION.                                                   00028000
000790 77 WS-PRICE-EDIT     PIC 99999.99.                               00079000
000800 77 WS-PRICE-NUM      PIC 9(5)V99.                                00080000
000810 77 ED-OLD-PRICE      PIC 99999.99.                               00081000
000811                                                                  00081100
000811******************************************************************00081101
000812* PRICE HISTORY (KSDS PRICEHST) : ONE RECORD PER PRODUCT AND DAY *00081200
000812* OF CHANGE, WITH THE PRICE REPLACED                             *00081201
000813******************************************************************00081300
000813     COPY PRHREC.                                                 00081301
000814                                                                  00081400
000814 77 WS-PRH-DATE       PIC X(10).                                  00081401
000815 77 WS-PRH-OK         PIC X VALUE 'Y'.                            00081500
000815    88 PRICE-HISTORY-OK    VALUE 'Y'.                             00081501
000820                                                                  00082000
000830******************************************************************00083000
000840* AUDIT TRAIL RECORD - ONE PER FIELD CHANGED, WRITTEN TO         *00084000
003090                                                                  00309000
003100******************************************************************00310000
003110* 500-UPDATE-PRODUCT -- RE-EDIT THE SCREEN VALUES, KEEP THE     * 00311000
003120* BEFORE-IMAGE, UPDATE ONLY IF THE ROW EXISTS, RECORD A NEW      *00312000
003130* PRICE IN THE PRICE HISTORY, AUDIT WHAT CHANGED                 *00313000
003140******************************************************************00314000
003150 500-UPDATE-PRODUCT.                                              00315000
003160     PERFORM 310-EDIT-FIELDS                                      00316000
003280                       WHERE P_NO = :PROD-P-NO                    00328000
003290                 END-EXEC                                         00329000
003300                 IF SQLCODE = ZERO                                00330000
003310                     MOVE 'Y' TO WS-PRH-OK                        00331000
003320                     IF PROD-PRICE NOT = OLD-PRICE                00332000
003330                         PERFORM 530-RECORD-PRICE-HISTORY         00333000
003331                     END-IF                                       00333100
003332                     IF PRICE-HISTORY-OK                          00333200
003333                         PERFORM 820-AUDIT-UPDATE                 00333300
003334                         MOVE 'PRODUCT UPDATED SUCCESSFULLY'      00333400
003335                            TO MESS1I                             00333500
003336                     END-IF                                       00333600
003340                 ELSE                                             00334000
003350                     PERFORM 950-SQL-ERROR                        00335000
003360                 END-IF                                           00336000
003400                 PERFORM 950-SQL-ERROR                            00340000
003410         END-EVALUATE                                             00341000
003420     END-IF                                                       00342000
003421     EXIT.                                                        00342100
003421                                                                  00342101
003421******************************************************************00342102
003421* 530-RECORD-PRICE-HISTORY -- PRICEHST RECORD DATED TODAY : NEW  *00342103
003421* PRICE AND THE PRICE IT REPLACES. A RECORD ALREADY THERE FOR    *00342104
003421* TODAY KEEPS ITS OLD PRICE (THE PRICE IN FORCE UNTIL YESTERDAY) *00342105
003421* AND TAKES THE NEW PRICE. IF THE HISTORY CANNOT BE WRITTEN THE  *00342106
003421* UPDATE IS BACKED OUT, SO ORDER PRICING BY DATE STAYS RIGHT     *00342107
003422******************************************************************00342200
003422 530-RECORD-PRICE-HISTORY.                                        00342201
003422     EXEC CICS ASKTIME                                            00342202
003422          ABSTIME(WS-ABS-TIME)                                    00342203
003422     END-EXEC                                                     00342204
003422     EXEC CICS FORMATTIME                                         00342205
003422          ABSTIME(WS-ABS-TIME)                                    00342206
003422          YYYYMMDD(WS-AUD-DATE)                                   00342207
003423     END-EXEC                                                     00342300
003423     MOVE WS-AUD-DATE(1:4) TO WS-PRH-DATE(1:4)                    00342301
003423     MOVE '-'              TO WS-PRH-DATE(5:1)                    00342302
003423     MOVE WS-AUD-DATE(5:2) TO WS-PRH-DATE(6:2)                    00342303
003423     MOVE '-'              TO WS-PRH-DATE(8:1)                    00342304
003423     MOVE WS-AUD-DATE(7:2) TO WS-PRH-DATE(9:2)                    00342305
003423     INITIALIZE PRICEHST-RECORD                                   00342306
003423     MOVE PROD-P-NO   TO PRH-P-NO                                 00342307
003424     MOVE WS-PRH-DATE TO PRH-EFF-DATE                             00342400
003424     EXEC CICS READ FILE('PRICEHST')                              00342401
003424          INTO(PRICEHST-RECORD)                                   00342402
003424          RIDFLD(PRH-KEY)                                         00342403
003424          UPDATE                                                  00342404
003424          RESP(WS-RESP)                                           00342405
003424     END-EXEC                                                     00342406
003424     EVALUATE TRUE                                                00342407
003425         WHEN WS-RESP = DFHRESP(NORMAL)                           00342500
003425             PERFORM 535-SET-PRICE-HISTORY                        00342501
003425             EXEC CICS REWRITE FILE('PRICEHST')                   00342502
003425                  FROM(PRICEHST-RECORD)                           00342503
003425                  RESP(WS-RESP)                                   00342504
003425             END-EXEC                                             00342505
003425         WHEN WS-RESP = DFHRESP(NOTFND)                           00342506
003425             INITIALIZE PRICEHST-RECORD                           00342507
003426             MOVE PROD-P-NO   TO PRH-P-NO                         00342600
003426             MOVE WS-PRH-DATE TO PRH-EFF-DATE                     00342601
003426             MOVE OLD-PRICE   TO PRH-OLD-PRICE                    00342602
003426             PERFORM 535-SET-PRICE-HISTORY                        00342603
003426             EXEC CICS WRITE FILE('PRICEHST')                     00342604
003426                  FROM(PRICEHST-RECORD)                           00342605
003426                  RIDFLD(PRH-KEY)                                 00342606
003426                  RESP(WS-RESP)                                   00342607
003427             END-EXEC                                             00342700
003427     END-EVALUATE                                                 00342701
003427     IF WS-RESP NOT = DFHRESP(NORMAL)                             00342702
003427         MOVE 'N' TO WS-PRH-OK                                    00342703
003427         MOVE 'PRICE HISTORY NOT UPDATED - CHANGE CANCELLED'      00342704
003427            TO MESS1I                                             00342705
003427         EXEC CICS SYNCPOINT ROLLBACK END-EXEC                    00342706
003427     END-IF                                                       00342707
003428     EXIT.                                                        00342800
003428                                                                  00342801
003428 535-SET-PRICE-HISTORY.                                           00342802
003428     MOVE PROD-PRICE  TO PRH-PRICE                                00342803
003428     MOVE 'O'         TO PRH-SOURCE                               00342804
003428     MOVE WS-PRH-DATE TO PRH-APPLY-DATE                           00342805
003428     EXEC CICS ASSIGN                                             00342806
003428          USERID(PRH-USERID)                                      00342807
003429     END-EXEC                                                     00342900
003430     EXIT.                                                        00343000
003440                                                                  00344000
003450******************************************************************00345000
