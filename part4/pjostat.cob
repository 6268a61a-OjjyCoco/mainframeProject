000320*                  (LAST RUNCTL RECORD, ESDS FCT ENTRY RUNCTLF)  *00032000
000330*                  SHOWS EXTRACTED - AWAITING THE INVOICE STEP   *00033000
000340*                  INSTEAD OF ENTERED                            *00034000
000341* 15/10/2026 GAY  AN OPEN INVOICE UNDER OPEN DISPUTE (DISPUTE    *00034100
000341*                  KSDS, SEE PJDISPM) SHOWS IN DISPUTE, WITH THE *00034101
000341*                  DATE, REASON AND AMOUNT DISPUTED ON THE       *00034102
000342*                  DETAIL LINE                                   *00034200
000342* 15/10/2026 GAY  AN INVOICE WRITTEN OFF AS BAD DEBT (W DOCUMENT *00034201
000342*                  IN THE INVOICE HISTORY, SEE PJPT3WOF) SHOWS   *00034202
000343*                  WRITTEN OFF, WITH THE DATE AND AMOUNT ON THE  *00034300
000343*                  DETAIL LINE                                   *00034301
000343* 15/10/2026 GAY  AN ORDER CONVERTED FROM A SALES QUOTE (ORDER   *00034302
000344*                  LINK RECORD IN THE QUOTE KSDS, SEE PJQUOTE)   *00034400
000344*                  SHOWS THE QUOTE NUMBER ON THE DETAIL LINE     *00034401
000344*                  WHEN NOTHING MORE URGENT IS SHOWN THERE       *00034402
000345* 15/10/2026 GAY  SHIPMENT STAGES FROM THE SHIPCNF KSDS (SEE     *00034500
000345*                  PJSHIPM) : PICKED - AWAITING SHIP             *00034501
000345*                  CONFIRMATION, SHIPPED - AWAITING BILLING,     *00034502
000346*                  AND A SHIPMENT LINE WITH THE CARRIER AND      *00034600
000346*                  TRACKING NUMBER ONCE CONFIRMED                *00034601
000346* 15/10/2026 GAY  A BACKORDER RELEASE INVOICE (TYPE B, SEE       *00034602
000347*                  PJPART3B) STILL OPEN KEEPS THE ORDER OPEN     *00034700
000347*                  ONCE THE H INVOICE IS PAID, AND ITS OWN       *00034701
000347*                  DISPUTE IS THE ONE SHOWN                      *00034702
000350******************************************************************00035000
000360                                                                  00036000
000370 DATA DIVISION.                                                   00037000
000660    88 ORDER-INVOICED      VALUE 'Y'.                             00066000
000670 77 WS-CREDD-SW       PIC X VALUE 'N'.                            00067000
000680    88 ORDER-CREDITED      VALUE 'Y'.                             00068000
000681 77 WS-WOFF-SW        PIC X VALUE 'N'.                            00068100
000682    88 ORDER-WRITTEN-OFF   VALUE 'Y'.                             00068200
000683 77 WS-WOFF-DATE      PIC X(10) VALUE SPACES.                     00068300
000684 77 WS-WOFF-AMT       PIC 9(7)V99 VALUE ZERO.                     00068400
000690 77 WS-OPEN-SW        PIC X VALUE 'N'.                            00069000
000700    88 ORDER-OPEN          VALUE 'Y'.                             00070000
000701 77 WS-OPEN-TYPE      PIC X VALUE 'H'.                            00070100
000702 77 WS-DISP-SW        PIC X VALUE 'N'.                            00070200
000703    88 ORDER-DISPUTED      VALUE 'Y'.                             00070300
000704 77 WS-QUOTE-SW       PIC X VALUE 'N'.                            00070400
000705    88 ORDER-FROM-QUOTE    VALUE 'Y'.                             00070500
000706 77 WS-SHIP-SW        PIC X VALUE 'N'.                            00070600
000707    88 ORDER-PICKED        VALUE 'P'.                             00070700
000708    88 ORDER-SHIPPED       VALUE 'C'.                             00070800
000710 77 WS-HOLD-SW        PIC X VALUE 'N'.                            00071000
000720 77 WS-REJ-SW         PIC X VALUE 'N'.                            00072000
000730    88 ORDER-REJECTED      VALUE 'Y'.                             00073000
000970     COPY ORDHREC.                                                00097000
000980                                                                  00098000
000990     COPY OPNKREC.                                                00099000
000991                                                                  00099100
000992     COPY DSPREC.                                                 00099200
000993                                                                  00099300
000994     COPY QTEREC.                                                 00099400
000995                                                                  00099500
000996     COPY SHCREC.                                                 00099600
001000                                                                  00100000
001010     COPY RUNCTL.                                                 00101000
001020                                                                  00102000
001660    02 FILLER REDEFINES DETAILF.                                  00166000
001670       03 DETAILA   PIC X.                                        00167000
001680    02 DETAILI      PIC X(50).                                    00168000
001681    02 SHIPVIAL     PIC S9(4) COMP.                               00168100
001682    02 SHIPVIAF     PIC X.                                        00168200
001683    02 FILLER REDEFINES SHIPVIAF.                                 00168300
001684       03 SHIPVIAA  PIC X.                                        00168400
001685    02 SHIPVIAI     PIC X(50).                                    00168500
001690    02 MESS1L       PIC S9(4) COMP.                               00169000
001700    02 MESS1F       PIC X.                                        00170000
001710    02 FILLER REDEFINES MESS1F.                                   00171000
002550         MOVE SPACES TO CUSNOI                                    00255000
002560         MOVE SPACES TO ODATEI                                    00256000
002570         MOVE SPACES TO INVTOTI                                   00257000
002571         MOVE SPACES TO SHIPVIAI                                  00257100
002580         PERFORM 310-CHECK-ORDERS                                 00258000
002590         PERFORM 320-CHECK-HOLD                                   00259000
002600         PERFORM 330-CHECK-HISTORY                                00260000
002610         PERFORM 340-CHECK-OPEN                                   00261000
002611         PERFORM 345-CHECK-DISPUTE                                00261100
002612         PERFORM 347-CHECK-QUOTE                                  00261200
002613         PERFORM 348-CHECK-SHIPMENT                               00261300
002620         PERFORM 350-CHECK-REJECTS                                00262000
002630         PERFORM 360-CHECK-EXCEPTS                                00263000
002640         PERFORM 370-CHECK-EXTRACTED                              00264000
003280     IF WS-RESP = DFHRESP(NORMAL)                                 00328000
003290         MOVE 'Y' TO WS-CREDD-SW                                  00329000
003300     END-IF                                                       00330000
003301     MOVE 'N' TO WS-WOFF-SW                                       00330100
003301     MOVE 'W' TO HK-TYPE                                          00330101
003302     MOVE ZERO TO HK-SEQ                                          00330200
003302     EXEC CICS READ FILE('INVHIST')                               00330201
003303          INTO(HIST-RECORD)                                       00330300
003303          RIDFLD(HIST-KEY)                                        00330301
003304          RESP(WS-RESP)                                           00330400
003304     END-EXEC                                                     00330401
003305     IF WS-RESP = DFHRESP(NORMAL)                                 00330500
003305         MOVE 'Y' TO WS-WOFF-SW                                   00330501
003306         MOVE HIST-DATA TO L-INVX-HDR                             00330600
003306         MOVE INVXH-O-DATE(1:10) TO WS-WOFF-DATE                  00330601
003307         MOVE INVXH-TOTAL TO WS-WOFF-AMT                          00330700
003307     END-IF                                                       00330701
003310     EXIT.                                                        00331000
003320                                                                  00332000
003330 340-CHECK-OPEN.                                                  00333000
003420     END-EXEC                                                     00342000
003430     IF WS-RESP = DFHRESP(NORMAL)                                 00343000
003440         MOVE 'Y' TO WS-OPEN-SW                                   00344000
003441     ELSE                                                         00344100
003441         MOVE 'B'    TO OPN-TYPE                                  00344101
003441         EXEC CICS READ FILE('OPNITEMK')                          00344102
003441              INTO(OPNITEM-RECORD)                                00344103
003441              RIDFLD(OPN-KEY)                                     00344104
003441              RESP(WS-RESP)                                       00344105
003441         END-EXEC                                                 00344106
003441         IF WS-RESP = DFHRESP(NORMAL)                             00344107
003441             MOVE 'Y' TO WS-OPEN-SW                               00344108
003442         END-IF                                                   00344200
003442     END-IF                                                       00344201
003442     MOVE OPN-TYPE TO WS-OPEN-TYPE                                00344202
003442     EXIT.                                                        00344203
003442                                                                  00344204
003442******************************************************************00344205
003442* 345-CHECK-DISPUTE -- ONLY AN OPEN DISPUTE ON THE OPEN INVOICE  *00344206
003442* COUNTS ; A RESOLVED ONE STAYS ON FILE BUT CHANGES NOTHING      *00344207
003442******************************************************************00344208
003443 345-CHECK-DISPUTE.                                               00344300
003443     MOVE 'N' TO WS-DISP-SW                                       00344301
003443     IF ORDER-OPEN                                                00344302
003443         INITIALIZE DISPUTE-RECORD                                00344303
003443         MOVE ORDNOI TO DSP-O-NO                                  00344304
003443         MOVE WS-OPEN-TYPE TO DSP-TYPE                            00344305
003443         EXEC CICS READ FILE('DISPUTE')                           00344306
003443              INTO(DISPUTE-RECORD)                                00344307
003443              RIDFLD(DSP-KEY)                                     00344308
003444              RESP(WS-RESP)                                       00344400
003444         END-EXEC                                                 00344401
003444         IF WS-RESP = DFHRESP(NORMAL) AND DSP-OPEN                00344402
003444             MOVE 'Y' TO WS-DISP-SW                               00344403
003444         END-IF                                                   00344404
003444     END-IF                                                       00344405
003444     EXIT.                                                        00344406
003444                                                                  00344407
003444******************************************************************00344408
003445* 347-CHECK-QUOTE -- AN ORDER CONVERTED FROM A QUOTE CARRIES AN  *00344500
003445* ORDER LINK RECORD (TYPE O) IN THE QUOTE KSDS. A FILE NOT OPEN  *00344501
003445* OR NO LINK SIMPLY MEANS THE ORDER WAS KEYED DIRECTLY           *00344502
003445******************************************************************00344503
003445 347-CHECK-QUOTE.                                                 00344504
003445     MOVE 'N' TO WS-QUOTE-SW                                      00344505
003445     INITIALIZE QUOTE-RECORD                                      00344506
003445     MOVE 'O'    TO QTE-TYPE                                      00344507
003445     MOVE ORDNOI TO QTE-NO                                        00344508
003446     MOVE ZERO   TO QTE-SEQ                                       00344600
003446     EXEC CICS READ FILE('QUOTE')                                 00344601
003446          INTO(QUOTE-RECORD)                                      00344602
003446          RIDFLD(QTE-KEY)                                         00344603
003446          RESP(WS-RESP)                                           00344604
003446     END-EXEC                                                     00344605
003446     IF WS-RESP = DFHRESP(NORMAL)                                 00344606
003446         MOVE 'Y' TO WS-QUOTE-SW                                  00344607
003446     END-IF                                                       00344608
003447     EXIT.                                                        00344700
003447                                                                  00344701
003447******************************************************************00344702
003447* 348-CHECK-SHIPMENT -- THE SHIPCNF HEADER (PRODUCT CODE SPACES) *00344703
003447* SAYS WHETHER THE ORDER WAS PICKED (P) OR ITS SHIPMENT          *00344704
003447* CONFIRMED (C). NO HEADER MEANS NOT YET ON A PICK LIST          *00344705
003447******************************************************************00344706
003447 348-CHECK-SHIPMENT.                                              00344707
003447     MOVE 'N' TO WS-SHIP-SW                                       00344708
003448     INITIALIZE SHIPCNF-RECORD                                    00344800
003448     MOVE ORDNOI TO SHK-O-NO                                      00344801
003448     MOVE SPACES TO SHK-P-NO                                      00344802
003448     EXEC CICS READ FILE('SHIPCNF')                               00344803
003448          INTO(SHIPCNF-RECORD)                                    00344804
003448          RIDFLD(SHK-KEY)                                         00344805
003448          RESP(WS-RESP)                                           00344806
003448     END-EXEC                                                     00344807
003448     IF WS-RESP = DFHRESP(NORMAL)                                 00344808
003449         MOVE SHK-STATUS TO WS-SHIP-SW                            00344900
003449     END-IF                                                       00344901
003449     IF ORDER-SHIPPED                                             00344902
003449         STRING                                                   00344903
003449            SHK-CARRIER    DELIMITED BY SIZE                      00344904
003449            '  TRACKING '  DELIMITED BY SIZE                      00344905
003449            SHK-TRACKING   DELIMITED BY SIZE                      00344906
003449            INTO SHIPVIAI                                         00344907
003449         END-STRING                                               00344908
003450     END-IF                                                       00345000
003460     EXIT.                                                        00346000
003470                                                                  00347000
004730     EVALUATE TRUE                                                00473000
004740         WHEN WS-HOLD-SW = 'X'                                    00474000
004750             MOVE 'CANCELLED - WILL NEVER BILL' TO STAGEI         00475000
004751         WHEN ORDER-INVOICED AND ORDER-OPEN AND ORDER-DISPUTED    00475100
004752             MOVE 'INVOICED - OPEN, IN DISPUTE' TO STAGEI         00475200
004760         WHEN ORDER-INVOICED AND ORDER-OPEN                       00476000
004770             MOVE 'INVOICED - OPEN, AWAITING PAYMENT'             00477000
004780                TO STAGEI                                         00478000
004781         WHEN ORDER-INVOICED AND ORDER-WRITTEN-OFF                00478100
004782             MOVE 'INVOICED - WRITTEN OFF AS BAD DEBT' TO STAGEI  00478200
004790         WHEN ORDER-INVOICED                                      00479000
004800             MOVE 'INVOICED - PAID IN FULL' TO STAGEI             00480000
004810         WHEN WS-HOLD-SW = 'H'                                    00481000
005010         WHEN ORDER-EXTRACTED                                     00501000
005020             MOVE 'EXTRACTED - AWAITING THE INVOICE STEP'         00502000
005030                TO STAGEI                                         00503000
005031         WHEN ORDER-SHIPPED                                       00503100
005031             MOVE SPACES TO STAGEI                                00503101
005032             STRING                                               00503200
005032                'SHIPPED ON '  DELIMITED BY SIZE                  00503201
005033                SHK-SHIP-DATE  DELIMITED BY SIZE                  00503300
005033                ' - AWAITING BILLING' DELIMITED BY SIZE           00503301
005034                INTO STAGEI                                       00503400
005034             END-STRING                                           00503401
005035         WHEN ORDER-PICKED                                        00503500
005035             MOVE 'PICKED - AWAITING SHIP CONFIRMATION'           00503501
005036                TO STAGEI                                         00503600
005040         WHEN ORDER-ON-FILE                                       00504000
005050             MOVE 'ENTERED - AWAITING BILLING' TO STAGEI          00505000
005060         WHEN OTHER                                               00506000
005090     IF ORDER-CREDITED                                            00509000
005100         MOVE 'A CREDIT MEMO EXISTS FOR THIS ORDER'               00510000
005110            TO DETAILI                                            00511000
005111     END-IF                                                       00511100
005111     IF ORDER-DISPUTED                                            00511101
005111         MOVE DSP-AMOUNT TO ED-AMOUNT                             00511102
005111         MOVE SPACES TO DETAILI                                   00511103
005112         STRING                                                   00511200
005112            'IN DISPUTE SINCE ' DELIMITED BY SIZE                 00511201
005112            DSP-OPEN-DATE       DELIMITED BY SIZE                 00511202
005112            ' ('                DELIMITED BY SIZE                 00511203
005113            DSP-REASON          DELIMITED BY SIZE                 00511300
005113            ') AMT '            DELIMITED BY SIZE                 00511301
005113            ED-AMOUNT           DELIMITED BY SIZE                 00511302
005113            INTO DETAILI                                          00511303
005114         END-STRING                                               00511400
005114     END-IF                                                       00511401
005114     IF ORDER-WRITTEN-OFF                                         00511402
005114         MOVE WS-WOFF-AMT TO ED-AMOUNT                            00511403
005115         MOVE SPACES TO DETAILI                                   00511500
005115         STRING                                                   00511501
005115            'WRITTEN OFF ON '   DELIMITED BY SIZE                 00511502
005115            WS-WOFF-DATE        DELIMITED BY SIZE                 00511503
005116            ' AMT '             DELIMITED BY SIZE                 00511600
005116            ED-AMOUNT           DELIMITED BY SIZE                 00511601
005116            INTO DETAILI                                          00511602
005116         END-STRING                                               00511603
005117     END-IF                                                       00511700
005117     IF ORDER-FROM-QUOTE AND DETAILI = SPACES                     00511701
005117         STRING                                                   00511702
005117            'CONVERTED FROM QUOTE ' DELIMITED BY SIZE             00511703
005118            QTO-QUOTE-NO            DELIMITED BY SIZE             00511800
005118            ' ON '                  DELIMITED BY SIZE             00511801
005118            QTO-DATE                DELIMITED BY SIZE             00511802
005118            INTO DETAILI                                          00511803
005119         END-STRING                                               00511900
005120     END-IF                                                       00512000
005130     MOVE 'STATUS ASSEMBLED FROM ALL PIPELINE SOURCES'            00513000
005140        TO MESS1I                                                 00514000
