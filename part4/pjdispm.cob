000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJDISPM.                                    00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                           *00019000
000200* 15/10/2026 GAY  INITIAL VERSION - INVOICE DISPUTES             *00020000
000210*                  (TRANSID PJDS, MAPSET MS1DS) : THE CREDIT     *00021000
000220*                  CLERK KEYS AN OPEN DOCUMENT OF OPNITEMK AND   *00022000
000230*                  OPENS A DISPUTE ON IT (PF5) WITH A REASON,    *00023000
000240*                  THE DISPUTED AMOUNT, A CONTACT AND NOTES ;    *00024000
000250*                  THE CREDIT MANAGER RESOLVES IT (PF6) AS       *00025000
000260*                  CREDITED, WITHDRAWN BY THE CUSTOMER OR        *00026000
000270*                  WRITTEN OFF. EVERY OPENING AND RESOLUTION IS  *00027000
000280*                  AUDITED TO TD QUEUE RFAU                      *00028000
000281* 15/10/2026 GAY  DOCUMENT TYPE B ACCEPTED : A BACKORDER RELEASE *00028100
000282*                  INVOICE (PJPART3B) CAN BE DISPUTED ON ITS OWN *00028200
000290******************************************************************00029000
000300                                                                  00030000
000310 DATA DIVISION.                                                   00031000
000320 WORKING-STORAGE SECTION.                                         00032000
000330******************************************************************00033000
000340* STANDARD CICS AID-KEY CONSTANTS (DFHCLEAR, DFHENTER, DFHPFN)   *00034000
000350******************************************************************00035000
000360     COPY DFHAID.                                                 00036000
000370******************************************************************00037000
000380* OPERATOR AUTHORITY CHECK : RECORDS AND WORK FIELDS (SEE COPY   *00038000
000390* AUTHPRC FOR THE PARAGRAPHS)                                    *00039000
000400******************************************************************00040000
000410     COPY AUTHREC.                                                00041000
000420                                                                  00042000
000430     COPY SECVREC.                                                00043000
000440                                                                  00044000
000450     COPY AUTHWK.                                                 00045000
000460                                                                  00046000
000470******************************************************************00047000
000480* PROGRAM SWITCHES AND WORK FIELDS                               *00048000
000490******************************************************************00049000
000500 77 WS-RESP           PIC S9(8) COMP.                             00050000
000510 77 WS-DUMMY-COMM     PIC X VALUE 'Y'.                            00051000
000520 77 WS-ABS-TIME       PIC S9(15) COMP-3.                          00052000
000530 77 WS-AUD-DATE       PIC X(8).                                   00053000
000540 77 WS-AUD-TIME       PIC X(8).                                   00054000
000550 77 WS-TODAY-YMD      PIC X(8).                                   00055000
000560 77 WS-TODAY          PIC X(10).                                  00056000
000570 77 ED-AMOUNT         PIC Z(8)9.99.                               00057000
000580 77 WS-KEY-SW         PIC X VALUE 'N'.                            00058000
000590    88 KEY-VALID           VALUE 'Y'.                             00059000
000600 77 WS-OPEN-SW        PIC X VALUE 'N'.                            00060000
000610    88 DOC-OPEN            VALUE 'Y'.                             00061000
000620 77 WS-DSP-SW         PIC X VALUE 'N'.                            00062000
000630    88 DSP-ON-FILE         VALUE 'Y'.                             00063000
000640 77 WS-EDIT-SW        PIC X VALUE 'N'.                            00064000
000650    88 FIELDS-VALID        VALUE 'Y'.                             00065000
000660 77 WS-OLD-STATUS     PIC X(1).                                   00066000
000670 77 WS-NEW-STATUS     PIC X(1).                                   00067000
000680                                                                  00068000
000690******************************************************************00069000
000700* DISPUTED AMOUNT EDIT FIELDS : SCREEN FORMAT 9999999.99         *00070000
000710******************************************************************00071000
000720 77 WS-AMT-EDIT       PIC 9999999.99.                             00072000
000730 77 WS-AMT-NUM        PIC 9(7)V99.                                00073000
000740                                                                  00074000
000750******************************************************************00075000
000760* DISPUTE RECORD (KSDS DISPUTE, SEE COPY DSPREC) AND OPEN        *00076000
000770* DOCUMENT RECORD (KSDS OPNITEMK, SEE COPY OPNKREC)              *00077000
000780******************************************************************00078000
000790     COPY DSPREC.                                                 00079000
000800                                                                  00080000
000810     COPY OPNKREC.                                                00081000
000820                                                                  00082000
000830******************************************************************00083000
000840* INVOICE HISTORY RECORD (KSDS INVHIST) : THE DOCUMENT HEADER    *00084000
000850* GIVES THE CUSTOMER AND THE DOCUMENT DATE                       *00085000
000860******************************************************************00086000
000870 01 HIST-RECORD.                                                  00087000
000880    05 HIST-KEY.                                                  00088000
000890       10 HK-O-NO PIC 9(6).                                       00089000
000900       10 HK-TYPE PIC X(1).                                       00090000
000910       10 HK-SEQ  PIC 9(3).                                       00091000
000920    05 HIST-DATA  PIC X(204).                                     00092000
000930                                                                  00093000
000940     COPY INVXREC.                                                00094000
000950                                                                  00095000
000960******************************************************************00096000
000970* AUDIT TRAIL RECORD - WRITTEN TO TRANSIENT DATA QUEUE RFAU      *00097000
000980* (REFERENCE-TABLE AUDIT), ONE PER OPENED OR RESOLVED DISPUTE    *00098000
000990******************************************************************00099000
001000     COPY RFAUREC.                                                00100000
001010                                                                  00101000
001020******************************************************************00102000
001030* SYMBOLIC MAP FOR MAP1DS/MS1DS (HAND-MAINTAINED)                *00103000
001040******************************************************************00104000
001050 01 MAP1DSI.                                                      00105000
001060    02 FILLER            PIC X(12).                               00106000
001070    02 ORDNOL       PIC S9(4) COMP.                               00107000
001080    02 ORDNOF       PIC X.                                        00108000
001090    02 FILLER REDEFINES ORDNOF.                                   00109000
001100       03 ORDNOA    PIC X.                                        00110000
001110    02 ORDNOI       PIC X(6).                                     00111000
001120    02 DTYPEL       PIC S9(4) COMP.                               00112000
001130    02 DTYPEF       PIC X.                                        00113000
001140    02 FILLER REDEFINES DTYPEF.                                   00114000
001150       03 DTYPEA    PIC X.                                        00115000
001160    02 DTYPEI       PIC X(1).                                     00116000
001170    02 CUSNOL       PIC S9(4) COMP.                               00117000
001180    02 CUSNOF       PIC X.                                        00118000
001190    02 FILLER REDEFINES CUSNOF.                                   00119000
001200       03 CUSNOA    PIC X.                                        00120000
001210    02 CUSNOI       PIC X(3).                                     00121000
001220    02 COMPL        PIC S9(4) COMP.                               00122000
001230    02 COMPF        PIC X.                                        00123000
001240    02 FILLER REDEFINES COMPF.                                    00124000
001250       03 COMPA     PIC X.                                        00125000
001260    02 COMPI        PIC X(30).                                    00126000
001270    02 OBALL        PIC S9(4) COMP.                               00127000
001280    02 OBALF        PIC X.                                        00128000
001290    02 FILLER REDEFINES OBALF.                                    00129000
001300       03 OBALA     PIC X.                                        00130000
001310    02 OBALI        PIC X(12).                                    00131000
001320    02 DSTATL       PIC S9(4) COMP.                               00132000
001330    02 DSTATF       PIC X.                                        00133000
001340    02 FILLER REDEFINES DSTATF.                                   00134000
001350       03 DSTATA    PIC X.                                        00135000
001360    02 DSTATI       PIC X(20).                                    00136000
001370    02 REASONL      PIC S9(4) COMP.                               00137000
001380    02 REASONF      PIC X.                                        00138000
001390    02 FILLER REDEFINES REASONF.                                  00139000
001400       03 REASONA   PIC X.                                        00140000
001410    02 REASONI      PIC X(2).                                     00141000
001420    02 DAMTL        PIC S9(4) COMP.                               00142000
001430    02 DAMTF        PIC X.                                        00143000
001440    02 FILLER REDEFINES DAMTF.                                    00144000
001450       03 DAMTA     PIC X.                                        00145000
001460    02 DAMTI        PIC X(10).                                    00146000
001470    02 CONTACTL     PIC S9(4) COMP.                               00147000
001480    02 CONTACTF     PIC X.                                        00148000
001490    02 FILLER REDEFINES CONTACTF.                                 00149000
001500       03 CONTACTA  PIC X.                                        00150000
001510    02 CONTACTI     PIC X(30).                                    00151000
001520    02 NOTESL       PIC S9(4) COMP.                               00152000
001530    02 NOTESF       PIC X.                                        00153000
001540    02 FILLER REDEFINES NOTESF.                                   00154000
001550       03 NOTESA    PIC X.                                        00155000
001560    02 NOTESI       PIC X(60).                                    00156000
001570    02 ODATEL       PIC S9(4) COMP.                               00157000
001580    02 ODATEF       PIC X.                                        00158000
001590    02 FILLER REDEFINES ODATEF.                                   00159000
001600       03 ODATEA    PIC X.                                        00160000
001610    02 ODATEI       PIC X(10).                                    00161000
001620    02 OUSERL       PIC S9(4) COMP.                               00162000
001630    02 OUSERF       PIC X.                                        00163000
001640    02 FILLER REDEFINES OUSERF.                                   00164000
001650       03 OUSERA    PIC X.                                        00165000
001660    02 OUSERI       PIC X(8).                                     00166000
001670    02 RESOLL       PIC S9(4) COMP.                               00167000
001680    02 RESOLF       PIC X.                                        00168000
001690    02 FILLER REDEFINES RESOLF.                                   00169000
001700       03 RESOLA    PIC X.                                        00170000
001710    02 RESOLI       PIC X(1).                                     00171000
001720    02 RDATEL       PIC S9(4) COMP.                               00172000
001730    02 RDATEF       PIC X.                                        00173000
001740    02 FILLER REDEFINES RDATEF.                                   00174000
001750       03 RDATEA    PIC X.                                        00175000
001760    02 RDATEI       PIC X(10).                                    00176000
001770    02 RUSERL       PIC S9(4) COMP.                               00177000
001780    02 RUSERF       PIC X.                                        00178000
001790    02 FILLER REDEFINES RUSERF.                                   00179000
001800       03 RUSERA    PIC X.                                        00180000
001810    02 RUSERI       PIC X(8).                                     00181000
001820    02 MESS1L       PIC S9(4) COMP.                               00182000
001830    02 MESS1F       PIC X.                                        00183000
001840    02 FILLER REDEFINES MESS1F.                                   00184000
001850       03 MESS1A    PIC X.                                        00185000
001860    02 MESS1I       PIC X(55).                                    00186000
001870                                                                  00187000
001880 LINKAGE SECTION.                                                 00188000
001890 01 DFHCOMMAREA       PIC X(1).                                   00189000
001900                                                                  00190000
001910******************************************************************00191000
001920* MAINLINE                                                       *00192000
001930******************************************************************00193000
001940 PROCEDURE DIVISION.                                              00194000
001950     PERFORM 100-INITIALIZE.                                      00195000
001960     PERFORM 200-PROCESS-SCREEN.                                  00196000
001970     GOBACK.                                                      00197000
001980                                                                  00198000
001990 100-INITIALIZE.                                                  00199000
002000     MOVE LOW-VALUES TO MAP1DSI.                                  00200000
002010     MOVE SPACES TO MESS1I.                                       00201000
002020     EXIT.                                                        00202000
002030                                                                  00203000
002040******************************************************************00204000
002050* 200-PROCESS-SCREEN -- FIRST ENTRY SHOWS A BLANK SCREEN,        *00205000
002060* A CONTINUATION ENTRY RECEIVES AND DISPATCHES ON THE KEY        *00206000
002070******************************************************************00207000
002080 200-PROCESS-SCREEN.                                              00208000
002090     IF EIBCALEN = 0                                              00209000
002100         PERFORM 210-SEND-INITIAL-MAP                             00210000
002110     ELSE                                                         00211000
002120         PERFORM 220-RECEIVE-AND-DISPATCH                         00212000
002130     END-IF                                                       00213000
002140     EXIT.                                                        00214000
002150                                                                  00215000
002160 210-SEND-INITIAL-MAP.                                            00216000
002170     EXEC CICS SEND MAP('MAP1DS')                                 00217000
002180          MAPSET('MS1DS')                                         00218000
002190          MAPONLY                                                 00219000
002200          ERASE                                                   00220000
002210     END-EXEC                                                     00221000
002220     EXEC CICS RETURN TRANSID('PJDS')                             00222000
002230          COMMAREA(WS-DUMMY-COMM)                                 00223000
002240          LENGTH(1)                                               00224000
002250     END-EXEC                                                     00225000
002260     EXIT.                                                        00226000
002270                                                                  00227000
002280******************************************************************00228000
002290* 220-RECEIVE-AND-DISPATCH -- ENTER INQUIRES ON THE DOCUMENT,    *00229000
002300* PF5 OPENS A DISPUTE, PF6 RESOLVES IT, CLEAR ENDS THE           *00230000
002310* CONVERSATION                                                   *00231000
002320******************************************************************00232000
002330 220-RECEIVE-AND-DISPATCH.                                        00233000
002340     EXEC CICS RECEIVE MAP('MAP1DS')                              00234000
002350          MAPSET('MS1DS')                                         00235000
002360          INTO(MAP1DSI)                                           00236000
002370          RESP(WS-RESP)                                           00237000
002380     END-EXEC                                                     00238000
002390     INSPECT ORDNOI   REPLACING TRAILING '_' BY SPACE             00239000
002400     INSPECT DTYPEI   REPLACING TRAILING '_' BY SPACE             00240000
002410     INSPECT REASONI  REPLACING TRAILING '_' BY SPACE             00241000
002420     INSPECT DAMTI    REPLACING TRAILING '_' BY SPACE             00242000
002430     INSPECT CONTACTI REPLACING TRAILING '_' BY SPACE             00243000
002440     INSPECT NOTESI   REPLACING TRAILING '_' BY SPACE             00244000
002450     INSPECT RESOLI   REPLACING TRAILING '_' BY SPACE             00245000
002460     PERFORM 045-SET-NEED-LEVEL                                   00246000
002470     PERFORM 050-CHECK-AUTHORITY                                  00247000
002480     IF AUTH-REFUSED                                              00248000
002490         MOVE WS-AUTH-MSG TO MESS1I                               00249000
002500     ELSE                                                         00250000
002510     EVALUATE EIBAID                                              00251000
002520         WHEN DFHCLEAR                                            00252000
002530             PERFORM 230-EXIT-TRANS                               00253000
002540         WHEN DFHENTER                                            00254000
002550             PERFORM 300-INQUIRE-DISPUTE                          00255000
002560         WHEN DFHPF5                                              00256000
002570             PERFORM 400-OPEN-DISPUTE                             00257000
002580         WHEN DFHPF6                                              00258000
002590             PERFORM 500-RESOLVE-DISPUTE                          00259000
002600         WHEN OTHER                                               00260000
002610             MOVE 'INVALID KEY - ENTER/PF5/PF6/CLEAR ONLY'        00261000
002620                TO MESS1I                                         00262000
002630     END-EVALUATE                                                 00263000
002640     END-IF                                                       00264000
002650     IF EIBAID NOT = DFHCLEAR                                     00265000
002660         PERFORM 900-SEND-MAP-DATAONLY                            00266000
002670         EXEC CICS RETURN TRANSID('PJDS')                         00267000
002680              COMMAREA(WS-DUMMY-COMM)                             00268000
002690              LENGTH(1)                                           00269000
002700         END-EXEC                                                 00270000
002710     END-IF                                                       00271000
002720     EXIT.                                                        00272000
002730                                                                  00273000
002740 230-EXIT-TRANS.                                                  00274000
002750     EXEC CICS SEND CONTROL ERASE END-EXEC                        00275000
002760     EXEC CICS RETURN END-EXEC                                    00276000
002770     EXIT.                                                        00277000
002780                                                                  00278000
002790******************************************************************00279000
002800* 300-INQUIRE-DISPUTE -- SHOW THE DOCUMENT AND ANY DISPUTE ON IT *00280000
002810******************************************************************00281000
002820 300-INQUIRE-DISPUTE.                                             00282000
002830     PERFORM 310-EDIT-KEY                                         00283000
002840     IF KEY-VALID                                                 00284000
002850         PERFORM 320-READ-DOCUMENT                                00285000
002860         PERFORM 340-READ-DISPUTE                                 00286000
002870         EVALUATE TRUE                                            00287000
002880             WHEN DSP-ON-FILE                                     00288000
002890                 PERFORM 350-SHOW-DISPUTE                         00289000
002900                 IF DSP-OPEN                                      00290000
002910                     MOVE 'DOCUMENT IN DISPUTE - PF6 TO RESOLVE'  00291000
002920                        TO MESS1I                                 00292000
002930                 ELSE                                             00293000
002940                     MOVE 'DISPUTE RESOLVED - PF5 TO REOPEN'      00294000
002950                        TO MESS1I                                 00295000
002960                 END-IF                                           00296000
002970             WHEN DOC-OPEN                                        00297000
002980                 MOVE 'NO DISPUTE - KEY REASON, AMOUNT, CONTACT'  00298000
002990                    TO MESS1I                                     00299000
003000             WHEN OTHER                                           00300000
003010                 MOVE 'DOCUMENT NOT OPEN IN OPNITEMK' TO MESS1I   00301000
003020         END-EVALUATE                                             00302000
003030     END-IF                                                       00303000
003040     EXIT.                                                        00304000
003050                                                                  00305000
003060******************************************************************00306000
003070* 310-EDIT-KEY -- ORDER NUMBER REQUIRED, DOCUMENT TYPE H BY      *00307000
003080* DEFAULT (B FOR A BACKORDER RELEASE INVOICE, F FOR A FINANCE    *00308000
003081* CHARGE DOCUMENT)                                               *00308100
003090******************************************************************00309000
003100 310-EDIT-KEY.                                                    00310000
003110     MOVE 'N' TO WS-KEY-SW                                        00311000
003120     IF DTYPEI = SPACE OR DTYPEI = LOW-VALUE                      00312000
003130         MOVE 'H' TO DTYPEI                                       00313000
003140     END-IF                                                       00314000
003150     EVALUATE TRUE                                                00315000
003160         WHEN ORDNOI NOT NUMERIC                                  00316000
003170             MOVE 'ORDER NUMBER MUST BE NUMERIC' TO MESS1I        00317000
003180         WHEN DTYPEI NOT = 'H' AND DTYPEI NOT = 'F'               00318000
003190                     AND DTYPEI NOT = 'B'                         00319000
003191             MOVE 'DOCUMENT TYPE MUST BE H, B OR F' TO MESS1I     00319100
003200         WHEN OTHER                                               00320000
003210             MOVE 'Y' TO WS-KEY-SW                                00321000
003220     END-EVALUATE                                                 00322000
003230     EXIT.                                                        00323000
003240                                                                  00324000
003250******************************************************************00325000
003260* 320-READ-DOCUMENT -- OPEN BALANCE FROM OPNITEMK, CUSTOMER FROM *00326000
003270* THE INVOICE HISTORY HEADER                                     *00327000
003280******************************************************************00328000
003290 320-READ-DOCUMENT.                                               00329000
003300     MOVE 'N' TO WS-OPEN-SW                                       00330000
003310     MOVE SPACES TO CUSNOI                                        00331000
003320     MOVE SPACES TO COMPI                                         00332000
003330     MOVE SPACES TO OBALI                                         00333000
003340     INITIALIZE OPNITEM-RECORD                                    00334000
003350     MOVE ORDNOI TO OPN-O-NO                                      00335000
003360     MOVE DTYPEI TO OPN-TYPE                                      00336000
003370     EXEC CICS READ FILE('OPNITEMK')                              00337000
003380          INTO(OPNITEM-RECORD)                                    00338000
003390          RIDFLD(OPN-KEY)                                         00339000
003400          RESP(WS-RESP)                                           00340000
003410     END-EXEC                                                     00341000
003420     IF WS-RESP = DFHRESP(NORMAL)                                 00342000
003430         MOVE 'Y' TO WS-OPEN-SW                                   00343000
003440         MOVE OPN-BALANCE TO ED-AMOUNT                            00344000
003450         MOVE ED-AMOUNT   TO OBALI                                00345000
003460     END-IF                                                       00346000
003470     PERFORM 330-READ-HISTORY                                     00347000
003480     EXIT.                                                        00348000
003490                                                                  00349000
003500 330-READ-HISTORY.                                                00350000
003510     INITIALIZE L-INVX-HDR                                        00351000
003520     MOVE ORDNOI TO HK-O-NO                                       00352000
003530     MOVE DTYPEI TO HK-TYPE                                       00353000
003540     MOVE ZERO   TO HK-SEQ                                        00354000
003550     EXEC CICS READ FILE('INVHIST')                               00355000
003560          INTO(HIST-RECORD)                                       00356000
003570          RIDFLD(HIST-KEY)                                        00357000
003580          RESP(WS-RESP)                                           00358000
003590     END-EXEC                                                     00359000
003600     IF WS-RESP = DFHRESP(NORMAL)                                 00360000
003610         MOVE HIST-DATA TO L-INVX-HDR                             00361000
003620         IF INVXH-C-NO NUMERIC                                    00362000
003630             MOVE INVXH-C-NO TO CUSNOI                            00363000
003640         END-IF                                                   00364000
003650         MOVE INVXH-COMPANY TO COMPI                              00365000
003660     END-IF                                                       00366000
003670     EXIT.                                                        00367000
003680                                                                  00368000
003690 340-READ-DISPUTE.                                                00369000
003700     MOVE 'N' TO WS-DSP-SW                                        00370000
003710     INITIALIZE DISPUTE-RECORD                                    00371000
003720     MOVE ORDNOI TO DSP-O-NO                                      00372000
003730     MOVE DTYPEI TO DSP-TYPE                                      00373000
003740     EXEC CICS READ FILE('DISPUTE')                               00374000
003750          INTO(DISPUTE-RECORD)                                    00375000
003760          RIDFLD(DSP-KEY)                                         00376000
003770          RESP(WS-RESP)                                           00377000
003780     END-EXEC                                                     00378000
003790     IF WS-RESP = DFHRESP(NORMAL)                                 00379000
003800         MOVE 'Y' TO WS-DSP-SW                                    00380000
003810     END-IF                                                       00381000
003820     EXIT.                                                        00382000
003830                                                                  00383000
003840 350-SHOW-DISPUTE.                                                00384000
003850     MOVE DSP-C-NO      TO CUSNOI                                 00385000
003860     MOVE DSP-COMPANY   TO COMPI                                  00386000
003870     MOVE DSP-REASON    TO REASONI                                00387000
003880     MOVE DSP-AMOUNT    TO WS-AMT-EDIT                            00388000
003890     MOVE WS-AMT-EDIT   TO DAMTI                                  00389000
003900     MOVE DSP-CONTACT   TO CONTACTI                               00390000
003910     MOVE DSP-NOTES     TO NOTESI                                 00391000
003920     MOVE DSP-OPEN-DATE TO ODATEI                                 00392000
003930     MOVE DSP-OPEN-USER TO OUSERI                                 00393000
003940     MOVE SPACE         TO RESOLI                                 00394000
003950     MOVE DSP-RES-DATE  TO RDATEI                                 00395000
003960     MOVE DSP-RES-USER  TO RUSERI                                 00396000
003970     EVALUATE TRUE                                                00397000
003980         WHEN DSP-OPEN                                            00398000
003990             MOVE 'OPEN'                 TO DSTATI                00399000
004000         WHEN DSP-CREDITED                                        00400000
004010             MOVE 'RESOLVED - CREDITED'  TO DSTATI                00401000
004020             MOVE DSP-STATUS             TO RESOLI                00402000
004030         WHEN DSP-WITHDRAWN                                       00403000
004040             MOVE 'RESOLVED - WITHDRAWN' TO DSTATI                00404000
004050             MOVE DSP-STATUS             TO RESOLI                00405000
004060         WHEN OTHER                                               00406000
004070             MOVE 'RESOLVED - WRITE-OFF' TO DSTATI                00407000
004080             MOVE DSP-STATUS             TO RESOLI                00408000
004090     END-EVALUATE                                                 00409000
004100     EXIT.                                                        00410000
004110                                                                  00411000
004120******************************************************************00412000
004130* 400-OPEN-DISPUTE -- ONLY A DOCUMENT STILL OPEN IN OPNITEMK CAN *00413000
004140* BE DISPUTED, FOR NO MORE THAN ITS OPEN BALANCE. A RESOLVED     *00414000
004150* DISPUTE ON THE SAME DOCUMENT IS REOPENED IN PLACE              *00415000
004160******************************************************************00416000
004170 400-OPEN-DISPUTE.                                                00417000
004180     PERFORM 310-EDIT-KEY                                         00418000
004190     IF KEY-VALID                                                 00419000
004200         PERFORM 320-READ-DOCUMENT                                00420000
004210         PERFORM 340-READ-DISPUTE                                 00421000
004220         EVALUATE TRUE                                            00422000
004230             WHEN NOT DOC-OPEN                                    00423000
004240                 MOVE 'DOCUMENT NOT OPEN - CANNOT BE DISPUTED'    00424000
004250                    TO MESS1I                                     00425000
004260             WHEN DSP-ON-FILE AND DSP-OPEN                        00426000
004270                 PERFORM 350-SHOW-DISPUTE                         00427000
004280                 MOVE 'A DISPUTE IS ALREADY OPEN ON THIS DOCUMENT'00428000
004290                    TO MESS1I                                     00429000
004300             WHEN OTHER                                           00430000
004310                 PERFORM 410-EDIT-FIELDS                          00431000
004320                 IF FIELDS-VALID                                  00432000
004330                     PERFORM 420-WRITE-DISPUTE                    00433000
004340                 END-IF                                           00434000
004350         END-EVALUATE                                             00435000
004360     END-IF                                                       00436000
004370     EXIT.                                                        00437000
004380                                                                  00438000
004390******************************************************************00439000
004400* 410-EDIT-FIELDS -- REASON FROM THE LIST, AMOUNT 9999999.99 NOT *00440000
004410* ZERO AND NOT ABOVE THE OPEN BALANCE, CONTACT REQUIRED          *00441000
004420******************************************************************00442000
004430 410-EDIT-FIELDS.                                                 00443000
004440     MOVE 'N' TO WS-EDIT-SW                                       00444000
004450     MOVE REASONI TO DSP-REASON                                   00445000
004460     EVALUATE TRUE                                                00446000
004470         WHEN NOT DSP-REASON-VALID                                00447000
004480             MOVE 'REASON MUST BE QT/DM/PR/RT/NR/OT' TO MESS1I    00448000
004490         WHEN DAMTI(8:1) NOT = '.'                                00449000
004500           OR DAMTI(1:7) NOT NUMERIC                              00450000
004510           OR DAMTI(9:2) NOT NUMERIC                              00451000
004520             MOVE 'INVALID AMOUNT FORMAT (EXPECTED 9999999.99)'   00452000
004530                TO MESS1I                                         00453000
004540         WHEN CONTACTI = SPACES OR CONTACTI = LOW-VALUES          00454000
004550             MOVE 'CONTACT IS REQUIRED' TO MESS1I                 00455000
004560         WHEN OTHER                                               00456000
004570             MOVE DAMTI TO WS-AMT-EDIT                            00457000
004580             MOVE WS-AMT-EDIT TO WS-AMT-NUM                       00458000
004590             IF WS-AMT-NUM = ZERO                                 00459000
004600                OR WS-AMT-NUM > OPN-BALANCE                       00460000
004610                 MOVE 'AMOUNT MUST BE 0.01 UP TO THE OPEN BALANCE'00461000
004620                    TO MESS1I                                     00462000
004630             ELSE                                                 00463000
004640                 MOVE 'Y' TO WS-EDIT-SW                           00464000
004650             END-IF                                               00465000
004660     END-EVALUATE                                                 00466000
004670     EXIT.                                                        00467000
004680                                                                  00468000
004690 420-WRITE-DISPUTE.                                               00469000
004700     IF DSP-ON-FILE                                               00470000
004710         EXEC CICS READ FILE('DISPUTE')                           00471000
004720              INTO(DISPUTE-RECORD)                                00472000
004730              RIDFLD(DSP-KEY)                                     00473000
004740              UPDATE                                              00474000
004750              RESP(WS-RESP)                                       00475000
004760         END-EXEC                                                 00476000
004770     END-IF                                                       00477000
004780     MOVE DSP-STATUS TO WS-OLD-STATUS                             00478000
004790     INITIALIZE DISPUTE-RECORD                                    00479000
004800     MOVE ORDNOI        TO DSP-O-NO                               00480000
004810     MOVE DTYPEI        TO DSP-TYPE                               00481000
004820     MOVE 'O'           TO DSP-STATUS                             00482000
004830     MOVE INVXH-C-NO    TO DSP-C-NO                               00483000
004840     MOVE INVXH-COMPANY TO DSP-COMPANY                            00484000
004850     MOVE INVXH-O-DATE  TO DSP-DOC-DATE                           00485000
004860     MOVE OPN-BALANCE   TO DSP-DOC-AMT                            00486000
004870     MOVE REASONI       TO DSP-REASON                             00487000
004880     MOVE WS-AMT-NUM    TO DSP-AMOUNT                             00488000
004890     MOVE CONTACTI      TO DSP-CONTACT                            00489000
004900     IF NOTESI = LOW-VALUES                                       00490000
004910         MOVE SPACES    TO DSP-NOTES                              00491000
004920     ELSE                                                         00492000
004930         MOVE NOTESI    TO DSP-NOTES                              00493000
004940     END-IF                                                       00494000
004950     PERFORM 810-GET-TODAY                                        00495000
004960     MOVE WS-TODAY      TO DSP-OPEN-DATE                          00496000
004970     EXEC CICS ASSIGN                                             00497000
004980          USERID(DSP-OPEN-USER)                                   00498000
004990     END-EXEC                                                     00499000
005000     MOVE SPACES        TO DSP-RES-DATE                           00500000
005010     MOVE SPACES        TO DSP-RES-USER                           00501000
005020     IF DSP-ON-FILE                                               00502000
005030         EXEC CICS REWRITE FILE('DISPUTE')                        00503000
005040              FROM(DISPUTE-RECORD)                                00504000
005050              RESP(WS-RESP)                                       00505000
005060         END-EXEC                                                 00506000
005070     ELSE                                                         00507000
005080         EXEC CICS WRITE FILE('DISPUTE')                          00508000
005090              FROM(DISPUTE-RECORD)                                00509000
005100              RIDFLD(DSP-KEY)                                     00510000
005110              RESP(WS-RESP)                                       00511000
005120         END-EXEC                                                 00512000
005130     END-IF                                                       00513000
005140     IF WS-RESP = DFHRESP(NORMAL)                                 00514000
005150         PERFORM 820-AUDIT-OPEN                                   00515000
005160         PERFORM 350-SHOW-DISPUTE                                 00516000
005170         MOVE 'DISPUTE OPENED - DUNNING AND FINANCE CHARGES HELD' 00517000
005180            TO MESS1I                                             00518000
005190     ELSE                                                         00519000
005200         MOVE 'OPEN FAILED - DISPUTE NOT RECORDED' TO MESS1I      00520000
005210     END-IF                                                       00521000
005220     EXIT.                                                        00522000
005230                                                                  00523000
005240******************************************************************00524000
005250* 500-RESOLVE-DISPUTE -- CLOSE AN OPEN DISPUTE AS CREDITED (C),  *00525000
005260* WITHDRAWN BY THE CUSTOMER (W) OR WRITTEN OFF (X)               *00526000
005270******************************************************************00527000
005280 500-RESOLVE-DISPUTE.                                             00528000
005290     PERFORM 310-EDIT-KEY                                         00529000
005300     IF KEY-VALID                                                 00530000
005310         MOVE RESOLI TO DSP-STATUS                                00531000
005320         IF NOT DSP-RESOLUTION-VALID                              00532000
005330             MOVE 'RESOLUTION MUST BE C, W OR X' TO MESS1I        00533000
005340         ELSE                                                     00534000
005350             PERFORM 510-REWRITE-RESOLVED                         00535000
005360         END-IF                                                   00536000
005370     END-IF                                                       00537000
005380     EXIT.                                                        00538000
005390                                                                  00539000
005400 510-REWRITE-RESOLVED.                                            00540000
005410     MOVE RESOLI TO WS-NEW-STATUS                                 00541000
005420     INITIALIZE DISPUTE-RECORD                                    00542000
005430     MOVE ORDNOI TO DSP-O-NO                                      00543000
005440     MOVE DTYPEI TO DSP-TYPE                                      00544000
005450     EXEC CICS READ FILE('DISPUTE')                               00545000
005460          INTO(DISPUTE-RECORD)                                    00546000
005470          RIDFLD(DSP-KEY)                                         00547000
005480          UPDATE                                                  00548000
005490          RESP(WS-RESP)                                           00549000
005500     END-EXEC                                                     00550000
005510     EVALUATE TRUE                                                00551000
005520         WHEN WS-RESP NOT = DFHRESP(NORMAL)                       00552000
005530             MOVE 'NO DISPUTE ON FILE FOR THIS DOCUMENT' TO MESS1I00553000
005540         WHEN NOT DSP-OPEN                                        00554000
005550             EXEC CICS UNLOCK FILE('DISPUTE')                     00555000
005560             END-EXEC                                             00556000
005570             PERFORM 350-SHOW-DISPUTE                             00557000
005580             MOVE 'DISPUTE ALREADY RESOLVED' TO MESS1I            00558000
005590         WHEN OTHER                                               00559000
005600             MOVE WS-NEW-STATUS TO DSP-STATUS                     00560000
005610             PERFORM 810-GET-TODAY                                00561000
005620             MOVE WS-TODAY TO DSP-RES-DATE                        00562000
005630             EXEC CICS ASSIGN                                     00563000
005640                  USERID(DSP-RES-USER)                            00564000
005650             END-EXEC                                             00565000
005660             EXEC CICS REWRITE FILE('DISPUTE')                    00566000
005670                  FROM(DISPUTE-RECORD)                            00567000
005680                  RESP(WS-RESP)                                   00568000
005690             END-EXEC                                             00569000
005700             IF WS-RESP = DFHRESP(NORMAL)                         00570000
005710                 PERFORM 830-AUDIT-RESOLVE                        00571000
005720                 PERFORM 350-SHOW-DISPUTE                         00572000
005730                 MOVE 'DISPUTE RESOLVED' TO MESS1I                00573000
005740             ELSE                                                 00574000
005750                 MOVE 'RESOLVE FAILED - DISPUTE UNCHANGED'        00575000
005760                    TO MESS1I                                     00576000
005770             END-IF                                               00577000
005780     END-EVALUATE                                                 00578000
005790     EXIT.                                                        00579000
005800                                                                  00580000
005810******************************************************************00581000
005820* 800-GET-AUDIT-STAMP -- CURRENT DATE/TIME AND SIGNED-ON USER    *00582000
005830******************************************************************00583000
005840 800-GET-AUDIT-STAMP.                                             00584000
005850     EXEC CICS ASKTIME                                            00585000
005860          ABSTIME(WS-ABS-TIME)                                    00586000
005870     END-EXEC                                                     00587000
005880     EXEC CICS FORMATTIME                                         00588000
005890          ABSTIME(WS-ABS-TIME)                                    00589000
005900          YYYYMMDD(WS-AUD-DATE)                                   00590000
005910          TIME(WS-AUD-TIME)                                       00591000
005920          TIMESEP                                                 00592000
005930     END-EXEC                                                     00593000
005940     MOVE WS-AUD-DATE TO AUD-TIMESTAMP(1:8)                       00594000
005950     MOVE WS-AUD-TIME TO AUD-TIMESTAMP(9:8)                       00595000
005960     EXEC CICS ASSIGN                                             00596000
005970          USERID(AUD-USERID)                                      00597000
005980     END-EXEC                                                     00598000
005990     EXIT.                                                        00599000
006000                                                                  00600000
006010******************************************************************00601000
006020* 810-GET-TODAY -- CURRENT DATE AS YYYY-MM-DD                    *00602000
006030******************************************************************00603000
006040 810-GET-TODAY.                                                   00604000
006050     EXEC CICS ASKTIME                                            00605000
006060          ABSTIME(WS-ABS-TIME)                                    00606000
006070     END-EXEC                                                     00607000
006080     EXEC CICS FORMATTIME                                         00608000
006090          ABSTIME(WS-ABS-TIME)                                    00609000
006100          YYYYMMDD(WS-TODAY-YMD)                                  00610000
006110     END-EXEC                                                     00611000
006120     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY(1:4)                      00612000
006130     MOVE '-'               TO WS-TODAY(5:1)                      00613000
006140     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY(6:2)                      00614000
006150     MOVE '-'               TO WS-TODAY(8:1)                      00615000
006160     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY(9:2)                      00616000
006170     EXIT.                                                        00617000
006180                                                                  00618000
006190******************************************************************00619000
006200* 820-AUDIT-OPEN -- ONE AUDIT RECORD PER OPENED DISPUTE          *00620000
006210******************************************************************00621000
006220 820-AUDIT-OPEN.                                                  00622000
006230     MOVE 'OPEN'     TO AUD-ACTION                                00623000
006240     MOVE 'DISPUTE'  TO AUD-TABLE                                 00624000
006250     MOVE DSP-O-NO   TO AUD-KEY                                   00625000
006260     MOVE 'REASON'   TO AUD-FIELD                                 00626000
006270     MOVE SPACES     TO AUD-BEFORE                                00627000
006280     IF WS-OLD-STATUS NOT = SPACE                                 00628000
006290        AND WS-OLD-STATUS NOT = LOW-VALUE                         00629000
006300         MOVE WS-OLD-STATUS TO AUD-BEFORE(1:1)                    00630000
006310     END-IF                                                       00631000
006320     MOVE SPACES     TO AUD-AFTER                                 00632000
006330     MOVE DSP-TYPE   TO AUD-AFTER(1:1)                            00633000
006340     MOVE DSP-REASON TO AUD-AFTER(3:2)                            00634000
006350     MOVE WS-AMT-EDIT TO AUD-AFTER(6:10)                          00635000
006360     PERFORM 840-WRITE-AUDIT-REC                                  00636000
006370     EXIT.                                                        00637000
006380                                                                  00638000
006390******************************************************************00639000
006400* 830-AUDIT-RESOLVE -- ONE AUDIT RECORD PER RESOLVED DISPUTE     *00640000
006410******************************************************************00641000
006420 830-AUDIT-RESOLVE.                                               00642000
006430     MOVE 'RESOLV'   TO AUD-ACTION                                00643000
006440     MOVE 'DISPUTE'  TO AUD-TABLE                                 00644000
006450     MOVE DSP-O-NO   TO AUD-KEY                                   00645000
006460     MOVE 'STATUS'   TO AUD-FIELD                                 00646000
006470     MOVE SPACES     TO AUD-BEFORE                                00647000
006480     MOVE 'OPEN'     TO AUD-BEFORE                                00648000
006490     MOVE SPACES     TO AUD-AFTER                                 00649000
006500     EVALUATE TRUE                                                00650000
006510         WHEN DSP-CREDITED                                        00651000
006520             MOVE 'CREDITED'    TO AUD-AFTER                      00652000
006530         WHEN DSP-WITHDRAWN                                       00653000
006540             MOVE 'WITHDRAWN'   TO AUD-AFTER                      00654000
006550         WHEN OTHER                                               00655000
006560             MOVE 'WRITTEN OFF' TO AUD-AFTER                      00656000
006570     END-EVALUATE                                                 00657000
006580     PERFORM 840-WRITE-AUDIT-REC                                  00658000
006590     EXIT.                                                        00659000
006600                                                                  00660000
006610******************************************************************00661000
006620* 840-WRITE-AUDIT-REC -- STAMP AND QUEUE ONE AUDIT RECORD        *00662000
006630******************************************************************00663000
006640 840-WRITE-AUDIT-REC.                                             00664000
006650     PERFORM 800-GET-AUDIT-STAMP                                  00665000
006660     EXEC CICS WRITEQ TD                                          00666000
006670          QUEUE('RFAU')                                           00667000
006680          FROM(AUDIT-RECORD)                                      00668000
006690          LENGTH(LENGTH OF AUDIT-RECORD)                          00669000
006700     END-EXEC                                                     00670000
006710     EXIT.                                                        00671000
006720                                                                  00672000
006730******************************************************************00673000
006740* 900-SEND-MAP-DATAONLY -- RE-DISPLAY THE SCREEN WITH ANY        *00674000
006750* UPDATED DATA/MESSAGES, LEAVING ATTRIBUTES AS MAPPED            *00675000
006760******************************************************************00676000
006770 900-SEND-MAP-DATAONLY.                                           00677000
006780     EXEC CICS SEND MAP('MAP1DS')                                 00678000
006790          MAPSET('MS1DS')                                         00679000
006800          FROM(MAP1DSI)                                           00680000
006810          DATAONLY                                                00681000
006820          CURSOR                                                  00682000
006830     END-EXEC                                                     00683000
006840     EXIT.                                                        00684000
006850                                                                  00685000
006860******************************************************************00686000
006870* 045-SET-NEED-LEVEL -- AUTHORITY NEEDED FOR THE KEY PRESSED.    *00687000
006880* CLEAR IS ALWAYS GRANTED SO ANY OPERATOR CAN LEAVE              *00688000
006890******************************************************************00689000
006900 045-SET-NEED-LEVEL.                                              00690000
006910     MOVE 'PJDS' TO WS-AUTH-TRANS                                 00691000
006920     EVALUATE EIBAID                                              00692000
006930         WHEN DFHCLEAR                                            00693000
006940             MOVE SPACE TO WS-NEED-LEVEL                          00694000
006950             MOVE 'CLEAR' TO WS-AUTH-ACTION                       00695000
006960         WHEN DFHENTER                                            00696000
006970             MOVE 'I' TO WS-NEED-LEVEL                            00697000
006980             MOVE 'INQ' TO WS-AUTH-ACTION                         00698000
006990         WHEN DFHPF5                                              00699000
007000             MOVE 'M' TO WS-NEED-LEVEL                            00700000
007010             MOVE 'OPEN' TO WS-AUTH-ACTION                        00701000
007020         WHEN DFHPF6                                              00702000
007030             MOVE 'S' TO WS-NEED-LEVEL                            00703000
007040             MOVE 'RESOLV' TO WS-AUTH-ACTION                      00704000
007050         WHEN OTHER                                               00705000
007060             MOVE 'I' TO WS-NEED-LEVEL                            00706000
007070             MOVE 'OTHER' TO WS-AUTH-ACTION                       00707000
007080     END-EVALUATE                                                 00708000
007090     EXIT.                                                        00709000
007100                                                                  00710000
007110     COPY AUTHPRC.                                                00711000
