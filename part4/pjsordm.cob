000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJSORDM.                                    00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                           *00019000
000200* 15/10/2026 GAY  INITIAL VERSION - STANDING ORDERS (TRANSID     *00020000
000210*                  PJSO, MAPSET MS1SO) : THE ORDER CLERK KEEPS   *00021000
000220*                  THE STANDING ORDERS OF A CUSTOMER ON THE      *00022000
000230*                  STANDORD KSDS - LINES, QUANTITIES, SHIP-TO,   *00023000
000240*                  SALESPERSON, FREQUENCY AND START/END DATES.   *00024000
000250*                  PF5 CREATES ONE, PF6 CHANGES IT, PF7 AND PF8  *00025000
000260*                  SUSPEND AND RESUME IT, PF9 ENDS IT. CUSTOMER, *00026000
000270*                  SALESPERSON AND PRODUCTS ARE VALIDATED ON     *00027000
000280*                  API5 AS IN PJORDE. EVERY CHANGE IS AUDITED TO *00028000
000290*                  TD QUEUE RFAU. THE ORDERS THEMSELVES ARE      *00029000
000300*                  GENERATED BY THE BATCH RUN PJPT3STO           *00030000
000310******************************************************************00031000
000320                                                                  00032000
000330 DATA DIVISION.                                                   00033000
000340 WORKING-STORAGE SECTION.                                         00034000
000350******************************************************************00035000
000360* STANDARD CICS AID-KEY CONSTANTS (DFHCLEAR, DFHENTER, DFHPFN)   *00036000
000370******************************************************************00037000
000380     COPY DFHAID.                                                 00038000
000390******************************************************************00039000
000400* OPERATOR AUTHORITY CHECK : RECORDS AND WORK FIELDS (SEE COPY   *00040000
000410* AUTHPRC FOR THE PARAGRAPHS)                                    *00041000
000420******************************************************************00042000
000430     COPY AUTHREC.                                                00043000
000440                                                                  00044000
000450     COPY SECVREC.                                                00045000
000460                                                                  00046000
000470     COPY AUTHWK.                                                 00047000
000480                                                                  00048000
000490******************************************************************00049000
000500* PROGRAM SWITCHES AND WORK FIELDS                               *00050000
000510******************************************************************00051000
000520 77 WS-RESP           PIC S9(8) COMP.                             00052000
000530 77 WS-DUMMY-COMM     PIC X VALUE 'Y'.                            00053000
000540 77 WS-ABS-TIME       PIC S9(15) COMP-3.                          00054000
000550 77 WS-AUD-DATE       PIC X(8).                                   00055000
000560 77 WS-AUD-TIME       PIC X(8).                                   00056000
000570 77 WS-TODAY-YMD      PIC X(8).                                   00057000
000580 77 WS-TODAY          PIC X(10).                                  00058000
000590 77 ED-SQLCODE        PIC +Z(8)9.                                 00059000
000600 77 WS-KEY-SW         PIC X VALUE 'N'.                            00060000
000610    88 KEY-VALID           VALUE 'Y'.                             00061000
000620 77 WS-SOR-SW         PIC X VALUE 'N'.                            00062000
000630    88 SOR-ON-FILE         VALUE 'Y'.                             00063000
000640 77 WS-EDIT-OK        PIC X VALUE 'Y'.                            00064000
000650    88 EDIT-OK             VALUE 'Y'.                             00065000
000660 77 WS-BRW-DONE       PIC X VALUE 'N'.                            00066000
000670    88 BROWSE-DONE         VALUE 'Y'.                             00067000
000680 77 WS-OLD-STATUS     PIC X(1).                                   00068000
000690 77 WS-NEW-STATUS     PIC X(1).                                   00069000
000700 77 WS-OLD-START      PIC X(10).                                  00070000
000710 77 WS-NEXT-NO        PIC 9(3).                                   00071000
000720 77 WS-LINE-I         PIC S9(4) COMP.                             00072000
000730 77 WS-LINE-CNT       PIC S9(4) COMP.                             00073000
000740 77 WS-CHK-DATE       PIC X(10).                                  00074000
000750 77 WS-DAY-NUM        PIC 9(2).                                   00075000
000760                                                                  00076000
000770******************************************************************00077000
000780* STANDING ORDER RECORD (KSDS STANDORD, SEE COPY SORDREC) AND    *00078000
000790* THE LINES ACCEPTED FROM THE SCREEN, PACKED WITHOUT GAPS        *00079000
000800******************************************************************00080000
000810     COPY SORDREC.                                                00081000
000820                                                                  00082000
000830 01 WS-NEW-LINES.                                                 00083000
000840    05 WS-NEW-LINE OCCURS 8 TIMES.                                00084000
000850       10 WS-NEW-P-NO  PIC X(3).                                  00085000
000860       10 WS-NEW-QTY   PIC 9(2).                                  00086000
000870                                                                  00087000
000880******************************************************************00088000
000890* AUDIT TRAIL RECORD - WRITTEN TO TRANSIENT DATA QUEUE RFAU      *00089000
000900* (REFERENCE-TABLE AUDIT), ONE PER STANDING ORDER EVENT          *00090000
000910******************************************************************00091000
000920     COPY RFAUREC.                                                00092000
000930                                                                  00093000
000940******************************************************************00094000
000950* DECLARATION SQL                                                *00095000
000960******************************************************************00096000
000970     EXEC SQL                                                     00097000
000980        INCLUDE SQLCA                                             00098000
000990     END-EXEC.                                                    00099000
001000                                                                  00100000
001010     EXEC SQL                                                     00101000
001020        INCLUDE CUSTS                                             00102000
001030     END-EXEC.                                                    00103000
001040                                                                  00104000
001050     EXEC SQL                                                     00105000
001060        INCLUDE EMPLO                                             00106000
001070     END-EXEC.                                                    00107000
001080                                                                  00108000
001090     EXEC SQL                                                     00109000
001100        INCLUDE PRODUCTS                                          00110000
001110     END-EXEC.                                                    00111000
001120                                                                  00112000
001130******************************************************************00113000
001140* SYMBOLIC MAP FOR MAP1SO/MS1SO (HAND-MAINTAINED). THE 8 LINE    *00114000
001150* ENTRIES ARE LAID OUT TWO PER SCREEN ROW, LEFT TO RIGHT         *00115000
001160******************************************************************00116000
001170 01 MAP1SOI.                                                      00117000
001180    02 FILLER            PIC X(12).                               00118000
001190    02 CUSNOL       PIC S9(4) COMP.                               00119000
001200    02 CUSNOF       PIC X.                                        00120000
001210    02 FILLER REDEFINES CUSNOF.                                   00121000
001220       03 CUSNOA    PIC X.                                        00122000
001230    02 CUSNOI       PIC X(3).                                     00123000
001240    02 SONOL        PIC S9(4) COMP.                               00124000
001250    02 SONOF        PIC X.                                        00125000
001260    02 FILLER REDEFINES SONOF.                                    00126000
001270       03 SONOA     PIC X.                                        00127000
001280    02 SONOI        PIC X(3).                                     00128000
001290    02 SSTATL       PIC S9(4) COMP.                               00129000
001300    02 SSTATF       PIC X.                                        00130000
001310    02 FILLER REDEFINES SSTATF.                                   00131000
001320       03 SSTATA    PIC X.                                        00132000
001330    02 SSTATI       PIC X(10).                                    00133000
001340    02 COMPL        PIC S9(4) COMP.                               00134000
001350    02 COMPF        PIC X.                                        00135000
001360    02 FILLER REDEFINES COMPF.                                    00136000
001370       03 COMPA     PIC X.                                        00137000
001380    02 COMPI        PIC X(30).                                    00138000
001390    02 LASTDL       PIC S9(4) COMP.                               00139000
001400    02 LASTDF       PIC X.                                        00140000
001410    02 FILLER REDEFINES LASTDF.                                   00141000
001420       03 LASTDA    PIC X.                                        00142000
001430    02 LASTDI       PIC X(10).                                    00143000
001440    02 SLSNOL       PIC S9(4) COMP.                               00144000
001450    02 SLSNOF       PIC X.                                        00145000
001460    02 FILLER REDEFINES SLSNOF.                                   00146000
001470       03 SLSNOA    PIC X.                                        00147000
001480    02 SLSNOI       PIC X(3).                                     00148000
001490    02 SLSNML       PIC S9(4) COMP.                               00149000
001500    02 SLSNMF       PIC X.                                        00150000
001510    02 FILLER REDEFINES SLSNMF.                                   00151000
001520       03 SLSNMA    PIC X.                                        00152000
001530    02 SLSNMI       PIC X(25).                                    00153000
001540    02 LASTOL       PIC S9(4) COMP.                               00154000
001550    02 LASTOF       PIC X.                                        00155000
001560    02 FILLER REDEFINES LASTOF.                                   00156000
001570       03 LASTOA    PIC X.                                        00157000
001580    02 LASTOI       PIC X(6).                                     00158000
001590    02 FREQL        PIC S9(4) COMP.                               00159000
001600    02 FREQF        PIC X.                                        00160000
001610    02 FILLER REDEFINES FREQF.                                    00161000
001620       03 FREQA     PIC X.                                        00162000
001630    02 FREQI        PIC X(1).                                     00163000
001640    02 SDAYL        PIC S9(4) COMP.                               00164000
001650    02 SDAYF        PIC X.                                        00165000
001660    02 FILLER REDEFINES SDAYF.                                    00166000
001670       03 SDAYA     PIC X.                                        00167000
001680    02 SDAYI        PIC X(2).                                     00168000
001690    02 STRDTL       PIC S9(4) COMP.                               00169000
001700    02 STRDTF       PIC X.                                        00170000
001710    02 FILLER REDEFINES STRDTF.                                   00171000
001720       03 STRDTA    PIC X.                                        00172000
001730    02 STRDTI       PIC X(10).                                    00173000
001740    02 ENDDTL       PIC S9(4) COMP.                               00174000
001750    02 ENDDTF       PIC X.                                        00175000
001760    02 FILLER REDEFINES ENDDTF.                                   00176000
001770       03 ENDDTA    PIC X.                                        00177000
001780    02 ENDDTI       PIC X(10).                                    00178000
001790    02 SHNAML       PIC S9(4) COMP.                               00179000
001800    02 SHNAMF       PIC X.                                        00180000
001810    02 FILLER REDEFINES SHNAMF.                                   00181000
001820       03 SHNAMA    PIC X.                                        00182000
001830    02 SHNAMI       PIC X(30).                                    00183000
001840    02 SHCTYL       PIC S9(4) COMP.                               00184000
001850    02 SHCTYF       PIC X.                                        00185000
001860    02 FILLER REDEFINES SHCTYF.                                   00186000
001870       03 SHCTYA    PIC X.                                        00187000
001880    02 SHCTYI       PIC X(20).                                    00188000
001890    02 SHADRL       PIC S9(4) COMP.                               00189000
001900    02 SHADRF       PIC X.                                        00190000
001910    02 FILLER REDEFINES SHADRF.                                   00191000
001920       03 SHADRA    PIC X.                                        00192000
001930    02 SHADRI       PIC X(50).                                    00193000
001940    02 SHSTL        PIC S9(4) COMP.                               00194000
001950    02 SHSTF        PIC X.                                        00195000
001960    02 FILLER REDEFINES SHSTF.                                    00196000
001970       03 SHSTA     PIC X.                                        00197000
001980    02 SHSTI        PIC X(2).                                     00198000
001990    02 SHZIPL       PIC S9(4) COMP.                               00199000
002000    02 SHZIPF       PIC X.                                        00200000
002010    02 FILLER REDEFINES SHZIPF.                                   00201000
002020       03 SHZIPA    PIC X.                                        00202000
002030    02 SHZIPI       PIC X(5).                                     00203000
002040    02 SOLINE OCCURS 8 TIMES.                                     00204000
002050       03 PNOL      PIC S9(4) COMP.                               00205000
002060       03 PNOF      PIC X.                                        00206000
002070       03 FILLER REDEFINES PNOF.                                  00207000
002080          04 PNOA   PIC X.                                        00208000
002090       03 PNOI      PIC X(3).                                     00209000
002100       03 QTYL      PIC S9(4) COMP.                               00210000
002110       03 QTYF      PIC X.                                        00211000
002120       03 FILLER REDEFINES QTYF.                                  00212000
002130          04 QTYA   PIC X.                                        00213000
002140       03 QTYI      PIC X(2).                                     00214000
002150       03 DSCL      PIC S9(4) COMP.                               00215000
002160       03 DSCF      PIC X.                                        00216000
002170       03 FILLER REDEFINES DSCF.                                  00217000
002180          04 DSCA   PIC X.                                        00218000
002190       03 DSCI      PIC X(25).                                    00219000
002200    02 MESS1L       PIC S9(4) COMP.                               00220000
002210    02 MESS1F       PIC X.                                        00221000
002220    02 FILLER REDEFINES MESS1F.                                   00222000
002230       03 MESS1A    PIC X.                                        00223000
002240    02 MESS1I       PIC X(55).                                    00224000
002250                                                                  00225000
002260 LINKAGE SECTION.                                                 00226000
002270 01 DFHCOMMAREA       PIC X(1).                                   00227000
002280                                                                  00228000
002290******************************************************************00229000
002300* MAINLINE                                                       *00230000
002310******************************************************************00231000
002320 PROCEDURE DIVISION.                                              00232000
002330     PERFORM 100-INITIALIZE.                                      00233000
002340     PERFORM 200-PROCESS-SCREEN.                                  00234000
002350     GOBACK.                                                      00235000
002360                                                                  00236000
002370 100-INITIALIZE.                                                  00237000
002380     MOVE LOW-VALUES TO MAP1SOI.                                  00238000
002390     MOVE SPACES TO MESS1I.                                       00239000
002400     PERFORM 810-GET-TODAY.                                       00240000
002410     EXIT.                                                        00241000
002420                                                                  00242000
002430******************************************************************00243000
002440* 200-PROCESS-SCREEN -- FIRST ENTRY SHOWS A BLANK SCREEN,        *00244000
002450* A CONTINUATION ENTRY RECEIVES AND DISPATCHES ON THE KEY        *00245000
002460******************************************************************00246000
002470 200-PROCESS-SCREEN.                                              00247000
002480     IF EIBCALEN = 0                                              00248000
002490         PERFORM 210-SEND-INITIAL-MAP                             00249000
002500     ELSE                                                         00250000
002510         PERFORM 220-RECEIVE-AND-DISPATCH                         00251000
002520     END-IF                                                       00252000
002530     EXIT.                                                        00253000
002540                                                                  00254000
002550 210-SEND-INITIAL-MAP.                                            00255000
002560     EXEC CICS SEND MAP('MAP1SO')                                 00256000
002570          MAPSET('MS1SO')                                         00257000
002580          MAPONLY                                                 00258000
002590          ERASE                                                   00259000
002600     END-EXEC                                                     00260000
002610     EXEC CICS RETURN TRANSID('PJSO')                             00261000
002620          COMMAREA(WS-DUMMY-COMM)                                 00262000
002630          LENGTH(1)                                               00263000
002640     END-EXEC                                                     00264000
002650     EXIT.                                                        00265000
002660                                                                  00266000
002670******************************************************************00267000
002680* 220-RECEIVE-AND-DISPATCH -- ENTER INQUIRES, PF5 CREATES, PF6   *00268000
002690* CHANGES, PF7 SUSPENDS, PF8 RESUMES, PF9 ENDS THE STANDING      *00269000
002700* ORDER, CLEAR ENDS THE CONVERSATION                             *00270000
002710******************************************************************00271000
002720 220-RECEIVE-AND-DISPATCH.                                        00272000
002730     EXEC CICS RECEIVE MAP('MAP1SO')                              00273000
002740          MAPSET('MS1SO')                                         00274000
002750          INTO(MAP1SOI)                                           00275000
002760          RESP(WS-RESP)                                           00276000
002770     END-EXEC                                                     00277000
002780     INSPECT CUSNOI   REPLACING TRAILING '_' BY SPACE             00278000
002790     INSPECT SONOI    REPLACING TRAILING '_' BY SPACE             00279000
002800     INSPECT SLSNOI   REPLACING TRAILING '_' BY SPACE             00280000
002810     INSPECT FREQI    REPLACING TRAILING '_' BY SPACE             00281000
002820     INSPECT SDAYI    REPLACING TRAILING '_' BY SPACE             00282000
002830     INSPECT STRDTI   REPLACING TRAILING '_' BY SPACE             00283000
002840     INSPECT ENDDTI   REPLACING TRAILING '_' BY SPACE             00284000
002850     INSPECT SHNAMI   REPLACING TRAILING '_' BY SPACE             00285000
002860     INSPECT SHCTYI   REPLACING TRAILING '_' BY SPACE             00286000
002870     INSPECT SHADRI   REPLACING TRAILING '_' BY SPACE             00287000
002880     INSPECT SHSTI    REPLACING TRAILING '_' BY SPACE             00288000
002890     INSPECT SHZIPI   REPLACING TRAILING '_' BY SPACE             00289000
002900     PERFORM 225-CLEAN-LINE                                       00290000
002910        VARYING WS-LINE-I FROM 1 BY 1 UNTIL WS-LINE-I > 8         00291000
002920     PERFORM 045-SET-NEED-LEVEL                                   00292000
002930     PERFORM 050-CHECK-AUTHORITY                                  00293000
002940     IF AUTH-REFUSED                                              00294000
002950         MOVE WS-AUTH-MSG TO MESS1I                               00295000
002960     ELSE                                                         00296000
002970     EVALUATE EIBAID                                              00297000
002980         WHEN DFHCLEAR                                            00298000
002990             PERFORM 230-EXIT-TRANS                               00299000
003000         WHEN DFHENTER                                            00300000
003010             PERFORM 300-INQUIRE-STANDORD                         00301000
003020         WHEN DFHPF5                                              00302000
003030             PERFORM 400-ADD-STANDORD                             00303000
003040         WHEN DFHPF6                                              00304000
003050             PERFORM 600-CHANGE-STANDORD                          00305000
003060         WHEN DFHPF7                                              00306000
003070             MOVE 'S' TO WS-NEW-STATUS                            00307000
003080             PERFORM 700-SET-STATUS                               00308000
003090         WHEN DFHPF8                                              00309000
003100             MOVE 'A' TO WS-NEW-STATUS                            00310000
003110             PERFORM 700-SET-STATUS                               00311000
003120         WHEN DFHPF9                                              00312000
003130             MOVE 'E' TO WS-NEW-STATUS                            00313000
003140             PERFORM 700-SET-STATUS                               00314000
003150         WHEN OTHER                                               00315000
003160             MOVE 'INVALID KEY - ENTER/PF5-PF9/CLEAR ONLY'        00316000
003170                TO MESS1I                                         00317000
003180     END-EVALUATE                                                 00318000
003190     END-IF                                                       00319000
003200     IF EIBAID NOT = DFHCLEAR                                     00320000
003210         PERFORM 900-SEND-MAP-DATAONLY                            00321000
003220         EXEC CICS RETURN TRANSID('PJSO')                         00322000
003230              COMMAREA(WS-DUMMY-COMM)                             00323000
003240              LENGTH(1)                                           00324000
003250         END-EXEC                                                 00325000
003260     END-IF                                                       00326000
003270     EXIT.                                                        00327000
003280                                                                  00328000
003290 225-CLEAN-LINE.                                                  00329000
003300     INSPECT PNOI(WS-LINE-I) REPLACING TRAILING '_' BY SPACE      00330000
003310     INSPECT QTYI(WS-LINE-I) REPLACING TRAILING '_' BY SPACE      00331000
003320     IF PNOI(WS-LINE-I) = LOW-VALUES                              00332000
003330         MOVE SPACES TO PNOI(WS-LINE-I)                           00333000
003340     END-IF                                                       00334000
003350     IF QTYI(WS-LINE-I) = LOW-VALUES                              00335000
003360         MOVE SPACES TO QTYI(WS-LINE-I)                           00336000
003370     END-IF                                                       00337000
003380     EXIT.                                                        00338000
003390                                                                  00339000
003400 230-EXIT-TRANS.                                                  00340000
003410     EXEC CICS SEND CONTROL ERASE END-EXEC                        00341000
003420     EXEC CICS RETURN END-EXEC                                    00342000
003430     EXIT.                                                        00343000
003440                                                                  00344000
003450******************************************************************00345000
003460* 300-INQUIRE-STANDORD -- SHOW THE STANDING ORDER KEYED          *00346000
003470******************************************************************00347000
003480 300-INQUIRE-STANDORD.                                            00348000
003490     PERFORM 310-EDIT-KEY                                         00349000
003500     IF KEY-VALID                                                 00350000
003510         IF SONOI = SPACES OR SONOI = LOW-VALUES                  00351000
003520             MOVE 'STANDING ORDER NUMBER REQUIRED - PF5 TO CREATE'00352000
003530                TO MESS1I                                         00353000
003540         ELSE                                                     00354000
003550             PERFORM 320-READ-STANDORD                            00355000
003560             IF SOR-ON-FILE                                       00356000
003570                 PERFORM 350-SHOW-STANDORD                        00357000
003580                 MOVE 'STANDING ORDER ON FILE - PF6 TO CHANGE'    00358000
003590                    TO MESS1I                                     00359000
003600             ELSE                                                 00360000
003610                 MOVE 'STANDING ORDER NOT ON FILE' TO MESS1I      00361000
003620             END-IF                                               00362000
003630         END-IF                                                   00363000
003640     END-IF                                                       00364000
003650     EXIT.                                                        00365000
003660                                                                  00366000
003670******************************************************************00367000
003680* 310-EDIT-KEY -- CUSTOMER NUMBER REQUIRED AND ON FILE, STANDING *00368000
003690* ORDER NUMBER NUMERIC WHEN KEYED (LEFT BLANK ON A CREATION THE  *00369000
003700* NEXT FREE NUMBER OF THE CUSTOMER IS TAKEN)                     *00370000
003710******************************************************************00371000
003720 310-EDIT-KEY.                                                    00372000
003730     MOVE 'N' TO WS-KEY-SW                                        00373000
003740     EVALUATE TRUE                                                00374000
003750         WHEN CUSNOI NOT NUMERIC                                  00375000
003760             MOVE 'CUSTOMER NUMBER MUST BE NUMERIC' TO MESS1I     00376000
003770         WHEN SONOI NOT = SPACES AND SONOI NOT = LOW-VALUES       00377000
003780          AND SONOI NOT NUMERIC                                   00378000
003790             MOVE 'STANDING ORDER NUMBER MUST BE NUMERIC'         00379000
003800                TO MESS1I                                         00380000
003810         WHEN OTHER                                               00381000
003820             PERFORM 330-CHECK-CUSTOMER                           00382000
003830     END-EVALUATE                                                 00383000
003840     EXIT.                                                        00384000
003850                                                                  00385000
003860 320-READ-STANDORD.                                               00386000
003870     MOVE 'N' TO WS-SOR-SW                                        00387000
003880     INITIALIZE STANDORD-RECORD                                   00388000
003890     MOVE CUSNOI TO SOR-C-NO                                      00389000
003900     MOVE SONOI  TO SOR-NO                                        00390000
003910     EXEC CICS READ FILE('STANDORD')                              00391000
003920          INTO(STANDORD-RECORD)                                   00392000
003930          RIDFLD(SOR-KEY)                                         00393000
003940          RESP(WS-RESP)                                           00394000
003950     END-EXEC                                                     00395000
003960     IF WS-RESP = DFHRESP(NORMAL)                                 00396000
003970         MOVE 'Y' TO WS-SOR-SW                                    00397000
003980     END-IF                                                       00398000
003990     EXIT.                                                        00399000
004000                                                                  00400000
004010 330-CHECK-CUSTOMER.                                              00401000
004020     INITIALIZE ST-CUSTS                                          00402000
004030     MOVE CUSNOI TO CUSTS-C-NO                                    00403000
004040     EXEC SQL                                                     00404000
004050        SELECT COMPANY                                            00405000
004060            INTO :CUSTS-COMPANY                                   00406000
004070            FROM API5.CUSTOMERS                                   00407000
004080            WHERE C_NO = :CUSTS-C-NO                              00408000
004090     END-EXEC                                                     00409000
004100     EVALUATE TRUE                                                00410000
004110         WHEN SQLCODE = ZERO                                      00411000
004120             MOVE CUSTS-COMPANY TO COMPI                          00412000
004130             MOVE 'Y' TO WS-KEY-SW                                00413000
004140         WHEN SQLCODE = +100                                      00414000
004150             MOVE SPACES TO COMPI                                 00415000
004160             MOVE 'CUSTOMER NOT ON FILE' TO MESS1I                00416000
004170         WHEN OTHER                                               00417000
004180             PERFORM 950-SQL-ERROR                                00418000
004190     END-EVALUATE                                                 00419000
004200     EXIT.                                                        00420000
004210                                                                  00421000
004220******************************************************************00422000
004230* 350-SHOW-STANDORD -- RECORD TO SCREEN, WITH THE SALESPERSON    *00423000
004240* NAME AND THE PRODUCT DESCRIPTIONS READ BACK FROM API5          *00424000
004250******************************************************************00425000
004260 350-SHOW-STANDORD.                                               00426000
004270     MOVE SOR-NO         TO SONOI                                 00427000
004280     EVALUATE TRUE                                                00428000
004290         WHEN SOR-ACTIVE                                          00429000
004300             MOVE 'ACTIVE'    TO SSTATI                           00430000
004310         WHEN SOR-SUSPENDED                                       00431000
004320             MOVE 'SUSPENDED' TO SSTATI                           00432000
004330         WHEN OTHER                                               00433000
004340             MOVE 'ENDED'     TO SSTATI                           00434000
004350     END-EVALUATE                                                 00435000
004360     IF SOR-LAST-DATE = SPACES                                    00436000
004370         MOVE 'NONE YET'  TO LASTDI                               00437000
004380         MOVE SPACES      TO LASTOI                               00438000
004390     ELSE                                                         00439000
004400         MOVE SOR-LAST-DATE TO LASTDI                             00440000
004410         IF SOR-LAST-O-NO = ZERO                                  00441000
004420             MOVE SPACES  TO LASTOI                               00442000
004430         ELSE                                                     00443000
004440             MOVE SOR-LAST-O-NO TO LASTOI                         00444000
004450         END-IF                                                   00445000
004460     END-IF                                                       00446000
004470     MOVE SOR-S-NO       TO SLSNOI                                00447000
004480     PERFORM 360-SHOW-EMPLOYEE                                    00448000
004490     MOVE SOR-FREQ       TO FREQI                                 00449000
004500     MOVE SOR-DAY        TO SDAYI                                 00450000
004510     MOVE SOR-START-DATE TO STRDTI                                00451000
004520     MOVE SOR-END-DATE   TO ENDDTI                                00452000
004530     MOVE SOR-SHIP-NAME  TO SHNAMI                                00453000
004540     MOVE SOR-SHIP-CITY  TO SHCTYI                                00454000
004550     MOVE SOR-SHIP-ADDR  TO SHADRI                                00455000
004560     MOVE SOR-SHIP-ST    TO SHSTI                                 00456000
004570     MOVE SOR-SHIP-ZIP   TO SHZIPI                                00457000
004580     PERFORM 370-SHOW-ONE-LINE                                    00458000
004590        VARYING WS-LINE-I FROM 1 BY 1 UNTIL WS-LINE-I > 8         00459000
004600     EXIT.                                                        00460000
004610                                                                  00461000
004620 360-SHOW-EMPLOYEE.                                               00462000
004630     MOVE SPACES TO SLSNMI                                        00463000
004640     INITIALIZE ST-EMPLO                                          00464000
004650     MOVE SOR-S-NO TO EMPLO-E-NO                                  00465000
004660     EXEC SQL                                                     00466000
004670        SELECT LNAME, FNAME                                       00467000
004680            INTO :EMPLO-LNAME, :EMPLO-FNAME                       00468000
004690            FROM API5.EMPLOYEES                                   00469000
004700            WHERE E_NO = :EMPLO-E-NO                              00470000
004710     END-EXEC                                                     00471000
004720     IF SQLCODE = ZERO                                            00472000
004730         STRING                                                   00473000
004740            EMPLO-LNAME DELIMITED BY SPACES                       00474000
004750            ', '        DELIMITED BY SIZE                         00475000
004760            EMPLO-FNAME DELIMITED BY SPACES                       00476000
004770            INTO SLSNMI                                           00477000
004780         END-STRING                                               00478000
004790     ELSE                                                         00479000
004800         MOVE '** NOT ON FILE **' TO SLSNMI                       00480000
004810     END-IF                                                       00481000
004820     EXIT.                                                        00482000
004830                                                                  00483000
004840 370-SHOW-ONE-LINE.                                               00484000
004850     MOVE SPACES TO DSCI(WS-LINE-I)                               00485000
004860     IF WS-LINE-I > SOR-LINE-CNT                                  00486000
004870         MOVE SPACES TO PNOI(WS-LINE-I)                           00487000
004880         MOVE SPACES TO QTYI(WS-LINE-I)                           00488000
004890     ELSE                                                         00489000
004900         MOVE SOR-P-NO(WS-LINE-I) TO PNOI(WS-LINE-I)              00490000
004910         MOVE SOR-QTY(WS-LINE-I)  TO QTYI(WS-LINE-I)              00491000
004920         INITIALIZE ST-PROD                                       00492000
004930         MOVE SOR-P-NO(WS-LINE-I) TO PROD-P-NO                    00493000
004940         EXEC SQL                                                 00494000
004950            SELECT DESCRIPTION                                    00495000
004960                INTO :PROD-DESCRIPTION                            00496000
004970                FROM API5.PRODUCTS                                00497000
004980                WHERE P_NO = :PROD-P-NO                           00498000
004990         END-EXEC                                                 00499000
005000         IF SQLCODE = ZERO                                        00500000
005010             MOVE PROD-DESCRIPTION TO DSCI(WS-LINE-I)             00501000
005020         ELSE                                                     00502000
005030             MOVE '** NOT ON FILE **' TO DSCI(WS-LINE-I)          00503000
005040         END-IF                                                   00504000
005050     END-IF                                                       00505000
005060     EXIT.                                                        00506000
005070                                                                  00507000
005080******************************************************************00508000
005090* 400-ADD-STANDORD -- A NEW STANDING ORDER STARTS ACTIVE, ON A   *00509000
005100* START DATE NOT IN THE PAST (TODAY WHEN LEFT BLANK), SO THE     *00510000
005110* BATCH RUN NEVER GENERATES BACK ORDERS FOR IT                   *00511000
005120******************************************************************00512000
005130 400-ADD-STANDORD.                                                00513000
005140     PERFORM 310-EDIT-KEY                                         00514000
005150     IF KEY-VALID                                                 00515000
005160         IF SONOI = SPACES OR SONOI = LOW-VALUES                  00516000
005170             PERFORM 410-NEXT-NUMBER                              00517000
005180         ELSE                                                     00518000
005190             PERFORM 320-READ-STANDORD                            00519000
005200             IF SOR-ON-FILE                                       00520000
005210                 MOVE 'N' TO WS-KEY-SW                            00521000
005220                 MOVE 'STANDING ORDER ON FILE - PF6 TO CHANGE'    00522000
005230                    TO MESS1I                                     00523000
005240             END-IF                                               00524000
005250         END-IF                                                   00525000
005260     END-IF                                                       00526000
005270     IF KEY-VALID                                                 00527000
005280         MOVE SPACES TO WS-OLD-START                              00528000
005290         PERFORM 500-EDIT-FIELDS                                  00529000
005300         IF EDIT-OK                                               00530000
005310             PERFORM 420-WRITE-STANDORD                           00531000
005320         END-IF                                                   00532000
005330     END-IF                                                       00533000
005340     EXIT.                                                        00534000
005350                                                                  00535000
005360******************************************************************00536000
005370* 410-NEXT-NUMBER -- BROWSE THE CUSTOMER'S STANDING ORDERS AND   *00537000
005380* TAKE THE NUMBER AFTER THE HIGHEST                              *00538000
005390******************************************************************00539000
005400 410-NEXT-NUMBER.                                                 00540000
005410     MOVE ZERO TO WS-NEXT-NO                                      00541000
005420     MOVE 'N' TO WS-BRW-DONE                                      00542000
005430     INITIALIZE STANDORD-RECORD                                   00543000
005440     MOVE CUSNOI TO SOR-C-NO                                      00544000
005450     MOVE ZERO   TO SOR-NO                                        00545000
005460     EXEC CICS STARTBR FILE('STANDORD')                           00546000
005470          RIDFLD(SOR-KEY)                                         00547000
005480          GTEQ                                                    00548000
005490          RESP(WS-RESP)                                           00549000
005500     END-EXEC                                                     00550000
005510     IF WS-RESP = DFHRESP(NORMAL)                                 00551000
005520         PERFORM 415-READ-NEXT-STANDORD UNTIL BROWSE-DONE         00552000
005530         EXEC CICS ENDBR FILE('STANDORD')                         00553000
005540         END-EXEC                                                 00554000
005550     END-IF                                                       00555000
005560     IF WS-NEXT-NO >= 999                                         00556000
005570         MOVE 'N' TO WS-KEY-SW                                    00557000
005580         MOVE 'NO STANDING ORDER NUMBER LEFT FOR THIS CUSTOMER'   00558000
005590            TO MESS1I                                             00559000
005600     ELSE                                                         00560000
005610         ADD 1 TO WS-NEXT-NO                                      00561000
005620         MOVE WS-NEXT-NO TO SONOI                                 00562000
005630     END-IF                                                       00563000
005640     EXIT.                                                        00564000
005650                                                                  00565000
005660 415-READ-NEXT-STANDORD.                                          00566000
005670     EXEC CICS READNEXT FILE('STANDORD')                          00567000
005680          INTO(STANDORD-RECORD)                                   00568000
005690          RIDFLD(SOR-KEY)                                         00569000
005700          RESP(WS-RESP)                                           00570000
005710     END-EXEC                                                     00571000
005720     IF WS-RESP NOT = DFHRESP(NORMAL)                             00572000
005730        OR SOR-C-NO NOT = CUSNOI                                  00573000
005740         MOVE 'Y' TO WS-BRW-DONE                                  00574000
005750     ELSE                                                         00575000
005760         MOVE SOR-NO TO WS-NEXT-NO                                00576000
005770     END-IF                                                       00577000
005780     EXIT.                                                        00578000
005790                                                                  00579000
005800 420-WRITE-STANDORD.                                              00580000
005810     INITIALIZE STANDORD-RECORD                                   00581000
005820     MOVE CUSNOI TO SOR-C-NO                                      00582000
005830     MOVE SONOI  TO SOR-NO                                        00583000
005840     MOVE 'A'    TO SOR-STATUS                                    00584000
005850     MOVE SPACES TO SOR-LAST-DATE                                 00585000
005860     MOVE ZERO   TO SOR-LAST-O-NO                                 00586000
005870     MOVE ZERO   TO SOR-GEN-CNT                                   00587000
005880     PERFORM 550-SCREEN-TO-RECORD                                 00588000
005890     EXEC CICS WRITE FILE('STANDORD')                             00589000
005900          FROM(STANDORD-RECORD)                                   00590000
005910          RIDFLD(SOR-KEY)                                         00591000
005920          RESP(WS-RESP)                                           00592000
005930     END-EXEC                                                     00593000
005940     IF WS-RESP = DFHRESP(NORMAL)                                 00594000
005950         MOVE SPACES TO WS-OLD-STATUS                             00595000
005960         MOVE 'ADD' TO AUD-ACTION                                 00596000
005970         PERFORM 820-AUDIT-ORDER                                  00597000
005980         PERFORM 350-SHOW-STANDORD                                00598000
005990         MOVE 'STANDING ORDER CREATED' TO MESS1I                  00599000
006000     ELSE                                                         00600000
006010         MOVE 'CREATE FAILED - STANDING ORDER NOT RECORDED'       00601000
006020            TO MESS1I                                             00602000
006030     END-IF                                                       00603000
006040     EXIT.                                                        00604000
006050                                                                  00605000
006060******************************************************************00606000
006070* 500-EDIT-FIELDS -- SALESPERSON ON FILE, FREQUENCY AND DAY,     *00607000
006080* START/END DATES, SHIP-TO STATE WITH A SHIP-TO NAME, THEN THE   *00608000
006090* LINES : PRODUCT ON FILE, QUANTITY 01 - 99, AT LEAST ONE LINE   *00609000
006100******************************************************************00610000
006110 500-EDIT-FIELDS.                                                 00611000
006120     MOVE 'Y' TO WS-EDIT-OK                                       00612000
006130     IF SLSNOI NOT NUMERIC                                        00613000
006140         MOVE 'N' TO WS-EDIT-OK                                   00614000
006150         MOVE 'SALESPERSON NUMBER MUST BE NUMERIC' TO MESS1I      00615000
006160     ELSE                                                         00616000
006170         MOVE SLSNOI TO SOR-S-NO                                  00617000
006180         PERFORM 360-SHOW-EMPLOYEE                                00618000
006190         IF SQLCODE NOT = ZERO                                    00619000
006200             MOVE 'N' TO WS-EDIT-OK                               00620000
006210             MOVE 'SALESPERSON NOT ON FILE' TO MESS1I             00621000
006220         END-IF                                                   00622000
006230     END-IF                                                       00623000
006240     IF EDIT-OK                                                   00624000
006250         PERFORM 510-EDIT-FREQUENCY                               00625000
006260     END-IF                                                       00626000
006270     IF EDIT-OK                                                   00627000
006280         PERFORM 520-EDIT-DATES                                   00628000
006290     END-IF                                                       00629000
006300     IF EDIT-OK                                                   00630000
006310         IF SHNAMI NOT = SPACES AND SHNAMI NOT = LOW-VALUES       00631000
006320            AND (SHSTI = SPACES OR SHSTI = LOW-VALUES)            00632000
006330             MOVE 'N' TO WS-EDIT-OK                               00633000
006340             MOVE 'SHIP-TO STATE REQUIRED WITH A SHIP-TO NAME'    00634000
006350                TO MESS1I                                         00635000
006360         END-IF                                                   00636000
006370     END-IF                                                       00637000
006380     IF EDIT-OK                                                   00638000
006390         MOVE SPACES TO WS-NEW-LINES                              00639000
006400         MOVE ZERO TO WS-LINE-CNT                                 00640000
006410         PERFORM 530-EDIT-ONE-LINE                                00641000
006420            VARYING WS-LINE-I FROM 1 BY 1                         00642000
006430               UNTIL WS-LINE-I > 8 OR NOT EDIT-OK                 00643000
006440     END-IF                                                       00644000
006450     IF EDIT-OK AND WS-LINE-CNT = ZERO                            00645000
006460         MOVE 'N' TO WS-EDIT-OK                                   00646000
006470         MOVE 'AT LEAST ONE PRODUCT LINE IS REQUIRED' TO MESS1I   00647000
006480     END-IF                                                       00648000
006490     EXIT.                                                        00649000
006500                                                                  00650000
006510 510-EDIT-FREQUENCY.                                              00651000
006520     MOVE FREQI TO SOR-FREQ                                       00652000
006530     IF SDAYI(2:1) = SPACE AND SDAYI(1:1) NUMERIC                 00653000
006540         MOVE SDAYI(1:1) TO SDAYI(2:1)                            00654000
006550         MOVE '0'        TO SDAYI(1:1)                            00655000
006560     END-IF                                                       00656000
006570     EVALUATE TRUE                                                00657000
006580         WHEN NOT SOR-FREQ-VALID                                  00658000
006590             MOVE 'N' TO WS-EDIT-OK                               00659000
006600             MOVE 'FREQUENCY MUST BE W, F OR M' TO MESS1I         00660000
006610         WHEN SDAYI NOT NUMERIC                                   00661000
006620             MOVE 'N' TO WS-EDIT-OK                               00662000
006630             MOVE 'DAY MUST BE NUMERIC' TO MESS1I                 00663000
006640         WHEN OTHER                                               00664000
006650             MOVE SDAYI TO WS-DAY-NUM                             00665000
006660             IF SOR-MONTHLY                                       00666000
006670                 IF WS-DAY-NUM < 1 OR WS-DAY-NUM > 31             00667000
006680                     MOVE 'N' TO WS-EDIT-OK                       00668000
006690                     MOVE 'MONTHLY DAY MUST BE 01 - 31' TO MESS1I 00669000
006700                 END-IF                                           00670000
006710             ELSE                                                 00671000
006720                 IF WS-DAY-NUM < 1 OR WS-DAY-NUM > 7              00672000
006730                     MOVE 'N' TO WS-EDIT-OK                       00673000
006740                     MOVE 'WEEKDAY MUST BE 1 (MON) - 7 (SUN)'     00674000
006750                        TO MESS1I                                 00675000
006760                 END-IF                                           00676000
006770             END-IF                                               00677000
006780     END-EVALUATE                                                 00678000
006790     EXIT.                                                        00679000
006800                                                                  00680000
006810******************************************************************00681000
006820* 520-EDIT-DATES -- A START DATE KEPT AS IT WAS MAY LIE IN THE   *00682000
006830* PAST ; A NEW ONE MAY NOT. THE END DATE IS OPTIONAL             *00683000
006840******************************************************************00684000
006850 520-EDIT-DATES.                                                  00685000
006860     IF STRDTI = SPACES OR STRDTI = LOW-VALUES                    00686000
006870         MOVE WS-TODAY TO STRDTI                                  00687000
006880     END-IF                                                       00688000
006890     MOVE STRDTI TO WS-CHK-DATE                                   00689000
006900     PERFORM 525-CHECK-DATE                                       00690000
006910     IF NOT EDIT-OK                                               00691000
006920         MOVE 'START DATE MUST BE YYYY-MM-DD' TO MESS1I           00692000
006930     ELSE                                                         00693000
006940         IF STRDTI < WS-TODAY AND STRDTI NOT = WS-OLD-START       00694000
006950             MOVE 'N' TO WS-EDIT-OK                               00695000
006960             MOVE 'START DATE MAY NOT BE IN THE PAST' TO MESS1I   00696000
006970         END-IF                                                   00697000
006980     END-IF                                                       00698000
006990     IF EDIT-OK                                                   00699000
007000        AND ENDDTI NOT = SPACES AND ENDDTI NOT = LOW-VALUES       00700000
007010         MOVE ENDDTI TO WS-CHK-DATE                               00701000
007020         PERFORM 525-CHECK-DATE                                   00702000
007030         IF NOT EDIT-OK                                           00703000
007040             MOVE 'END DATE MUST BE YYYY-MM-DD' TO MESS1I         00704000
007050         ELSE                                                     00705000
007060             IF ENDDTI < STRDTI                                   00706000
007070                 MOVE 'N' TO WS-EDIT-OK                           00707000
007080                 MOVE 'END DATE BEFORE THE START DATE' TO MESS1I  00708000
007090             END-IF                                               00709000
007100         END-IF                                                   00710000
007110     END-IF                                                       00711000
007120     EXIT.                                                        00712000
007130                                                                  00713000
007140 525-CHECK-DATE.                                                  00714000
007150     IF WS-CHK-DATE(5:1) NOT = '-' OR WS-CHK-DATE(8:1) NOT = '-'  00715000
007160     OR WS-CHK-DATE(1:4) NOT NUMERIC                              00716000
007170     OR WS-CHK-DATE(6:2) NOT NUMERIC                              00717000
007180     OR WS-CHK-DATE(9:2) NOT NUMERIC                              00718000
007190     OR WS-CHK-DATE(6:2) < '01' OR WS-CHK-DATE(6:2) > '12'        00719000
007200     OR WS-CHK-DATE(9:2) < '01' OR WS-CHK-DATE(9:2) > '31'        00720000
007210         MOVE 'N' TO WS-EDIT-OK                                   00721000
007220     END-IF                                                       00722000
007230     EXIT.                                                        00723000
007240                                                                  00724000
007250******************************************************************00725000
007260* 530-EDIT-ONE-LINE -- A SCREEN LINE LEFT BLANK IS SKIPPED ; THE *00726000
007270* OTHERS ARE PACKED INTO WS-NEW-LINES IN SCREEN ORDER            *00727000
007280******************************************************************00728000
007290 530-EDIT-ONE-LINE.                                               00729000
007300     MOVE SPACES TO DSCI(WS-LINE-I)                               00730000
007310     IF PNOI(WS-LINE-I) NOT = SPACES                              00731000
007320        OR QTYI(WS-LINE-I) NOT = SPACES                           00732000
007330         IF QTYI(WS-LINE-I)(2:1) = SPACE                          00733000
007340            AND QTYI(WS-LINE-I)(1:1) NUMERIC                      00734000
007350             MOVE QTYI(WS-LINE-I)(1:1) TO QTYI(WS-LINE-I)(2:1)    00735000
007360             MOVE '0' TO QTYI(WS-LINE-I)(1:1)                     00736000
007370         END-IF                                                   00737000
007380         INITIALIZE ST-PROD                                       00738000
007390         MOVE PNOI(WS-LINE-I) TO PROD-P-NO                        00739000
007400         EXEC SQL                                                 00740000
007410            SELECT DESCRIPTION                                    00741000
007420                INTO :PROD-DESCRIPTION                            00742000
007430                FROM API5.PRODUCTS                                00743000
007440                WHERE P_NO = :PROD-P-NO                           00744000
007450         END-EXEC                                                 00745000
007460         EVALUATE TRUE                                            00746000
007470             WHEN SQLCODE = ZERO                                  00747000
007480                 MOVE PROD-DESCRIPTION TO DSCI(WS-LINE-I)         00748000
007490             WHEN SQLCODE = +100                                  00749000
007500                 MOVE 'N' TO WS-EDIT-OK                           00750000
007510                 MOVE 'PRODUCT NOT ON FILE' TO MESS1I             00751000
007520             WHEN OTHER                                           00752000
007530                 MOVE 'N' TO WS-EDIT-OK                           00753000
007540                 PERFORM 950-SQL-ERROR                            00754000
007550         END-EVALUATE                                             00755000
007560         IF EDIT-OK                                               00756000
007570             IF QTYI(WS-LINE-I) NOT NUMERIC                       00757000
007580                OR QTYI(WS-LINE-I) = '00'                         00758000
007590                 MOVE 'N' TO WS-EDIT-OK                           00759000
007600                 MOVE 'QUANTITY MUST BE 01 - 99' TO MESS1I        00760000
007610             END-IF                                               00761000
007620         END-IF                                                   00762000
007630         IF EDIT-OK                                               00763000
007640             ADD 1 TO WS-LINE-CNT                                 00764000
007650             MOVE PNOI(WS-LINE-I) TO WS-NEW-P-NO(WS-LINE-CNT)     00765000
007660             MOVE QTYI(WS-LINE-I) TO WS-NEW-QTY(WS-LINE-CNT)      00766000
007670         END-IF                                                   00767000
007680     END-IF                                                       00768000
007690     EXIT.                                                        00769000
007700                                                                  00770000
007710******************************************************************00771000
007720* 550-SCREEN-TO-RECORD -- EDITED SCREEN FIELDS INTO THE RECORD,  *00772000
007730* WITH THE DATE AND USER OF THE CHANGE                           *00773000
007740******************************************************************00774000
007750 550-SCREEN-TO-RECORD.                                            00775000
007760     MOVE SLSNOI  TO SOR-S-NO                                     00776000
007770     MOVE FREQI   TO SOR-FREQ                                     00777000
007780     MOVE SDAYI   TO SOR-DAY                                      00778000
007790     MOVE STRDTI  TO SOR-START-DATE                               00779000
007800     IF ENDDTI = LOW-VALUES                                       00780000
007810         MOVE SPACES TO SOR-END-DATE                              00781000
007820     ELSE                                                         00782000
007830         MOVE ENDDTI TO SOR-END-DATE                              00783000
007840     END-IF                                                       00784000
007850     MOVE SPACES TO SOR-SHIP                                      00785000
007860     IF SHNAMI NOT = LOW-VALUES                                   00786000
007870         MOVE SHNAMI TO SOR-SHIP-NAME                             00787000
007880     END-IF                                                       00788000
007890     IF SHADRI NOT = LOW-VALUES                                   00789000
007900         MOVE SHADRI TO SOR-SHIP-ADDR                             00790000
007910     END-IF                                                       00791000
007920     IF SHCTYI NOT = LOW-VALUES                                   00792000
007930         MOVE SHCTYI TO SOR-SHIP-CITY                             00793000
007940     END-IF                                                       00794000
007950     IF SHSTI NOT = LOW-VALUES                                    00795000
007960         MOVE SHSTI  TO SOR-SHIP-ST                               00796000
007970     END-IF                                                       00797000
007980     IF SHZIPI NOT = LOW-VALUES                                   00798000
007990         MOVE SHZIPI TO SOR-SHIP-ZIP                              00799000
008000     END-IF                                                       00800000
008010     MOVE WS-LINE-CNT TO SOR-LINE-CNT                             00801000
008020     PERFORM 555-MOVE-ONE-LINE                                    00802000
008030        VARYING WS-LINE-I FROM 1 BY 1 UNTIL WS-LINE-I > 8         00803000
008040     MOVE WS-TODAY TO SOR-CHG-DATE                                00804000
008050     EXEC CICS ASSIGN                                             00805000
008060          USERID(SOR-USERID)                                      00806000
008070     END-EXEC                                                     00807000
008080     EXIT.                                                        00808000
008090                                                                  00809000
008100 555-MOVE-ONE-LINE.                                               00810000
008110     IF WS-LINE-I > WS-LINE-CNT                                   00811000
008120         MOVE SPACES TO SOR-P-NO(WS-LINE-I)                       00812000
008130         MOVE ZERO   TO SOR-QTY(WS-LINE-I)                        00813000
008140     ELSE                                                         00814000
008150         MOVE WS-NEW-P-NO(WS-LINE-I) TO SOR-P-NO(WS-LINE-I)       00815000
008160         MOVE WS-NEW-QTY(WS-LINE-I)  TO SOR-QTY(WS-LINE-I)        00816000
008170     END-IF                                                       00817000
008180     EXIT.                                                        00818000
008190                                                                  00819000
008200******************************************************************00820000
008210* 600-CHANGE-STANDORD -- REPLACE THE TERMS AND LINES OF AN       *00821000
008220* ACTIVE OR SUSPENDED STANDING ORDER. STATUS, LAST DATE          *00822000
008230* PROCESSED AND LAST ORDER ARE KEPT                              *00823000
008240******************************************************************00824000
008250 600-CHANGE-STANDORD.                                             00825000
008260     PERFORM 310-EDIT-KEY                                         00826000
008270     IF KEY-VALID                                                 00827000
008280         IF SONOI = SPACES OR SONOI = LOW-VALUES                  00828000
008290             MOVE 'N' TO WS-KEY-SW                                00829000
008300             MOVE 'STANDING ORDER NUMBER REQUIRED' TO MESS1I      00830000
008310         END-IF                                                   00831000
008320     END-IF                                                       00832000
008330     IF KEY-VALID                                                 00833000
008340         PERFORM 320-READ-STANDORD                                00834000
008350         EVALUATE TRUE                                            00835000
008360             WHEN NOT SOR-ON-FILE                                 00836000
008370                 MOVE 'STANDING ORDER NOT ON FILE' TO MESS1I      00837000
008380             WHEN SOR-ENDED                                       00838000
008390                 PERFORM 350-SHOW-STANDORD                        00839000
008400                 MOVE 'STANDING ORDER ENDED - NO CHANGE ALLOWED'  00840000
008410                    TO MESS1I                                     00841000
008420             WHEN OTHER                                           00842000
008430                 MOVE SOR-START-DATE TO WS-OLD-START              00843000
008440                 PERFORM 500-EDIT-FIELDS                          00844000
008450                 IF EDIT-OK                                       00845000
008460                     PERFORM 610-REWRITE-CHANGED                  00846000
008470                 END-IF                                           00847000
008480         END-EVALUATE                                             00848000
008490     END-IF                                                       00849000
008500     EXIT.                                                        00850000
008510                                                                  00851000
008520 610-REWRITE-CHANGED.                                             00852000
008530     EXEC CICS READ FILE('STANDORD')                              00853000
008540          INTO(STANDORD-RECORD)                                   00854000
008550          RIDFLD(SOR-KEY)                                         00855000
008560          UPDATE                                                  00856000
008570          RESP(WS-RESP)                                           00857000
008580     END-EXEC                                                     00858000
008590     IF WS-RESP NOT = DFHRESP(NORMAL)                             00859000
008600         MOVE 'CHANGE FAILED - STANDING ORDER UNCHANGED' TO MESS1I00860000
008610     ELSE                                                         00861000
008620         MOVE SOR-STATUS TO WS-OLD-STATUS                         00862000
008630         PERFORM 550-SCREEN-TO-RECORD                             00863000
008640         EXEC CICS REWRITE FILE('STANDORD')                       00864000
008650              FROM(STANDORD-RECORD)                               00865000
008660              RESP(WS-RESP)                                       00866000
008670         END-EXEC                                                 00867000
008680         IF WS-RESP = DFHRESP(NORMAL)                             00868000
008690             MOVE 'UPDATE' TO AUD-ACTION                          00869000
008700             PERFORM 820-AUDIT-ORDER                              00870000
008710             PERFORM 350-SHOW-STANDORD                            00871000
008720             MOVE 'STANDING ORDER CHANGED' TO MESS1I              00872000
008730         ELSE                                                     00873000
008740             MOVE 'CHANGE FAILED - STANDING ORDER UNCHANGED'      00874000
008750                TO MESS1I                                         00875000
008760         END-IF                                                   00876000
008770     END-IF                                                       00877000
008780     EXIT.                                                        00878000
008790                                                                  00879000
008800******************************************************************00880000
008810* 700-SET-STATUS -- SUSPEND AN ACTIVE STANDING ORDER (S), RESUME *00881000
008820* A SUSPENDED ONE (A) OR END EITHER (E). OCCURRENCES FALLING DUE *00882000
008830* WHILE SUSPENDED ARE SKIPPED BY THE BATCH RUN, NOT MADE UP ON   *00883000
008840* RESUMPTION. ENDING SETS THE END DATE TO TODAY UNLESS AN        *00884000
008850* EARLIER ONE IS ALREADY ON FILE                                 *00885000
008860******************************************************************00886000
008870 700-SET-STATUS.                                                  00887000
008880     PERFORM 310-EDIT-KEY                                         00888000
008890     IF KEY-VALID                                                 00889000
008900         IF SONOI = SPACES OR SONOI = LOW-VALUES                  00890000
008910             MOVE 'N' TO WS-KEY-SW                                00891000
008920             MOVE 'STANDING ORDER NUMBER REQUIRED' TO MESS1I      00892000
008930         END-IF                                                   00893000
008940     END-IF                                                       00894000
008950     IF KEY-VALID                                                 00895000
008960         INITIALIZE STANDORD-RECORD                               00896000
008970         MOVE CUSNOI TO SOR-C-NO                                  00897000
008980         MOVE SONOI  TO SOR-NO                                    00898000
008990         EXEC CICS READ FILE('STANDORD')                          00899000
009000              INTO(STANDORD-RECORD)                               00900000
009010              RIDFLD(SOR-KEY)                                     00901000
009020              UPDATE                                              00902000
009030              RESP(WS-RESP)                                       00903000
009040         END-EXEC                                                 00904000
009050         IF WS-RESP NOT = DFHRESP(NORMAL)                         00905000
009060             MOVE 'STANDING ORDER NOT ON FILE' TO MESS1I          00906000
009070         ELSE                                                     00907000
009080             PERFORM 710-CHECK-TRANSITION                         00908000
009090         END-IF                                                   00909000
009100     END-IF                                                       00910000
009110     EXIT.                                                        00911000
009120                                                                  00912000
009130 710-CHECK-TRANSITION.                                            00913000
009140     MOVE SPACES TO MESS1I                                        00914000
009150     EVALUATE TRUE                                                00915000
009160         WHEN SOR-ENDED                                           00916000
009170             MOVE 'STANDING ORDER ALREADY ENDED' TO MESS1I        00917000
009180         WHEN WS-NEW-STATUS = 'S' AND NOT SOR-ACTIVE              00918000
009190             MOVE 'STANDING ORDER IS NOT ACTIVE' TO MESS1I        00919000
009200         WHEN WS-NEW-STATUS = 'A' AND NOT SOR-SUSPENDED           00920000
009210             MOVE 'STANDING ORDER IS NOT SUSPENDED' TO MESS1I     00921000
009220     END-EVALUATE                                                 00922000
009230     IF MESS1I NOT = SPACES                                       00923000
009240         EXEC CICS UNLOCK FILE('STANDORD')                        00924000
009250         END-EXEC                                                 00925000
009260         PERFORM 350-SHOW-STANDORD                                00926000
009270     ELSE                                                         00927000
009280         PERFORM 720-REWRITE-STATUS                               00928000
009290     END-IF                                                       00929000
009300     EXIT.                                                        00930000
009310                                                                  00931000
009320 720-REWRITE-STATUS.                                              00932000
009330     MOVE SOR-STATUS    TO WS-OLD-STATUS                          00933000
009340     MOVE WS-NEW-STATUS TO SOR-STATUS                             00934000
009350     IF SOR-ENDED                                                 00935000
009360         IF SOR-END-DATE = SPACES OR SOR-END-DATE > WS-TODAY      00936000
009370             MOVE WS-TODAY TO SOR-END-DATE                        00937000
009380         END-IF                                                   00938000
009390     END-IF                                                       00939000
009400     MOVE WS-TODAY TO SOR-CHG-DATE                                00940000
009410     EXEC CICS ASSIGN                                             00941000
009420          USERID(SOR-USERID)                                      00942000
009430     END-EXEC                                                     00943000
009440     EXEC CICS REWRITE FILE('STANDORD')                           00944000
009450          FROM(STANDORD-RECORD)                                   00945000
009460          RESP(WS-RESP)                                           00946000
009470     END-EXEC                                                     00947000
009480     IF WS-RESP = DFHRESP(NORMAL)                                 00948000
009490         PERFORM 830-AUDIT-STATUS                                 00949000
009500         PERFORM 350-SHOW-STANDORD                                00950000
009510         EVALUATE TRUE                                            00951000
009520             WHEN SOR-SUSPENDED                                   00952000
009530                 MOVE 'STANDING ORDER SUSPENDED - PF8 TO RESUME'  00953000
009540                    TO MESS1I                                     00954000
009550             WHEN SOR-ACTIVE                                      00955000
009560                 MOVE 'STANDING ORDER RESUMED' TO MESS1I          00956000
009570             WHEN OTHER                                           00957000
009580                 MOVE 'STANDING ORDER ENDED' TO MESS1I            00958000
009590         END-EVALUATE                                             00959000
009600     ELSE                                                         00960000
009610         MOVE 'UPDATE FAILED - STANDING ORDER UNCHANGED' TO MESS1I00961000
009620     END-IF                                                       00962000
009630     EXIT.                                                        00963000
009640                                                                  00964000
009650******************************************************************00965000
009660* 800-GET-AUDIT-STAMP -- CURRENT DATE/TIME AND SIGNED-ON USER    *00966000
009670******************************************************************00967000
009680 800-GET-AUDIT-STAMP.                                             00968000
009690     EXEC CICS ASKTIME                                            00969000
009700          ABSTIME(WS-ABS-TIME)                                    00970000
009710     END-EXEC                                                     00971000
009720     EXEC CICS FORMATTIME                                         00972000
009730          ABSTIME(WS-ABS-TIME)                                    00973000
009740          YYYYMMDD(WS-AUD-DATE)                                   00974000
009750          TIME(WS-AUD-TIME)                                       00975000
009760          TIMESEP                                                 00976000
009770     END-EXEC                                                     00977000
009780     MOVE WS-AUD-DATE TO AUD-TIMESTAMP(1:8)                       00978000
009790     MOVE WS-AUD-TIME TO AUD-TIMESTAMP(9:8)                       00979000
009800     EXEC CICS ASSIGN                                             00980000
009810          USERID(AUD-USERID)                                      00981000
009820     END-EXEC                                                     00982000
009830     EXIT.                                                        00983000
009840                                                                  00984000
009850******************************************************************00985000
009860* 810-GET-TODAY -- CURRENT DATE AS YYYY-MM-DD                    *00986000
009870******************************************************************00987000
009880 810-GET-TODAY.                                                   00988000
009890     EXEC CICS ASKTIME                                            00989000
009900          ABSTIME(WS-ABS-TIME)                                    00990000
009910     END-EXEC                                                     00991000
009920     EXEC CICS FORMATTIME                                         00992000
009930          ABSTIME(WS-ABS-TIME)                                    00993000
009940          YYYYMMDD(WS-TODAY-YMD)                                  00994000
009950     END-EXEC                                                     00995000
009960     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY(1:4)                      00996000
009970     MOVE '-'               TO WS-TODAY(5:1)                      00997000
009980     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY(6:2)                      00998000
009990     MOVE '-'               TO WS-TODAY(8:1)                      00999000
010000     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY(9:2)                      01000000
010010     EXIT.                                                        01001000
010020                                                                  01002000
010030******************************************************************01003000
010040* 820-AUDIT-ORDER -- ONE AUDIT RECORD PER CREATED OR CHANGED     *01004000
010050* STANDING ORDER : FREQUENCY, DAY, START DATE AND LINE COUNT     *01005000
010060******************************************************************01006000
010070 820-AUDIT-ORDER.                                                 01007000
010080     MOVE 'STANDORD' TO AUD-TABLE                                 01008000
010090     MOVE SOR-KEY    TO AUD-KEY                                   01009000
010100     MOVE 'TERMS'    TO AUD-FIELD                                 01010000
010110     MOVE SPACES     TO AUD-BEFORE                                01011000
010120     IF WS-OLD-STATUS NOT = SPACE                                 01012000
010130         MOVE WS-OLD-STATUS TO AUD-BEFORE(1:1)                    01013000
010140     END-IF                                                       01014000
010150     MOVE SPACES     TO AUD-AFTER                                 01015000
010160     MOVE SOR-FREQ   TO AUD-AFTER(1:1)                            01016000
010170     MOVE SOR-DAY    TO AUD-AFTER(3:2)                            01017000
010180     MOVE SOR-START-DATE TO AUD-AFTER(6:10)                       01018000
010190     MOVE SOR-LINE-CNT   TO AUD-AFTER(17:1)                       01019000
010200     MOVE 'LINES'    TO AUD-AFTER(19:5)                           01020000
010210     PERFORM 840-WRITE-AUDIT-REC                                  01021000
010220     EXIT.                                                        01022000
010230                                                                  01023000
010240******************************************************************01024000
010250* 830-AUDIT-STATUS -- ONE AUDIT RECORD PER STATUS CHANGE         *01025000
010260******************************************************************01026000
010270 830-AUDIT-STATUS.                                                01027000
010280     EVALUATE TRUE                                                01028000
010290         WHEN SOR-SUSPENDED                                       01029000
010300             MOVE 'SUSPND' TO AUD-ACTION                          01030000
010310         WHEN SOR-ACTIVE                                          01031000
010320             MOVE 'RESUME' TO AUD-ACTION                          01032000
010330         WHEN OTHER                                               01033000
010340             MOVE 'END'    TO AUD-ACTION                          01034000
010350     END-EVALUATE                                                 01035000
010360     MOVE 'STANDORD' TO AUD-TABLE                                 01036000
010370     MOVE SOR-KEY    TO AUD-KEY                                   01037000
010380     MOVE 'STATUS'   TO AUD-FIELD                                 01038000
010390     MOVE SPACES     TO AUD-BEFORE                                01039000
010400     MOVE WS-OLD-STATUS TO AUD-BEFORE(1:1)                        01040000
010410     MOVE SPACES     TO AUD-AFTER                                 01041000
010420     MOVE SOR-STATUS TO AUD-AFTER(1:1)                            01042000
010430     MOVE SOR-END-DATE TO AUD-AFTER(3:10)                         01043000
010440     PERFORM 840-WRITE-AUDIT-REC                                  01044000
010450     EXIT.                                                        01045000
010460                                                                  01046000
010470******************************************************************01047000
010480* 840-WRITE-AUDIT-REC -- STAMP AND QUEUE ONE AUDIT RECORD        *01048000
010490******************************************************************01049000
010500 840-WRITE-AUDIT-REC.                                             01050000
010510     PERFORM 800-GET-AUDIT-STAMP                                  01051000
010520     EXEC CICS WRITEQ TD                                          01052000
010530          QUEUE('RFAU')                                           01053000
010540          FROM(AUDIT-RECORD)                                      01054000
010550          LENGTH(LENGTH OF AUDIT-RECORD)                          01055000
010560     END-EXEC                                                     01056000
010570     EXIT.                                                        01057000
010580                                                                  01058000
010590******************************************************************01059000
010600* 900-SEND-MAP-DATAONLY -- RE-DISPLAY THE SCREEN WITH ANY        *01060000
010610* UPDATED DATA/MESSAGES, LEAVING ATTRIBUTES AS MAPPED            *01061000
010620******************************************************************01062000
010630 900-SEND-MAP-DATAONLY.                                           01063000
010640     EXEC CICS SEND MAP('MAP1SO')                                 01064000
010650          MAPSET('MS1SO')                                         01065000
010660          FROM(MAP1SOI)                                           01066000
010670          DATAONLY                                                01067000
010680          CURSOR                                                  01068000
010690     END-EXEC                                                     01069000
010700     EXIT.                                                        01070000
010710                                                                  01071000
010720******************************************************************01072000
010730* 950-SQL-ERROR -- SQLCODE TO THE MESSAGE LINE                   *01073000
010740******************************************************************01074000
010750 950-SQL-ERROR.                                                   01075000
010760     MOVE SQLCODE TO ED-SQLCODE                                   01076000
010770     MOVE SPACES TO MESS1I                                        01077000
010780     STRING                                                       01078000
010790        'SQL ERROR - SQLCODE ' DELIMITED BY SIZE                  01079000
010800        ED-SQLCODE DELIMITED BY SIZE                              01080000
010810        INTO MESS1I                                               01081000
010820     END-STRING                                                   01082000
010830     EXIT.                                                        01083000
010840                                                                  01084000
010850******************************************************************01085000
010860* 045-SET-NEED-LEVEL -- AUTHORITY NEEDED FOR THE KEY PRESSED.    *01086000
010870* CLEAR IS ALWAYS GRANTED SO ANY OPERATOR CAN LEAVE              *01087000
010880******************************************************************01088000
010890 045-SET-NEED-LEVEL.                                              01089000
010900     MOVE 'PJSO' TO WS-AUTH-TRANS                                 01090000
010910     EVALUATE EIBAID                                              01091000
010920         WHEN DFHCLEAR                                            01092000
010930             MOVE SPACE TO WS-NEED-LEVEL                          01093000
010940             MOVE 'CLEAR' TO WS-AUTH-ACTION                       01094000
010950         WHEN DFHENTER                                            01095000
010960             MOVE 'I' TO WS-NEED-LEVEL                            01096000
010970             MOVE 'INQ' TO WS-AUTH-ACTION                         01097000
010980         WHEN DFHPF5                                              01098000
010990             MOVE 'M' TO WS-NEED-LEVEL                            01099000
011000             MOVE 'ADD' TO WS-AUTH-ACTION                         01100000
011010         WHEN DFHPF6                                              01101000
011020             MOVE 'M' TO WS-NEED-LEVEL                            01102000
011030             MOVE 'UPDATE' TO WS-AUTH-ACTION                      01103000
011040         WHEN DFHPF7                                              01104000
011050             MOVE 'M' TO WS-NEED-LEVEL                            01105000
011060             MOVE 'SUSPND' TO WS-AUTH-ACTION                      01106000
011070         WHEN DFHPF8                                              01107000
011080             MOVE 'M' TO WS-NEED-LEVEL                            01108000
011090             MOVE 'RESUME' TO WS-AUTH-ACTION                      01109000
011100         WHEN DFHPF9                                              01110000
011110             MOVE 'M' TO WS-NEED-LEVEL                            01111000
011120             MOVE 'END' TO WS-AUTH-ACTION                         01112000
011130         WHEN OTHER                                               01113000
011140             MOVE 'I' TO WS-NEED-LEVEL                            01114000
011150             MOVE 'OTHER' TO WS-AUTH-ACTION                       01115000
011160     END-EVALUATE                                                 01116000
011170     EXIT.                                                        01117000
011180                                                                  01118000
011190     COPY AUTHPRC.                                                01119000
