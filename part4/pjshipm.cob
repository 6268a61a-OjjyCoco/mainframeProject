000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJSHIPM.                                    00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                           *00019000
000200* 15/10/2026 GAY  INITIAL VERSION - SHIPMENT CONFIRMATION        *00020000
000210*                  (TRANSID PJSH, MAPSET MS1SH) : THE WAREHOUSE  *00021000
000220*                  CONFIRMS WHAT LEFT THE DOCK FOR A PICKED ORDER*00022000
000230*                  - CARRIER, TRACKING NUMBER, SHIP DATE,        *00023000
000240*                  PACKAGES, WEIGHT AND THE QUANTITY SHIPPED PER *00024000
000250*                  LINE - ON THE SHIPCNF KSDS (SEE COPY SHCREC). *00025000
000260*                  ENTER SHOWS THE ORDER, PF7/PF8 PAGE THROUGH   *00026000
000270*                  ITS LINES, PF6 CONFIRMS. AN INVOICED,         *00027000
000280*                  CANCELLED OR HELD ORDER CANNOT BE CONFIRMED.  *00028000
000290*                  THE BATCH RUN PJPT3SHP TURNS THE CONFIRMED    *00029000
000300*                  ORDERS INTO THE SHIPCONF FILE OF PJPART3      *00030000
000301* 15/10/2026 GAY  AN INVOICED ORDER WITH BACKORDER LINES         *00030100
000302*                  RELEASED ON BOMSTR (STATUS R) CAN BE          *00030200
000303*                  CONFIRMED AGAIN : THE NEW CONFIRMATION CAPS   *00030300
000304*                  THE RELEASE INVOICE                           *00030400
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
000530 77 WS-ABS-TIME       PIC S9(15) COMP-3.                          00053000
000540 77 WS-TODAY-YMD      PIC X(8).                                   00054000
000550 77 WS-TODAY          PIC X(10).                                  00055000
000560 77 WS-USERID         PIC X(8).                                   00056000
000570 77 ED-SQLCODE        PIC +Z(8)9.                                 00057000
000580 77 WS-EDIT-OK        PIC X VALUE 'Y'.                            00058000
000590    88 EDIT-OK             VALUE 'Y'.                             00059000
000600 77 WS-WRITE-OK       PIC X VALUE 'Y'.                            00060000
000610    88 WRITE-OK            VALUE 'Y'.                             00061000
000620 77 WS-ORDER-SW       PIC X VALUE 'N'.                            00062000
000630    88 ORDER-FOUND         VALUE 'Y'.                             00063000
000640 77 WS-REFRESH-SW     PIC X VALUE 'N'.                            00064000
000650    88 REFRESH-HEADER      VALUE 'Y'.                             00065000
000660 77 WS-CURSOR-SW      PIC X VALUE 'N'.                            00066000
000670    88 CURSOR-END          VALUE 'Y'.                             00067000
000680 77 WS-STATE-SW       PIC X VALUE SPACE.                          00068000
000690    88 ORDER-FREE          VALUE SPACE.                           00069000
000700    88 ORDER-INVOICED      VALUE 'I'.                             00070000
000710    88 ORDER-CANCELLED     VALUE 'X'.                             00071000
000720    88 ORDER-ON-HOLD       VALUE 'H'.                             00072000
000721    88 ORDER-RELEASED      VALUE 'R'.                             00072100
000730 77 WS-LINE-I         PIC S9(4) COMP.                             00073000
000740 77 WS-ITEM-NO        PIC S9(4) COMP.                             00074000
000750 77 WS-PAGE-END       PIC S9(4) COMP.                             00075000
000760 77 WS-LINES-DONE     PIC S9(4) COMP.                             00076000
000770 77 WS-CHK-DATE       PIC X(10).                                  00077000
000771 77 WS-REL-DATE       PIC X(10).                                  00077100
000772 77 WS-BOM-BRW-SW     PIC X VALUE 'N'.                            00077200
000773    88 BOM-BROWSE-DONE     VALUE 'Y'.                             00077300
000780 77 WS-PUT-P-NO       PIC X(3).                                   00078000
000790 77 WS-PUT-QTY-ORD    PIC 9(2).                                   00079000
000800 77 WS-QTY-SHIP       PIC 9(2).                                   00080000
000810 77 ED-FROM           PIC ZZ9.                                    00081000
000820 77 ED-TO             PIC ZZ9.                                    00082000
000830 77 ED-CNT            PIC ZZ9.                                    00083000
000840                                                                  00084000
000850******************************************************************00085000
000860* WEIGHT EDIT FIELD : SCREEN FORMAT 99999.99                     *00086000
000870******************************************************************00087000
000880 77 WS-WGT-EDIT       PIC 99999.99.                               00088000
000890                                                                  00089000
000900******************************************************************00090000
000910* DECLARATION SQL                                                *00091000
000920******************************************************************00092000
000930     EXEC SQL                                                     00093000
000940        INCLUDE SQLCA                                             00094000
000950     END-EXEC.                                                    00095000
000960                                                                  00096000
000970     EXEC SQL                                                     00097000
000980        INCLUDE ORDERS                                            00098000
000990     END-EXEC.                                                    00099000
001000                                                                  00100000
001010     EXEC SQL                                                     00101000
001020        INCLUDE CUSTS                                             00102000
001030     END-EXEC.                                                    00103000
001040                                                                  00104000
001050     EXEC SQL                                                     00105000
001060        INCLUDE ITEMS                                             00106000
001070     END-EXEC.                                                    00107000
001080                                                                  00108000
001090******************************************************************00109000
001100* CURSOR ON THE LINES OF THE ORDER, IN PRODUCT ORDER (THE SAME   *00110000
001110* ORDER AS THE SHIPCNF LINE RECORDS)                             *00111000
001120******************************************************************00112000
001130     EXEC SQL                                                     00113000
001140        DECLARE CITEM CURSOR FOR                                  00114000
001150           SELECT P_NO, QUANTITY                                  00115000
001160           FROM API5.ITEMS                                        00116000
001170           WHERE O_NO = :ITEM-O-NO                                00117000
001180           ORDER BY P_NO                                          00118000
001190     END-EXEC.                                                    00119000
001200                                                                  00120000
001210******************************************************************00121000
001220* RECORDS OF THE FILES CONSULTED AND UPDATED                     *00122000
001230******************************************************************00123000
001240     COPY SHCREC.                                                 00124000
001250                                                                  00125000
001260     COPY ORDHREC.                                                00126000
001261                                                                  00126100
001262     COPY BOMREC.                                                 00126200
001270                                                                  00127000
001280 01 HIST-RECORD.                                                  00128000
001290    05 HIST-KEY.                                                  00129000
001300       10 HK-O-NO PIC 9(6).                                       00130000
001310       10 HK-TYPE PIC X(1).                                       00131000
001320       10 HK-SEQ  PIC 9(3).                                       00132000
001330    05 HIST-DATA  PIC X(204).                                     00133000
001340                                                                  00134000
001350******************************************************************00135000
001360* COMMAREA : ORDER SHOWN, FIRST LINE OF THE PAGE, NUMBER OF      *00136000
001370* LINES OF THE ORDER, AND THE PRODUCT AND QUANTITY ORDERED OF    *00137000
001380* EACH LINE ON THE SCREEN (PROTECTED FIELDS ARE NOT RECEIVED)    *00138000
001390******************************************************************00139000
001400 01 WS-COMM.                                                      00140000
001410    05 WS-CA-O-NO     PIC 9(6).                                   00141000
001420    05 WS-CA-TOP      PIC 9(3).                                   00142000
001430    05 WS-CA-LINE-CNT PIC 9(3).                                   00143000
001440    05 WS-CA-LINE OCCURS 24 TIMES.                                00144000
001450       10 WS-CA-P-NO    PIC X(3).                                 00145000
001460       10 WS-CA-QTY-ORD PIC 9(2).                                 00146000
001470                                                                  00147000
001480******************************************************************00148000
001490* SYMBOLIC MAP FOR MAP1SH/MS1SH (HAND-MAINTAINED). THE 24 LINE   *00149000
001500* ENTRIES ARE LAID OUT THREE PER SCREEN ROW, LEFT TO RIGHT       *00150000
001510******************************************************************00151000
001520 01 MAP1SHI.                                                      00152000
001530    02 FILLER            PIC X(12).                               00153000
001540    02 ORDNOL       PIC S9(4) COMP.                               00154000
001550    02 ORDNOF       PIC X.                                        00155000
001560    02 FILLER REDEFINES ORDNOF.                                   00156000
001570       03 ORDNOA    PIC X.                                        00157000
001580    02 ORDNOI       PIC X(6).                                     00158000
001590    02 SSTATL       PIC S9(4) COMP.                               00159000
001600    02 SSTATF       PIC X.                                        00160000
001610    02 FILLER REDEFINES SSTATF.                                   00161000
001620       03 SSTATA    PIC X.                                        00162000
001630    02 SSTATI       PIC X(40).                                    00163000
001640    02 CUSNOL       PIC S9(4) COMP.                               00164000
001650    02 CUSNOF       PIC X.                                        00165000
001660    02 FILLER REDEFINES CUSNOF.                                   00166000
001670       03 CUSNOA    PIC X.                                        00167000
001680    02 CUSNOI       PIC X(3).                                     00168000
001690    02 COMPL        PIC S9(4) COMP.                               00169000
001700    02 COMPF        PIC X.                                        00170000
001710    02 FILLER REDEFINES COMPF.                                    00171000
001720       03 COMPA     PIC X.                                        00172000
001730    02 COMPI        PIC X(30).                                    00173000
001740    02 ODATEL       PIC S9(4) COMP.                               00174000
001750    02 ODATEF       PIC X.                                        00175000
001760    02 FILLER REDEFINES ODATEF.                                   00176000
001770       03 ODATEA    PIC X.                                        00177000
001780    02 ODATEI       PIC X(10).                                    00178000
001790    02 PICKDL       PIC S9(4) COMP.                               00179000
001800    02 PICKDF       PIC X.                                        00180000
001810    02 FILLER REDEFINES PICKDF.                                   00181000
001820       03 PICKDA    PIC X.                                        00182000
001830    02 PICKDI       PIC X(10).                                    00183000
001840    02 CONFDL       PIC S9(4) COMP.                               00184000
001850    02 CONFDF       PIC X.                                        00185000
001860    02 FILLER REDEFINES CONFDF.                                   00186000
001870       03 CONFDA    PIC X.                                        00187000
001880    02 CONFDI       PIC X(10).                                    00188000
001890    02 CONFUL       PIC S9(4) COMP.                               00189000
001900    02 CONFUF       PIC X.                                        00190000
001910    02 FILLER REDEFINES CONFUF.                                   00191000
001920       03 CONFUA    PIC X.                                        00192000
001930    02 CONFUI       PIC X(8).                                     00193000
001940    02 CARRL        PIC S9(4) COMP.                               00194000
001950    02 CARRF        PIC X.                                        00195000
001960    02 FILLER REDEFINES CARRF.                                    00196000
001970       03 CARRA     PIC X.                                        00197000
001980    02 CARRI        PIC X(10).                                    00198000
001990    02 TRACKL       PIC S9(4) COMP.                               00199000
002000    02 TRACKF       PIC X.                                        00200000
002010    02 FILLER REDEFINES TRACKF.                                   00201000
002020       03 TRACKA    PIC X.                                        00202000
002030    02 TRACKI       PIC X(30).                                    00203000
002040    02 SHPDTL       PIC S9(4) COMP.                               00204000
002050    02 SHPDTF       PIC X.                                        00205000
002060    02 FILLER REDEFINES SHPDTF.                                   00206000
002070       03 SHPDTA    PIC X.                                        00207000
002080    02 SHPDTI       PIC X(10).                                    00208000
002090    02 PKGSL        PIC S9(4) COMP.                               00209000
002100    02 PKGSF        PIC X.                                        00210000
002110    02 FILLER REDEFINES PKGSF.                                    00211000
002120       03 PKGSA     PIC X.                                        00212000
002130    02 PKGSI        PIC X(3).                                     00213000
002140    02 WGHTL        PIC S9(4) COMP.                               00214000
002150    02 WGHTF        PIC X.                                        00215000
002160    02 FILLER REDEFINES WGHTF.                                    00216000
002170       03 WGHTA     PIC X.                                        00217000
002180    02 WGHTI        PIC X(8).                                     00218000
002190    02 SHLINE OCCURS 24 TIMES.                                    00219000
002200       03 PNOL      PIC S9(4) COMP.                               00220000
002210       03 PNOF      PIC X.                                        00221000
002220       03 FILLER REDEFINES PNOF.                                  00222000
002230          04 PNOA   PIC X.                                        00223000
002240       03 PNOI      PIC X(3).                                     00224000
002250       03 QORDL     PIC S9(4) COMP.                               00225000
002260       03 QORDF     PIC X.                                        00226000
002270       03 FILLER REDEFINES QORDF.                                 00227000
002280          04 QORDA  PIC X.                                        00228000
002290       03 QORDI     PIC X(2).                                     00229000
002300       03 QSHPL     PIC S9(4) COMP.                               00230000
002310       03 QSHPF     PIC X.                                        00231000
002320       03 FILLER REDEFINES QSHPF.                                 00232000
002330          04 QSHPA  PIC X.                                        00233000
002340       03 QSHPI     PIC X(2).                                     00234000
002350    02 LNRNGL       PIC S9(4) COMP.                               00235000
002360    02 LNRNGF       PIC X.                                        00236000
002370    02 FILLER REDEFINES LNRNGF.                                   00237000
002380       03 LNRNGA    PIC X.                                        00238000
002390    02 LNRNGI       PIC X(30).                                    00239000
002400    02 MESS1L       PIC S9(4) COMP.                               00240000
002410    02 MESS1F       PIC X.                                        00241000
002420    02 FILLER REDEFINES MESS1F.                                   00242000
002430       03 MESS1A    PIC X.                                        00243000
002440    02 MESS1I       PIC X(55).                                    00244000
002450                                                                  00245000
002460 LINKAGE SECTION.                                                 00246000
002470 01 DFHCOMMAREA       PIC X(132).                                 00247000
002480                                                                  00248000
002490******************************************************************00249000
002500* MAINLINE                                                       *00250000
002510******************************************************************00251000
002520 PROCEDURE DIVISION.                                              00252000
002530     PERFORM 100-INITIALIZE.                                      00253000
002540     PERFORM 200-PROCESS-SCREEN.                                  00254000
002550     GOBACK.                                                      00255000
002560                                                                  00256000
002570 100-INITIALIZE.                                                  00257000
002580     MOVE LOW-VALUES TO MAP1SHI.                                  00258000
002590     MOVE SPACES TO MESS1I.                                       00259000
002600     INITIALIZE WS-COMM.                                          00260000
002610     PERFORM 805-GET-TODAY.                                       00261000
002620     EXIT.                                                        00262000
002630                                                                  00263000
002640******************************************************************00264000
002650* 200-PROCESS-SCREEN -- FIRST ENTRY SHOWS A BLANK SCREEN,        *00265000
002660* A CONTINUATION ENTRY RECEIVES AND DISPATCHES ON THE KEY        *00266000
002670******************************************************************00267000
002680 200-PROCESS-SCREEN.                                              00268000
002690     IF EIBCALEN = 0                                              00269000
002700         PERFORM 210-SEND-INITIAL-MAP                             00270000
002710     ELSE                                                         00271000
002720         MOVE DFHCOMMAREA TO WS-COMM                              00272000
002730         PERFORM 220-RECEIVE-AND-DISPATCH                         00273000
002740     END-IF                                                       00274000
002750     EXIT.                                                        00275000
002760                                                                  00276000
002770 210-SEND-INITIAL-MAP.                                            00277000
002780     EXEC CICS SEND MAP('MAP1SH')                                 00278000
002790          MAPSET('MS1SH')                                         00279000
002800          MAPONLY                                                 00280000
002810          ERASE                                                   00281000
002820     END-EXEC                                                     00282000
002830     EXEC CICS RETURN TRANSID('PJSH')                             00283000
002840          COMMAREA(WS-COMM)                                       00284000
002850          LENGTH(132)                                             00285000
002860     END-EXEC                                                     00286000
002870     EXIT.                                                        00287000
002880                                                                  00288000
002890******************************************************************00289000
002900* 220-RECEIVE-AND-DISPATCH -- ENTER SHOWS THE ORDER, PF6         *00290000
002910* CONFIRMS THE SHIPMENT, PF7/PF8 PAGE THROUGH THE LINES, CLEAR   *00291000
002920* ENDS THE CONVERSATION                                          *00292000
002930******************************************************************00293000
002940 220-RECEIVE-AND-DISPATCH.                                        00294000
002950     EXEC CICS RECEIVE MAP('MAP1SH')                              00295000
002960          MAPSET('MS1SH')                                         00296000
002970          INTO(MAP1SHI)                                           00297000
002980          RESP(WS-RESP)                                           00298000
002990     END-EXEC                                                     00299000
003000     PERFORM 225-STRIP-UNDERSCORES                                00300000
003010     PERFORM 045-SET-NEED-LEVEL                                   00301000
003020     PERFORM 050-CHECK-AUTHORITY                                  00302000
003030     IF AUTH-REFUSED                                              00303000
003040         MOVE WS-AUTH-MSG TO MESS1I                               00304000
003050     ELSE                                                         00305000
003060     EVALUATE EIBAID                                              00306000
003070         WHEN DFHCLEAR                                            00307000
003080             PERFORM 230-EXIT-TRANS                               00308000
003090         WHEN DFHENTER                                            00309000
003100             PERFORM 300-SHOW-ORDER                               00310000
003110         WHEN DFHPF6                                              00311000
003120             PERFORM 500-CONFIRM-SHIPMENT                         00312000
003130         WHEN DFHPF7                                              00313000
003140             PERFORM 400-PREVIOUS-LINES                           00314000
003150         WHEN DFHPF8                                              00315000
003160             PERFORM 410-NEXT-LINES                               00316000
003170         WHEN OTHER                                               00317000
003180             MOVE 'INVALID KEY - ENTER/PF6/PF7/PF8/CLEAR ONLY'    00318000
003190                TO MESS1I                                         00319000
003200     END-EVALUATE                                                 00320000
003210     END-IF                                                       00321000
003220     IF EIBAID NOT = DFHCLEAR                                     00322000
003230         PERFORM 900-SEND-MAP-DATAONLY                            00323000
003240         EXEC CICS RETURN TRANSID('PJSH')                         00324000
003250              COMMAREA(WS-COMM)                                   00325000
003260              LENGTH(132)                                         00326000
003270         END-EXEC                                                 00327000
003280     END-IF                                                       00328000
003290     EXIT.                                                        00329000
003300                                                                  00330000
003310 225-STRIP-UNDERSCORES.                                           00331000
003320     INSPECT ORDNOI REPLACING TRAILING '_' BY SPACE               00332000
003330     INSPECT CARRI  REPLACING TRAILING '_' BY SPACE               00333000
003340     INSPECT TRACKI REPLACING TRAILING '_' BY SPACE               00334000
003350     INSPECT SHPDTI REPLACING TRAILING '_' BY SPACE               00335000
003360     INSPECT PKGSI  REPLACING TRAILING '_' BY SPACE               00336000
003370     INSPECT WGHTI  REPLACING TRAILING '_' BY SPACE               00337000
003380     PERFORM 226-CLEAN-LINE                                       00338000
003390        VARYING WS-LINE-I FROM 1 BY 1 UNTIL WS-LINE-I > 24        00339000
003400     EXIT.                                                        00340000
003410                                                                  00341000
003420 226-CLEAN-LINE.                                                  00342000
003430     INSPECT QSHPI(WS-LINE-I) REPLACING TRAILING '_' BY SPACE     00343000
003440     IF QSHPI(WS-LINE-I) = LOW-VALUES                             00344000
003450         MOVE SPACES TO QSHPI(WS-LINE-I)                          00345000
003460     END-IF                                                       00346000
003470     IF QSHPI(WS-LINE-I)(2:1) = SPACE                             00347000
003480        AND QSHPI(WS-LINE-I)(1:1) NUMERIC                         00348000
003490         MOVE QSHPI(WS-LINE-I)(1:1) TO QSHPI(WS-LINE-I)(2:1)      00349000
003500         MOVE '0' TO QSHPI(WS-LINE-I)(1:1)                        00350000
003510     END-IF                                                       00351000
003520     EXIT.                                                        00352000
003530                                                                  00353000
003540 230-EXIT-TRANS.                                                  00354000
003550     EXEC CICS SEND CONTROL ERASE END-EXEC                        00355000
003560     EXEC CICS RETURN END-EXEC                                    00356000
003570     EXIT.                                                        00357000
003580                                                                  00358000
003590******************************************************************00359000
003600* 300-SHOW-ORDER -- SHOW THE ORDER KEYED FROM ITS FIRST LINE,    *00360000
003610* WITH THE SHIPMENT ALREADY CONFIRMED IF ANY                     *00361000
003620******************************************************************00362000
003630 300-SHOW-ORDER.                                                  00363000
003640     IF ORDNOI NOT NUMERIC                                        00364000
003650         MOVE 'ORDER NUMBER MUST BE NUMERIC' TO MESS1I            00365000
003660     ELSE                                                         00366000
003670         MOVE 1   TO WS-CA-TOP                                    00367000
003680         MOVE 'Y' TO WS-REFRESH-SW                                00368000
003690         PERFORM 310-LOAD-ORDER                                   00369000
003700     END-IF                                                       00370000
003710     EXIT.                                                        00371000
003720                                                                  00372000
003730******************************************************************00373000
003740* 310-LOAD-ORDER -- ORDER HEADER, STATE, SHIPCNF HEADER AND THE  *00374000
003750* PAGE OF LINES STARTING AT WS-CA-TOP. THE SHIPPED QUANTITY      *00375000
003760* SHOWN IS THE ONE ALREADY CONFIRMED, OR THE QUANTITY ORDERED    *00376000
003770******************************************************************00377000
003780 310-LOAD-ORDER.                                                  00378000
003790     PERFORM 315-CLEAR-DISPLAY                                    00379000
003800     MOVE ZERO TO WS-CA-O-NO                                      00380000
003810     MOVE ZERO TO WS-CA-LINE-CNT                                  00381000
003820     PERFORM 320-FETCH-ORDER                                      00382000
003830     IF ORDER-FOUND                                               00383000
003840         PERFORM 330-CHECK-ORDER-STATE                            00384000
003850         PERFORM 340-SHOW-SHIP-HEADER                             00385000
003860         MOVE 'Y' TO WS-WRITE-OK                                  00386000
003870         PERFORM 350-LOAD-LINES                                   00387000
003880         IF WRITE-OK                                              00388000
003890             MOVE ORDNOI TO WS-CA-O-NO                            00389000
003900             PERFORM 360-SHOW-RANGE                               00390000
003910             EVALUATE TRUE                                        00391000
003920                 WHEN ORDER-INVOICED                              00392000
003930                     MOVE                                         00393000
003940                      'ORDER ALREADY INVOICED - NO CHANGE'        00394000
003950                        TO MESS1I                                 00395000
003960                 WHEN ORDER-CANCELLED                             00396000
003970                     MOVE 'ORDER CANCELLED - NOTHING TO SHIP'     00397000
003980                        TO MESS1I                                 00398000
003990                 WHEN ORDER-ON-HOLD                               00399000
004000                     MOVE 'ORDER ON CREDIT HOLD - CANNOT SHIP'    00400000
004010                        TO MESS1I                                 00401000
004020                 WHEN OTHER                                       00402000
004030                     MOVE                                         00403000
004040                      'KEY THE SHIPMENT, PF6 RECORDS LINES SHOWN' 00404000
004050                        TO MESS1I                                 00405000
004060             END-EVALUATE                                         00406000
004070         END-IF                                                   00407000
004080     END-IF                                                       00408000
004090     EXIT.                                                        00409000
004100                                                                  00410000
004110 315-CLEAR-DISPLAY.                                               00411000
004120     MOVE SPACES TO SSTATI                                        00412000
004130     MOVE SPACES TO CUSNOI                                        00413000
004140     MOVE SPACES TO COMPI                                         00414000
004150     MOVE SPACES TO ODATEI                                        00415000
004160     MOVE SPACES TO PICKDI                                        00416000
004170     MOVE SPACES TO CONFDI                                        00417000
004180     MOVE SPACES TO CONFUI                                        00418000
004190     MOVE SPACES TO LNRNGI                                        00419000
004200     PERFORM 316-CLEAR-LINE                                       00420000
004210        VARYING WS-LINE-I FROM 1 BY 1 UNTIL WS-LINE-I > 24        00421000
004220     EXIT.                                                        00422000
004230                                                                  00423000
004240 316-CLEAR-LINE.                                                  00424000
004250     MOVE SPACES TO PNOI(WS-LINE-I)                               00425000
004260     MOVE SPACES TO QORDI(WS-LINE-I)                              00426000
004270     MOVE SPACES TO QSHPI(WS-LINE-I)                              00427000
004280     MOVE SPACES TO WS-CA-P-NO(WS-LINE-I)                         00428000
004290     MOVE ZERO   TO WS-CA-QTY-ORD(WS-LINE-I)                      00429000
004300     EXIT.                                                        00430000
004310                                                                  00431000
004320 320-FETCH-ORDER.                                                 00432000
004330     MOVE 'N' TO WS-ORDER-SW                                      00433000
004340     INITIALIZE ST-ORDER                                          00434000
004350     MOVE ORDNOI TO ORDER-O-NO                                    00435000
004360     EXEC SQL                                                     00436000
004370        SELECT C_NO, O_DATE                                       00437000
004380            INTO :ORDER-C-NO, :ORDER-O-DATE                       00438000
004390            FROM API5.ORDERS                                      00439000
004400            WHERE O_NO = :ORDER-O-NO                              00440000
004410     END-EXEC                                                     00441000
004420     EVALUATE TRUE                                                00442000
004430         WHEN SQLCODE = ZERO                                      00443000
004440             MOVE 'Y' TO WS-ORDER-SW                              00444000
004450             MOVE ORDER-C-NO   TO CUSNOI                          00445000
004460             MOVE ORDER-O-DATE TO ODATEI                          00446000
004470             PERFORM 325-FETCH-CUSTOMER                           00447000
004480         WHEN SQLCODE = +100                                      00448000
004490             MOVE 'ORDER NOT ON FILE' TO MESS1I                   00449000
004500         WHEN OTHER                                               00450000
004510             PERFORM 950-SQL-ERROR                                00451000
004520     END-EVALUATE                                                 00452000
004530     EXIT.                                                        00453000
004540                                                                  00454000
004550 325-FETCH-CUSTOMER.                                              00455000
004560     INITIALIZE ST-CUSTS                                          00456000
004570     MOVE ORDER-C-NO TO CUSTS-C-NO                                00457000
004580     EXEC SQL                                                     00458000
004590        SELECT COMPANY                                            00459000
004600            INTO :CUSTS-COMPANY                                   00460000
004610            FROM API5.CUSTOMERS                                   00461000
004620            WHERE C_NO = :CUSTS-C-NO                              00462000
004630     END-EXEC                                                     00463000
004640     IF SQLCODE = ZERO                                            00464000
004650         MOVE CUSTS-COMPANY TO COMPI                              00465000
004660     ELSE                                                         00466000
004670         MOVE SPACES TO CUSTS-COMPANY                             00467000
004680     END-IF                                                       00468000
004690     EXIT.                                                        00469000
004700                                                                  00470000
004710******************************************************************00471000
004720* 330-CHECK-ORDER-STATE -- INVOICED (INVOICE HISTORY HEADER),    *00472000
004730* UNLESS BACKORDER LINES OF THE ORDER ARE RELEASED AND AWAIT     *00473000
004731* BILLING (BOMSTR), ELSE CANCELLED OR ON CREDIT HOLD (ORDHOLD)   *00473100
004740******************************************************************00474000
004750 330-CHECK-ORDER-STATE.                                           00475000
004760     MOVE SPACE TO WS-STATE-SW                                    00476000
004770     MOVE ORDNOI TO HK-O-NO                                       00477000
004780     MOVE 'H'    TO HK-TYPE                                       00478000
004790     MOVE ZERO   TO HK-SEQ                                        00479000
004800     EXEC CICS READ FILE('INVHIST')                               00480000
004810          INTO(HIST-RECORD)                                       00481000
004820          RIDFLD(HIST-KEY)                                        00482000
004830          RESP(WS-RESP)                                           00483000
004840     END-EXEC                                                     00484000
004850     IF WS-RESP = DFHRESP(NORMAL)                                 00485000
004860         PERFORM 335-CHECK-RELEASED                               00486000
004861         IF WS-REL-DATE = SPACES                                  00486100
004862             MOVE 'I' TO WS-STATE-SW                              00486200
004863         ELSE                                                     00486300
004864             MOVE 'R' TO WS-STATE-SW                              00486400
004865         END-IF                                                   00486500
004870     ELSE                                                         00487000
004880         INITIALIZE HOLD-RECORD                                   00488000
004890         MOVE ORDNOI TO HLD-O-NO                                  00489000
004900         EXEC CICS READ FILE('ORDHOLD')                           00490000
004910              INTO(HOLD-RECORD)                                   00491000
004920              RIDFLD(HLD-KEY)                                     00492000
004930              RESP(WS-RESP)                                       00493000
004940         END-EXEC                                                 00494000
004950         IF WS-RESP = DFHRESP(NORMAL)                             00495000
004960            AND (HLD-STATUS = 'X' OR HLD-STATUS = 'H')            00496000
004970             MOVE HLD-STATUS TO WS-STATE-SW                       00497000
004971         END-IF                                                   00497100
004971     END-IF                                                       00497101
004971     EXIT.                                                        00497102
004971                                                                  00497103
004971******************************************************************00497104
004972* 335-CHECK-RELEASED -- LATEST RELEASE DATE OF THE BACKORDER     *00497200
004972* LINES OF THE ORDER RELEASED ON BOMSTR (STATUS R), SPACES WHEN  *00497201
004972* NONE IS WAITING TO BE BILLED                                   *00497202
004972******************************************************************00497203
004972 335-CHECK-RELEASED.                                              00497204
004973     MOVE SPACES TO WS-REL-DATE                                   00497300
004973     MOVE 'N' TO WS-BOM-BRW-SW                                    00497301
004973     INITIALIZE BACKORDER-RECORD                                  00497302
004973     MOVE ORDNOI     TO BOM-O-NO                                  00497303
004973     MOVE LOW-VALUES TO BOM-P-NO                                  00497304
004974     MOVE LOW-VALUES TO BOM-BO-DATE                               00497400
004974     EXEC CICS STARTBR FILE('BOMSTR')                             00497401
004974          RIDFLD(BOM-KEY)                                         00497402
004974          GTEQ                                                    00497403
004974          RESP(WS-RESP)                                           00497404
004975     END-EXEC                                                     00497500
004975     IF WS-RESP = DFHRESP(NORMAL)                                 00497501
004975         PERFORM 336-NEXT-BACKORDER                               00497502
004975            UNTIL BOM-BROWSE-DONE                                 00497503
004975         EXEC CICS ENDBR FILE('BOMSTR')                           00497504
004976              RESP(WS-RESP)                                       00497600
004976         END-EXEC                                                 00497601
004976     END-IF                                                       00497602
004976     EXIT.                                                        00497603
004976                                                                  00497604
004977 336-NEXT-BACKORDER.                                              00497700
004977     EXEC CICS READNEXT FILE('BOMSTR')                            00497701
004977          INTO(BACKORDER-RECORD)                                  00497702
004977          RIDFLD(BOM-KEY)                                         00497703
004977          RESP(WS-RESP)                                           00497704
004978     END-EXEC                                                     00497800
004978     IF WS-RESP NOT = DFHRESP(NORMAL)                             00497801
004978     OR BOM-O-NO NOT = ORDNOI                                     00497802
004978         MOVE 'Y' TO WS-BOM-BRW-SW                                00497803
004978     ELSE                                                         00497804
004979         IF BOM-RELEASED AND BOM-REL-DATE > WS-REL-DATE           00497900
004979             MOVE BOM-REL-DATE TO WS-REL-DATE                     00497901
004980         END-IF                                                   00498000
004990     END-IF                                                       00499000
005000     EXIT.                                                        00500000
005010                                                                  00501000
005020******************************************************************00502000
005030* 340-SHOW-SHIP-HEADER -- PICK AND CONFIRMATION OF THE ORDER.    *00503000
005040* ON ENTER THE SHIPMENT FIELDS ARE RELOADED FROM THE FILE (OR    *00504000
005050* CLEARED, SHIP DATE TODAY) ; WHEN PAGING THE KEYED ONES STAY    *00505000
005060******************************************************************00506000
005070 340-SHOW-SHIP-HEADER.                                            00507000
005080     MOVE ORDNOI TO SHK-O-NO                                      00508000
005090     MOVE SPACES TO SHK-P-NO                                      00509000
005100     EXEC CICS READ FILE('SHIPCNF')                               00510000
005110          INTO(SHIPCNF-RECORD)                                    00511000
005120          RIDFLD(SHK-KEY)                                         00512000
005130          RESP(WS-RESP)                                           00513000
005140     END-EXEC                                                     00514000
005150     IF REFRESH-HEADER                                            00515000
005160         MOVE SPACES   TO CARRI                                   00516000
005170         MOVE SPACES   TO TRACKI                                  00517000
005180         MOVE WS-TODAY TO SHPDTI                                  00518000
005190         MOVE SPACES   TO PKGSI                                   00519000
005200         MOVE SPACES   TO WGHTI                                   00520000
005210     END-IF                                                       00521000
005220     IF WS-RESP = DFHRESP(NORMAL)                                 00522000
005230         MOVE SHK-PICK-DATE TO PICKDI                             00523000
005240         IF SHK-CONFIRMED                                         00524000
005250             MOVE SHK-CONF-DATE TO CONFDI                         00525000
005260             MOVE SHK-USERID    TO CONFUI                         00526000
005270             IF REFRESH-HEADER                                    00527000
005280                 MOVE SHK-CARRIER   TO CARRI                      00528000
005290                 MOVE SHK-TRACKING  TO TRACKI                     00529000
005300                 MOVE SHK-SHIP-DATE TO SHPDTI                     00530000
005310                 MOVE SHK-PACKAGES  TO PKGSI                      00531000
005320                 MOVE SHK-WEIGHT    TO WS-WGT-EDIT                00532000
005330                 MOVE WS-WGT-EDIT   TO WGHTI                      00533000
005340             END-IF                                               00534000
005350         END-IF                                                   00535000
005360     END-IF                                                       00536000
005370     EVALUATE TRUE                                                00537000
005380         WHEN ORDER-INVOICED                                      00538000
005390             MOVE 'INVOICED - CONFIRMATION CLOSED' TO SSTATI      00539000
005400         WHEN ORDER-CANCELLED                                     00540000
005410             MOVE 'CANCELLED - WILL NEVER SHIP' TO SSTATI         00541000
005420         WHEN ORDER-ON-HOLD                                       00542000
005430             MOVE 'ON CREDIT HOLD - NOT TO SHIP' TO SSTATI        00543000
005440         WHEN WS-RESP NOT = DFHRESP(NORMAL)                       00544000
005450             MOVE 'NOT PICKED YET' TO SSTATI                      00545000
005451         WHEN ORDER-RELEASED                                      00545100
005452          AND (NOT SHK-CONFIRMED                                  00545200
005453               OR SHK-CONF-DATE NOT > WS-REL-DATE)                00545300
005454             MOVE 'B/O RELEASED - AWAITING CONFIRMATION'          00545400
005455               TO SSTATI                                          00545500
005460         WHEN SHK-CONFIRMED                                       00546000
005470             MOVE 'CONFIRMED - AWAITING BILLING' TO SSTATI        00547000
005480         WHEN OTHER                                               00548000
005490             MOVE 'PICKED - AWAITING CONFIRMATION' TO SSTATI      00549000
005500     END-EVALUATE                                                 00550000
005510     EXIT.                                                        00551000
005520                                                                  00552000
005530******************************************************************00553000
005540* 350-LOAD-LINES -- COUNT THE LINES OF THE ORDER AND SHOW THE 24 *00554000
005550* STARTING AT WS-CA-TOP                                          *00555000
005560******************************************************************00556000
005570 350-LOAD-LINES.                                                  00557000
005580     MOVE ZERO TO WS-ITEM-NO                                      00558000
005590     MOVE 'N'  TO WS-CURSOR-SW                                    00559000
005600     MOVE ORDNOI TO ITEM-O-NO                                     00560000
005610     EXEC SQL                                                     00561000
005620        OPEN CITEM                                                00562000
005630     END-EXEC                                                     00563000
005640     IF SQLCODE NOT = ZERO                                        00564000
005650         MOVE 'N' TO WS-WRITE-OK                                  00565000
005660         PERFORM 950-SQL-ERROR                                    00566000
005670     ELSE                                                         00567000
005680         PERFORM 355-FETCH-ITEM UNTIL CURSOR-END                  00568000
005690         EXEC SQL                                                 00569000
005700            CLOSE CITEM                                           00570000
005710         END-EXEC                                                 00571000
005720     END-IF                                                       00572000
005730     MOVE WS-ITEM-NO TO WS-CA-LINE-CNT                            00573000
005740     EXIT.                                                        00574000
005750                                                                  00575000
005760 355-FETCH-ITEM.                                                  00576000
005770     EXEC SQL                                                     00577000
005780        FETCH CITEM                                               00578000
005790            INTO :ITEM-P-NO, :ITEM-QUANTITY                       00579000
005800     END-EXEC                                                     00580000
005810     EVALUATE TRUE                                                00581000
005820         WHEN SQLCODE = ZERO                                      00582000
005830             ADD 1 TO WS-ITEM-NO                                  00583000
005840             IF WS-ITEM-NO >= WS-CA-TOP                           00584000
005850                AND WS-ITEM-NO < WS-CA-TOP + 24                   00585000
005860                 PERFORM 357-SHOW-ITEM                            00586000
005870             END-IF                                               00587000
005880         WHEN SQLCODE = +100                                      00588000
005890             MOVE 'Y' TO WS-CURSOR-SW                             00589000
005900         WHEN OTHER                                               00590000
005910             MOVE 'Y' TO WS-CURSOR-SW                             00591000
005920             MOVE 'N' TO WS-WRITE-OK                              00592000
005930             PERFORM 950-SQL-ERROR                                00593000
005940     END-EVALUATE                                                 00594000
005950     EXIT.                                                        00595000
005960                                                                  00596000
005970 357-SHOW-ITEM.                                                   00597000
005980     COMPUTE WS-LINE-I = WS-ITEM-NO - WS-CA-TOP + 1               00598000
005990     MOVE ITEM-P-NO     TO WS-CA-P-NO(WS-LINE-I)                  00599000
006000     MOVE ITEM-QUANTITY TO WS-CA-QTY-ORD(WS-LINE-I)               00600000
006010     MOVE ITEM-P-NO     TO PNOI(WS-LINE-I)                        00601000
006020     MOVE WS-CA-QTY-ORD(WS-LINE-I) TO QORDI(WS-LINE-I)            00602000
006030     MOVE ORDNOI    TO SHK-O-NO                                   00603000
006040     MOVE ITEM-P-NO TO SHK-P-NO                                   00604000
006050     EXEC CICS READ FILE('SHIPCNF')                               00605000
006060          INTO(SHIPCNF-RECORD)                                    00606000
006070          RIDFLD(SHK-KEY)                                         00607000
006080          RESP(WS-RESP)                                           00608000
006090     END-EXEC                                                     00609000
006100     IF WS-RESP = DFHRESP(NORMAL)                                 00610000
006110         MOVE SHK-QTY-SHIP TO QSHPI(WS-LINE-I)                    00611000
006120     ELSE                                                         00612000
006130         MOVE WS-CA-QTY-ORD(WS-LINE-I) TO QSHPI(WS-LINE-I)        00613000
006140     END-IF                                                       00614000
006150     EXIT.                                                        00615000
006160                                                                  00616000
006170 360-SHOW-RANGE.                                                  00617000
006180     IF WS-CA-LINE-CNT = ZERO                                     00618000
006190         MOVE 'NO LINE ON THIS ORDER' TO LNRNGI                   00619000
006200     ELSE                                                         00620000
006210         COMPUTE WS-PAGE-END = WS-CA-TOP + 23                     00621000
006220         IF WS-PAGE-END > WS-CA-LINE-CNT                          00622000
006230             MOVE WS-CA-LINE-CNT TO WS-PAGE-END                   00623000
006240         END-IF                                                   00624000
006250         MOVE WS-CA-TOP      TO ED-FROM                           00625000
006260         MOVE WS-PAGE-END    TO ED-TO                             00626000
006270         MOVE WS-CA-LINE-CNT TO ED-CNT                            00627000
006280         STRING                                                   00628000
006290            'LINES ' DELIMITED BY SIZE                            00629000
006300            ED-FROM  DELIMITED BY SIZE                            00630000
006310            ' TO '   DELIMITED BY SIZE                            00631000
006320            ED-TO    DELIMITED BY SIZE                            00632000
006330            ' OF '   DELIMITED BY SIZE                            00633000
006340            ED-CNT   DELIMITED BY SIZE                            00634000
006350            INTO LNRNGI                                           00635000
006360         END-STRING                                               00636000
006370     END-IF                                                       00637000
006380     EXIT.                                                        00638000
006390                                                                  00639000
006400******************************************************************00640000
006410* 400/410 -- PAGE THROUGH THE LINES OF THE ORDER SHOWN. THE      *00641000
006420* QUANTITIES KEYED ON THE PAGE LEFT ARE NOT KEPT : PF6 RECORDS   *00642000
006430* THE LINES OF THE PAGE SHOWN                                    *00643000
006440******************************************************************00644000
006450 400-PREVIOUS-LINES.                                              00645000
006460     EVALUATE TRUE                                                00646000
006470         WHEN WS-CA-O-NO = ZERO OR ORDNOI NOT = WS-CA-O-NO        00647000
006480             MOVE 'PRESS ENTER TO SHOW THE ORDER FIRST' TO MESS1I 00648000
006490         WHEN WS-CA-TOP NOT > 1                                   00649000
006500             MOVE 'FIRST LINES ALREADY SHOWN' TO MESS1I           00650000
006510         WHEN OTHER                                               00651000
006520             SUBTRACT 24 FROM WS-CA-TOP                           00652000
006530             MOVE 'N' TO WS-REFRESH-SW                            00653000
006540             PERFORM 310-LOAD-ORDER                               00654000
006550     END-EVALUATE                                                 00655000
006560     EXIT.                                                        00656000
006570                                                                  00657000
006580 410-NEXT-LINES.                                                  00658000
006590     EVALUATE TRUE                                                00659000
006600         WHEN WS-CA-O-NO = ZERO OR ORDNOI NOT = WS-CA-O-NO        00660000
006610             MOVE 'PRESS ENTER TO SHOW THE ORDER FIRST' TO MESS1I 00661000
006620         WHEN WS-CA-TOP + 24 > WS-CA-LINE-CNT                     00662000
006630             MOVE 'LAST LINES ALREADY SHOWN' TO MESS1I            00663000
006640         WHEN OTHER                                               00664000
006650             ADD 24 TO WS-CA-TOP                                  00665000
006660             MOVE 'N' TO WS-REFRESH-SW                            00666000
006670             PERFORM 310-LOAD-ORDER                               00667000
006680     END-EVALUATE                                                 00668000
006690     EXIT.                                                        00669000
006700                                                                  00670000
006710******************************************************************00671000
006720* 500-CONFIRM-SHIPMENT -- THE ORDER SHOWN MUST STILL BE FREE     *00672000
006730* (NOT INVOICED, CANCELLED OR HELD) AND THE SCREEN MUST EDIT     *00673000
006740* CLEAN BEFORE ANYTHING IS WRITTEN                               *00674000
006750******************************************************************00675000
006760 500-CONFIRM-SHIPMENT.                                            00676000
006770     IF WS-CA-O-NO = ZERO OR ORDNOI NOT = WS-CA-O-NO              00677000
006780         MOVE 'PRESS ENTER TO SHOW THE ORDER FIRST' TO MESS1I     00678000
006790     ELSE                                                         00679000
006800         PERFORM 320-FETCH-ORDER                                  00680000
006810         IF ORDER-FOUND                                           00681000
006820             PERFORM 330-CHECK-ORDER-STATE                        00682000
006830             EVALUATE TRUE                                        00683000
006840                 WHEN ORDER-INVOICED                              00684000
006850                     MOVE                                         00685000
006860                      'ORDER ALREADY INVOICED - NO CHANGE'        00686000
006870                        TO MESS1I                                 00687000
006880                 WHEN ORDER-CANCELLED                             00688000
006890                     MOVE 'ORDER CANCELLED - NOTHING TO SHIP'     00689000
006900                        TO MESS1I                                 00690000
006910                 WHEN ORDER-ON-HOLD                               00691000
006920                     MOVE 'ORDER ON CREDIT HOLD - CANNOT SHIP'    00692000
006930                        TO MESS1I                                 00693000
006940                 WHEN OTHER                                       00694000
006950                     PERFORM 510-EDIT-FIELDS                      00695000
006960                     IF EDIT-OK                                   00696000
006970                         PERFORM 540-RECORD-SHIPMENT              00697000
006980                     END-IF                                       00698000
006990             END-EVALUATE                                         00699000
007000         END-IF                                                   00700000
007010     END-IF                                                       00701000
007020     EXIT.                                                        00702000
007030                                                                  00703000
007040******************************************************************00704000
007050* 510-EDIT-FIELDS -- CARRIER AND TRACKING NUMBER REQUIRED, SHIP  *00705000
007060* DATE YYYY-MM-DD NOT IN THE FUTURE (BLANK = TODAY), PACKAGES    *00706000
007070* 001 - 999, WEIGHT 99999.99, SHIPPED QUANTITY 00 - 99 AND NOT   *00707000
007080* ABOVE THE QUANTITY ORDERED                                     *00708000
007090******************************************************************00709000
007100 510-EDIT-FIELDS.                                                 00710000
007110     MOVE 'Y' TO WS-EDIT-OK                                       00711000
007120     EVALUATE TRUE                                                00712000
007130         WHEN CARRI = SPACES OR CARRI = LOW-VALUES                00713000
007140             MOVE 'N' TO WS-EDIT-OK                               00714000
007150             MOVE 'CARRIER IS REQUIRED' TO MESS1I                 00715000
007160         WHEN TRACKI = SPACES OR TRACKI = LOW-VALUES              00716000
007170             MOVE 'N' TO WS-EDIT-OK                               00717000
007180             MOVE 'TRACKING NUMBER IS REQUIRED' TO MESS1I         00718000
007190         WHEN PKGSI NOT NUMERIC OR PKGSI = '000'                  00719000
007200             MOVE 'N' TO WS-EDIT-OK                               00720000
007210             MOVE 'PACKAGES MUST BE 001 - 999' TO MESS1I          00721000
007220         WHEN WGHTI(6:1) NOT = '.'                                00722000
007230           OR WGHTI(1:5) NOT NUMERIC                              00723000
007240           OR WGHTI(7:2) NOT NUMERIC                              00724000
007250             MOVE 'N' TO WS-EDIT-OK                               00725000
007260             MOVE 'INVALID WEIGHT (EXPECTED 99999.99)' TO MESS1I  00726000
007270     END-EVALUATE                                                 00727000
007280     IF EDIT-OK                                                   00728000
007290         IF SHPDTI = SPACES OR SHPDTI = LOW-VALUES                00729000
007300             MOVE WS-TODAY TO SHPDTI                              00730000
007310         END-IF                                                   00731000
007320         MOVE SHPDTI TO WS-CHK-DATE                               00732000
007330         PERFORM 525-CHECK-DATE                                   00733000
007340         IF NOT EDIT-OK                                           00734000
007350             MOVE 'SHIP DATE MUST BE YYYY-MM-DD' TO MESS1I        00735000
007360         ELSE                                                     00736000
007370             IF SHPDTI > WS-TODAY                                 00737000
007380                 MOVE 'N' TO WS-EDIT-OK                           00738000
007390                 MOVE 'SHIP DATE MAY NOT BE IN THE FUTURE'        00739000
007400                    TO MESS1I                                     00740000
007410             END-IF                                               00741000
007420         END-IF                                                   00742000
007430     END-IF                                                       00743000
007440     IF EDIT-OK                                                   00744000
007450         PERFORM 530-EDIT-ONE-LINE                                00745000
007460            VARYING WS-LINE-I FROM 1 BY 1                         00746000
007470               UNTIL WS-LINE-I > 24 OR NOT EDIT-OK                00747000
007480     END-IF                                                       00748000
007490     EXIT.                                                        00749000
007500                                                                  00750000
007510 525-CHECK-DATE.                                                  00751000
007520     IF WS-CHK-DATE(5:1) NOT = '-' OR WS-CHK-DATE(8:1) NOT = '-'  00752000
007530     OR WS-CHK-DATE(1:4) NOT NUMERIC                              00753000
007540     OR WS-CHK-DATE(6:2) NOT NUMERIC                              00754000
007550     OR WS-CHK-DATE(9:2) NOT NUMERIC                              00755000
007560     OR WS-CHK-DATE(6:2) < '01' OR WS-CHK-DATE(6:2) > '12'        00756000
007570     OR WS-CHK-DATE(9:2) < '01' OR WS-CHK-DATE(9:2) > '31'        00757000
007580         MOVE 'N' TO WS-EDIT-OK                                   00758000
007590     END-IF                                                       00759000
007600     EXIT.                                                        00760000
007610                                                                  00761000
007620 530-EDIT-ONE-LINE.                                               00762000
007630     IF WS-CA-P-NO(WS-LINE-I) NOT = SPACES                        00763000
007640         IF QSHPI(WS-LINE-I) NOT NUMERIC                          00764000
007650             MOVE 'N' TO WS-EDIT-OK                               00765000
007660             MOVE 'SHIPPED QUANTITY MUST BE 00 - 99' TO MESS1I    00766000
007670         ELSE                                                     00767000
007680             MOVE QSHPI(WS-LINE-I) TO WS-QTY-SHIP                 00768000
007690             IF WS-QTY-SHIP > WS-CA-QTY-ORD(WS-LINE-I)            00769000
007700                 MOVE 'N' TO WS-EDIT-OK                           00770000
007710                 MOVE SPACES TO MESS1I                            00771000
007720                 STRING                                           00772000
007730                    'MORE SHIPPED THAN ORDERED FOR PRODUCT '      00773000
007740                                          DELIMITED BY SIZE       00774000
007750                    WS-CA-P-NO(WS-LINE-I) DELIMITED BY SIZE       00775000
007760                    INTO MESS1I                                   00776000
007770                 END-STRING                                       00777000
007780             END-IF                                               00778000
007790         END-IF                                                   00779000
007800     END-IF                                                       00780000
007810     EXIT.                                                        00781000
007820                                                                  00782000
007830******************************************************************00783000
007840* 540-RECORD-SHIPMENT -- HEADER TO STATUS C WITH THE SHIPMENT    *00784000
007850* DETAILS, THE LINES OF THE PAGE AT THE QUANTITY KEYED, AND ANY  *00785000
007860* OTHER LINE NOT YET ON FILE AT THE QUANTITY ORDERED. ANY FAILED *00786000
007870* WRITE BACKS THE WHOLE CONFIRMATION OUT                         *00787000
007880******************************************************************00788000
007890 540-RECORD-SHIPMENT.                                             00789000
007900     MOVE 'Y'  TO WS-WRITE-OK                                     00790000
007910     MOVE ZERO TO WS-LINES-DONE                                   00791000
007920     EXEC CICS ASSIGN                                             00792000
007930          USERID(WS-USERID)                                       00793000
007940     END-EXEC                                                     00794000
007950     PERFORM 550-WRITE-HEADER                                     00795000
007960     IF WRITE-OK                                                  00796000
007970         PERFORM 560-WRITE-PAGE-LINE                              00797000
007980            VARYING WS-LINE-I FROM 1 BY 1                         00798000
007990               UNTIL WS-LINE-I > 24 OR NOT WRITE-OK               00799000
008000     END-IF                                                       00800000
008010     IF WRITE-OK                                                  00801000
008020         PERFORM 570-ADD-OTHER-LINES                              00802000
008030     END-IF                                                       00803000
008040     IF WRITE-OK                                                  00804000
008050         MOVE 'CONFIRMED - AWAITING BILLING' TO SSTATI            00805000
008060         MOVE WS-TODAY  TO CONFDI                                 00806000
008070         MOVE WS-USERID TO CONFUI                                 00807000
008080         MOVE WS-LINES-DONE TO ED-CNT                             00808000
008090         MOVE SPACES TO MESS1I                                    00809000
008100         STRING                                                   00810000
008110            'SHIPMENT CONFIRMED - ' DELIMITED BY SIZE             00811000
008120            ED-CNT                  DELIMITED BY SIZE             00812000
008130            ' LINE(S) RECORDED'     DELIMITED BY SIZE             00813000
008140            INTO MESS1I                                           00814000
008150         END-STRING                                               00815000
008160     ELSE                                                         00816000
008170         IF MESS1I = SPACES                                       00817000
008180             MOVE 'SHIPCNF UPDATE FAILED - NOTHING RECORDED'      00818000
008190                TO MESS1I                                         00819000
008200         END-IF                                                   00820000
008210         EXEC CICS SYNCPOINT ROLLBACK END-EXEC                    00821000
008220     END-IF                                                       00822000
008230     EXIT.                                                        00823000
008240                                                                  00824000
008250 550-WRITE-HEADER.                                                00825000
008260     MOVE ORDNOI TO SHK-O-NO                                      00826000
008270     MOVE SPACES TO SHK-P-NO                                      00827000
008280     EXEC CICS READ FILE('SHIPCNF')                               00828000
008290          INTO(SHIPCNF-RECORD)                                    00829000
008300          RIDFLD(SHK-KEY)                                         00830000
008310          UPDATE                                                  00831000
008320          RESP(WS-RESP)                                           00832000
008330     END-EXEC                                                     00833000
008340     EVALUATE TRUE                                                00834000
008350         WHEN WS-RESP = DFHRESP(NORMAL)                           00835000
008360             PERFORM 555-HEADER-FIELDS                            00836000
008370             EXEC CICS REWRITE FILE('SHIPCNF')                    00837000
008380                  FROM(SHIPCNF-RECORD)                            00838000
008390                  RESP(WS-RESP)                                   00839000
008400             END-EXEC                                             00840000
008410         WHEN WS-RESP = DFHRESP(NOTFND)                           00841000
008420             MOVE SPACES TO SHK-DATA                              00842000
008430             MOVE ORDNOI TO SHK-O-NO                              00843000
008440             MOVE SPACES TO SHK-P-NO                              00844000
008450             MOVE ORDER-C-NO    TO SHK-C-NO                       00845000
008460             MOVE CUSTS-COMPANY TO SHK-COMPANY                    00846000
008470             MOVE ORDER-O-DATE  TO SHK-O-DATE                     00847000
008480             PERFORM 555-HEADER-FIELDS                            00848000
008490             EXEC CICS WRITE FILE('SHIPCNF')                      00849000
008500                  FROM(SHIPCNF-RECORD)                            00850000
008510                  RIDFLD(SHK-KEY)                                 00851000
008520                  RESP(WS-RESP)                                   00852000
008530             END-EXEC                                             00853000
008540     END-EVALUATE                                                 00854000
008550     IF WS-RESP NOT = DFHRESP(NORMAL)                             00855000
008560         MOVE 'N' TO WS-WRITE-OK                                  00856000
008570     END-IF                                                       00857000
008580     EXIT.                                                        00858000
008590                                                                  00859000
008600 555-HEADER-FIELDS.                                               00860000
008610     MOVE 'C'       TO SHK-STATUS                                 00861000
008620     MOVE CARRI     TO SHK-CARRIER                                00862000
008630     MOVE TRACKI    TO SHK-TRACKING                               00863000
008640     MOVE SHPDTI    TO SHK-SHIP-DATE                              00864000
008650     MOVE PKGSI     TO SHK-PACKAGES                               00865000
008660     MOVE WGHTI     TO WS-WGT-EDIT                                00866000
008670     MOVE WS-WGT-EDIT TO SHK-WEIGHT                               00867000
008680     MOVE WS-USERID TO SHK-USERID                                 00868000
008690     MOVE WS-TODAY  TO SHK-CONF-DATE                              00869000
008700     EXIT.                                                        00870000
008710                                                                  00871000
008720******************************************************************00872000
008730* 560-WRITE-PAGE-LINE -- A LINE OF THE PAGE SHOWN : REPLACE THE  *00873000
008740* QUANTITY SHIPPED OR ADD THE LINE RECORD                        *00874000
008750******************************************************************00875000
008760 560-WRITE-PAGE-LINE.                                             00876000
008770     IF WS-CA-P-NO(WS-LINE-I) NOT = SPACES                        00877000
008780         MOVE WS-CA-P-NO(WS-LINE-I)    TO WS-PUT-P-NO             00878000
008790         MOVE WS-CA-QTY-ORD(WS-LINE-I) TO WS-PUT-QTY-ORD          00879000
008800         MOVE QSHPI(WS-LINE-I)         TO WS-QTY-SHIP             00880000
008810         MOVE ORDNOI      TO SHK-O-NO                             00881000
008820         MOVE WS-PUT-P-NO TO SHK-P-NO                             00882000
008830         EXEC CICS READ FILE('SHIPCNF')                           00883000
008840              INTO(SHIPCNF-RECORD)                                00884000
008850              RIDFLD(SHK-KEY)                                     00885000
008860              UPDATE                                              00886000
008870              RESP(WS-RESP)                                       00887000
008880         END-EXEC                                                 00888000
008890         EVALUATE TRUE                                            00889000
008900             WHEN WS-RESP = DFHRESP(NORMAL)                       00890000
008910                 MOVE WS-QTY-SHIP    TO SHK-QTY-SHIP              00891000
008920                 MOVE WS-PUT-QTY-ORD TO SHK-QTY-ORD               00892000
008930                 EXEC CICS REWRITE FILE('SHIPCNF')                00893000
008940                      FROM(SHIPCNF-RECORD)                        00894000
008950                      RESP(WS-RESP)                               00895000
008960                 END-EXEC                                         00896000
008970                 IF WS-RESP = DFHRESP(NORMAL)                     00897000
008980                     ADD 1 TO WS-LINES-DONE                       00898000
008990                 ELSE                                             00899000
009000                     MOVE 'N' TO WS-WRITE-OK                      00900000
009010                 END-IF                                           00901000
009020             WHEN WS-RESP = DFHRESP(NOTFND)                       00902000
009030                 PERFORM 580-WRITE-NEW-LINE                       00903000
009040             WHEN OTHER                                           00904000
009050                 MOVE 'N' TO WS-WRITE-OK                          00905000
009060         END-EVALUATE                                             00906000
009070     END-IF                                                       00907000
009080     EXIT.                                                        00908000
009090                                                                  00909000
009100******************************************************************00910000
009110* 570-ADD-OTHER-LINES -- THE LINES OF THE OTHER PAGES THAT ARE   *00911000
009120* NOT YET ON FILE SHIP AS ORDERED ; THOSE ALREADY RECORDED STAY  *00912000
009130******************************************************************00913000
009140 570-ADD-OTHER-LINES.                                             00914000
009150     MOVE ZERO TO WS-ITEM-NO                                      00915000
009160     MOVE 'N'  TO WS-CURSOR-SW                                    00916000
009170     MOVE ORDNOI TO ITEM-O-NO                                     00917000
009180     EXEC SQL                                                     00918000
009190        OPEN CITEM                                                00919000
009200     END-EXEC                                                     00920000
009210     IF SQLCODE NOT = ZERO                                        00921000
009220         MOVE 'N' TO WS-WRITE-OK                                  00922000
009230         PERFORM 950-SQL-ERROR                                    00923000
009240     ELSE                                                         00924000
009250         PERFORM 575-FETCH-OTHER-LINE UNTIL CURSOR-END            00925000
009260         EXEC SQL                                                 00926000
009270            CLOSE CITEM                                           00927000
009280         END-EXEC                                                 00928000
009290     END-IF                                                       00929000
009300     EXIT.                                                        00930000
009310                                                                  00931000
009320 575-FETCH-OTHER-LINE.                                            00932000
009330     EXEC SQL                                                     00933000
009340        FETCH CITEM                                               00934000
009350            INTO :ITEM-P-NO, :ITEM-QUANTITY                       00935000
009360     END-EXEC                                                     00936000
009370     EVALUATE TRUE                                                00937000
009380         WHEN SQLCODE = ZERO                                      00938000
009390             ADD 1 TO WS-ITEM-NO                                  00939000
009400             IF WS-ITEM-NO < WS-CA-TOP                            00940000
009410                OR WS-ITEM-NO >= WS-CA-TOP + 24                   00941000
009420                 PERFORM 577-ADD-IF-MISSING                       00942000
009430                 IF NOT WRITE-OK                                  00943000
009440                     MOVE 'Y' TO WS-CURSOR-SW                     00944000
009450                 END-IF                                           00945000
009460             END-IF                                               00946000
009470         WHEN SQLCODE = +100                                      00947000
009480             MOVE 'Y' TO WS-CURSOR-SW                             00948000
009490         WHEN OTHER                                               00949000
009500             MOVE 'Y' TO WS-CURSOR-SW                             00950000
009510             MOVE 'N' TO WS-WRITE-OK                              00951000
009520             PERFORM 950-SQL-ERROR                                00952000
009530     END-EVALUATE                                                 00953000
009540     EXIT.                                                        00954000
009550                                                                  00955000
009560 577-ADD-IF-MISSING.                                              00956000
009570     MOVE ITEM-P-NO     TO WS-PUT-P-NO                            00957000
009580     MOVE ITEM-QUANTITY TO WS-PUT-QTY-ORD                         00958000
009590     MOVE ITEM-QUANTITY TO WS-QTY-SHIP                            00959000
009600     MOVE ORDNOI      TO SHK-O-NO                                 00960000
009610     MOVE WS-PUT-P-NO TO SHK-P-NO                                 00961000
009620     EXEC CICS READ FILE('SHIPCNF')                               00962000
009630          INTO(SHIPCNF-RECORD)                                    00963000
009640          RIDFLD(SHK-KEY)                                         00964000
009650          RESP(WS-RESP)                                           00965000
009660     END-EXEC                                                     00966000
009670     EVALUATE TRUE                                                00967000
009680         WHEN WS-RESP = DFHRESP(NORMAL)                           00968000
009690             CONTINUE                                             00969000
009700         WHEN WS-RESP = DFHRESP(NOTFND)                           00970000
009710             PERFORM 580-WRITE-NEW-LINE                           00971000
009720         WHEN OTHER                                               00972000
009730             MOVE 'N' TO WS-WRITE-OK                              00973000
009740     END-EVALUATE                                                 00974000
009750     EXIT.                                                        00975000
009760                                                                  00976000
009770 580-WRITE-NEW-LINE.                                              00977000
009780     MOVE SPACES      TO SHK-DATA                                 00978000
009790     MOVE ORDNOI      TO SHK-O-NO                                 00979000
009800     MOVE WS-PUT-P-NO TO SHK-P-NO                                 00980000
009810     MOVE WS-QTY-SHIP    TO SHK-QTY-SHIP                          00981000
009820     MOVE WS-PUT-QTY-ORD TO SHK-QTY-ORD                           00982000
009830     EXEC CICS WRITE FILE('SHIPCNF')                              00983000
009840          FROM(SHIPCNF-RECORD)                                    00984000
009850          RIDFLD(SHK-KEY)                                         00985000
009860          RESP(WS-RESP)                                           00986000
009870     END-EXEC                                                     00987000
009880     IF WS-RESP = DFHRESP(NORMAL)                                 00988000
009890         ADD 1 TO WS-LINES-DONE                                   00989000
009900     ELSE                                                         00990000
009910         MOVE 'N' TO WS-WRITE-OK                                  00991000
009920     END-IF                                                       00992000
009930     EXIT.                                                        00993000
009940                                                                  00994000
009950******************************************************************00995000
009960* 805-GET-TODAY -- CURRENT DATE AS YYYY-MM-DD                    *00996000
009970******************************************************************00997000
009980 805-GET-TODAY.                                                   00998000
009990     EXEC CICS ASKTIME                                            00999000
010000          ABSTIME(WS-ABS-TIME)                                    01000000
010010     END-EXEC                                                     01001000
010020     EXEC CICS FORMATTIME                                         01002000
010030          ABSTIME(WS-ABS-TIME)                                    01003000
010040          YYYYMMDD(WS-TODAY-YMD)                                  01004000
010050     END-EXEC                                                     01005000
010060     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY(1:4)                      01006000
010070     MOVE '-'               TO WS-TODAY(5:1)                      01007000
010080     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY(6:2)                      01008000
010090     MOVE '-'               TO WS-TODAY(8:1)                      01009000
010100     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY(9:2)                      01010000
010110     EXIT.                                                        01011000
010120                                                                  01012000
010130******************************************************************01013000
010140* 900-SEND-MAP-DATAONLY -- RE-DISPLAY THE SCREEN WITH ANY        *01014000
010150* UPDATED DATA/MESSAGES, LEAVING ATTRIBUTES AS MAPPED            *01015000
010160******************************************************************01016000
010170 900-SEND-MAP-DATAONLY.                                           01017000
010180     EXEC CICS SEND MAP('MAP1SH')                                 01018000
010190          MAPSET('MS1SH')                                         01019000
010200          FROM(MAP1SHI)                                           01020000
010210          DATAONLY                                                01021000
010220          CURSOR                                                  01022000
010230     END-EXEC                                                     01023000
010240     EXIT.                                                        01024000
010250                                                                  01025000
010260******************************************************************01026000
010270* 950-SQL-ERROR -- UNEXPECTED SQLCODE : SHOW IT AND LEAVE THE    *01027000
010280* FILE UNTOUCHED (THE TRANSACTION STAYS UP FOR THE NEXT TRY)     *01028000
010290******************************************************************01029000
010300 950-SQL-ERROR.                                                   01030000
010310     MOVE SQLCODE TO ED-SQLCODE                                   01031000
010320     MOVE SPACES TO MESS1I                                        01032000
010330     STRING                                                       01033000
010340        'SQL ERROR - SQLCODE ' DELIMITED BY SIZE                  01034000
010350        ED-SQLCODE DELIMITED BY SIZE                              01035000
010360        INTO MESS1I                                               01036000
010370     END-STRING                                                   01037000
010380     EXIT.                                                        01038000
010390                                                                  01039000
010400******************************************************************01040000
010410* 045-SET-NEED-LEVEL -- AUTHORITY NEEDED FOR THE KEY PRESSED.    *01041000
010420* CLEAR IS ALWAYS GRANTED SO ANY OPERATOR CAN LEAVE              *01042000
010430******************************************************************01043000
010440 045-SET-NEED-LEVEL.                                              01044000
010450     MOVE 'PJSH' TO WS-AUTH-TRANS                                 01045000
010460     EVALUATE EIBAID                                              01046000
010470         WHEN DFHCLEAR                                            01047000
010480             MOVE SPACE TO WS-NEED-LEVEL                          01048000
010490             MOVE 'CLEAR' TO WS-AUTH-ACTION                       01049000
010500         WHEN DFHENTER                                            01050000
010510             MOVE 'I' TO WS-NEED-LEVEL                            01051000
010520             MOVE 'INQ' TO WS-AUTH-ACTION                         01052000
010530         WHEN DFHPF6                                              01053000
010540             MOVE 'M' TO WS-NEED-LEVEL                            01054000
010550             MOVE 'CONFIRM' TO WS-AUTH-ACTION                     01055000
010560         WHEN DFHPF7                                              01056000
010570             MOVE 'I' TO WS-NEED-LEVEL                            01057000
010580             MOVE 'PAGE' TO WS-AUTH-ACTION                        01058000
010590         WHEN DFHPF8                                              01059000
010600             MOVE 'I' TO WS-NEED-LEVEL                            01060000
010610             MOVE 'PAGE' TO WS-AUTH-ACTION                        01061000
010620         WHEN OTHER                                               01062000
010630             MOVE 'I' TO WS-NEED-LEVEL                            01063000
010640             MOVE 'OTHER' TO WS-AUTH-ACTION                       01064000
010650     END-EVALUATE                                                 01065000
010660     EXIT.                                                        01066000
010670                                                                  01067000
010680     COPY AUTHPRC.                                                01068000
