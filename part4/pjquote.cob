000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJQUOTE.                                    00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                           *00019000
000200* 15/10/2026 GAY  INITIAL VERSION - SALES QUOTATION (TRANSID     *00020000
000210*                  PJQT, MAPSET MS1QT), BUILT LIKE PJORDE : THE  *00021000
000220*                  HEADER SCREEN IS VALIDATED AGAINST API5.      *00022000
000230*                  CUSTOMERS/EMPLOYEES, THE LINE SCREEN AGAINST  *00023000
000240*                  API5.PRODUCTS WITH THE CUSTOMER CONTRACT      *00024000
000250*                  CONDITION (KSDS CONTRKS) SHOWN AND APPLIED AS *00025000
000260*                  PJPART3B WILL BILL IT. LINES ARE PARKED IN A  *00026000
000270*                  TS QUEUE AND THE QUOTE IS WRITTEN TO THE      *00027000
000280*                  QUOTE KSDS AT PF4 WITH ITS EXPIRY DATE. ON    *00028000
000290*                  THE HEADER SCREEN ENTER SHOWS A QUOTE ALREADY *00029000
000300*                  ON FILE, PF5 CONVERTS AN OPEN UNEXPIRED QUOTE *00030000
000310*                  INTO API5.ORDERS/ITEMS AT THE QUOTED PRICES   *00031000
000320*                  (SAME CREDIT CHECK AS PJORDE) AND PF6 MARKS   *00032000
000330*                  IT LOST WITH A REASON                         *00033000
000331* 15/10/2026 GAY  THE CONVERSION CREDIT CHECK ALSO TESTS THE     *00033100
000332*                  NATIONAL-ACCOUNT GROUP LIMIT, AS PJORDE DOES  *00033200
000340******************************************************************00034000
000350                                                                  00035000
000360 DATA DIVISION.                                                   00036000
000370 WORKING-STORAGE SECTION.                                         00037000
000380******************************************************************00038000
000390* STANDARD CICS AID-KEY CONSTANTS (DFHCLEAR, DFHENTER, DFHPFN)   *00039000
000400******************************************************************00040000
000410     COPY DFHAID.                                                 00041000
000420******************************************************************00042000
000430* OPERATOR AUTHORITY CHECK : RECORDS AND WORK FIELDS (SEE COPY   *00043000
000440* AUTHPRC FOR THE PARAGRAPHS)                                    *00044000
000450******************************************************************00045000
000460     COPY AUTHREC.                                                00046000
000470                                                                  00047000
000480     COPY SECVREC.                                                00048000
000490                                                                  00049000
000500     COPY AUTHWK.                                                 00050000
000510                                                                  00051000
000520******************************************************************00052000
000530* PROGRAM SWITCHES AND WORK FIELDS                               *00053000
000540******************************************************************00054000
000550 77 WS-RESP           PIC S9(8) COMP.                             00055000
000560 77 WS-EDIT-OK        PIC X VALUE 'Y'.                            00056000
000570    88 EDIT-OK             VALUE 'Y'.                             00057000
000580    88 EDIT-FAILED         VALUE 'N'.                             00058000
000590 77 ED-SQLCODE        PIC +Z(8)9.                                 00059000
000600 77 WS-QTY-NUM        PIC 9(2).                                   00060000
000610 77 WS-PRICE-EDIT     PIC 99999.99.                               00061000
000620 77 WS-PRICE-NUM      PIC 9(5)V99.                                00062000
000630 77 WS-LINE-DISC      PIC 9(7)V99.                                00063000
000640 77 WS-LINE-I         PIC S9(4) COMP.                             00064000
000650 77 WS-TSQ-LEN        PIC S9(4) COMP VALUE 63.                    00065000
000660 77 WS-ABS-TIME       PIC S9(15) COMP-3.                          00066000
000670 77 WS-TODAY-YMD      PIC X(8).                                   00067000
000680 77 WS-TODAY          PIC X(10).                                  00068000
000690 77 ED-AMOUNT         PIC Z(6)9.99.                               00069000
000700 77 ED-PCT            PIC Z9.99.                                  00070000
000710 77 ED-LINES          PIC ZZ9.                                    00071000
000720                                                                  00072000
000730******************************************************************00073000
000740* QUOTE FILE : THE HEADER OR LINE RECORD READ OR WRITTEN, THE    *00074000
000750* DEFAULT VALIDITY OF A QUOTE AND THE ORDER BEING CONVERTED      *00075000
000760******************************************************************00076000
000770     COPY QTEREC.                                                 00077000
000780                                                                  00078000
000790 77 WS-QTE-SW         PIC X VALUE 'N'.                            00079000
000800    88 QUOTE-FOUND         VALUE 'Y'.                             00080000
000810    88 QUOTE-NOT-FOUND     VALUE 'N'.                             00081000
000820 77 WS-VALID-DAYS     PIC 9(3) VALUE 30.                          00082000
000830 77 WS-CONV-O-NO      PIC 9(6) VALUE ZERO.                        00083000
000840 77 WS-UOW-SW         PIC X VALUE 'N'.                            00084000
000850    88 UOW-STARTED         VALUE 'Y'.                             00085000
000860                                                                  00086000
000870 01 W-YMD.                                                        00087000
000880    05 W-YMD-Y        PIC X(4).                                   00088000
000890    05 W-YMD-M        PIC X(2).                                   00089000
000900    05 W-YMD-D        PIC X(2).                                   00090000
000910 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00091000
000920 77 WS-DATE-INT       PIC S9(9) COMP VALUE ZERO.                  00092000
000930                                                                  00093000
000940******************************************************************00094000
000950* CONTRACT CONDITION OF THE LINE : THE CUSTOMER'S CONDITION ON  * 00095000
000960* THE PRODUCT, ELSE ON ***, IN FORCE AT THE QUOTE DATE (AT THE   *00096000
000970* ORDER DATE WHEN A QUOTE IS CONVERTED). NO CONTRKS FILE OR NO   *00097000
000980* RECORD MEANS NO CONDITION, AS IN PJPART3B                      *00098000
000990******************************************************************00099000
001000     COPY CONKREC.                                                00100000
001010                                                                  00101000
001020 77 WS-CON-SW         PIC X VALUE 'N'.                            00102000
001030    88 CONTRACT-FOUND      VALUE 'Y'.                             00103000
001040 77 WS-BRW-DONE       PIC X VALUE 'N'.                            00104000
001050    88 BROWSE-DONE         VALUE 'Y'.                             00105000
001060 77 WS-CON-C-NO       PIC 9(3).                                   00106000
001070 77 WS-CON-P-NO       PIC X(3).                                   00107000
001080 77 WS-BRW-P-NO       PIC X(3).                                   00108000
001090 77 WS-CON-DATE       PIC X(10).                                  00109000
001100 77 WS-CON-TYPE       PIC X(1).                                   00110000
001110 77 WS-CON-PCT        PIC 99V99.                                  00111000
001120 77 WS-CON-PRICE      PIC 9(5)V99.                                00112000
001130 77 WS-CON-FROM       PIC X(10).                                  00113000
001140 77 WS-CON-TO         PIC X(10).                                  00114000
001150                                                                  00115000
001160******************************************************************00116000
001170* CREDIT CHECK WORK FIELDS AND THE KSDS RECORDS INVOLVED (SAME   *00117000
001180* CHECK AS PJORDE WHEN A QUOTE BECOMES AN ORDER)                 *00118000
001190******************************************************************00119000
001200 77 WS-ORD-VALUE      PIC S9(9)V99 VALUE ZERO.                    00120000
001210 77 WS-OPEN-AR        PIC S9(9)V99 VALUE ZERO.                    00121000
001220 77 WS-PENDING        PIC S9(9)V99 COMP-3 VALUE ZERO.             00122000
001230 77 WS-PENDING-IND    PIC S9(4) COMP VALUE ZERO.                  00123000
001240 77 WS-PEND-TOT       PIC S9(9)V99 VALUE ZERO.                    00124000
001250 77 WS-PEND-SW        PIC X VALUE 'Y'.                            00125000
001260    88 PENDING-UNBILLED    VALUE 'Y'.                             00126000
001270 77 WS-EXPOSURE       PIC S9(9)V99 VALUE ZERO.                    00127000
001280 77 WS-LIMIT-SW       PIC X VALUE 'N'.                            00128000
001290    88 LIMIT-ON-FILE       VALUE 'Y'.                             00129000
001300 77 WS-OVER-SW        PIC X VALUE 'N'.                            00130000
001310    88 OVER-LIMIT          VALUE 'Y'.                             00131000
001311                                                                  00131100
001311******************************************************************00131101
001312* GROUP CREDIT CHECK (NATIONAL ACCOUNTS, KSDS NATACCT) : THE     *00131200
001312* PARENT'S GROUP LIMIT IS TESTED AGAINST THE EXPOSURE OF ALL THE *00131201
001313* CUSTOMERS OF THE GROUP                                         *00131300
001313******************************************************************00131301
001314 77 WS-EXP-C-NO       PIC 9(3).                                   00131400
001314 77 WS-GRP-SW         PIC X VALUE 'N'.                            00131401
001315    88 GROUP-LIMIT-ON-FILE VALUE 'Y'.                             00131500
001315 77 WS-GRP-OVER-SW    PIC X VALUE 'N'.                            00131501
001316    88 GROUP-OVER-LIMIT    VALUE 'Y'.                             00131600
001316 77 WS-GRP-BRW-SW     PIC X VALUE 'N'.                            00131601
001317    88 GROUP-BROWSE-DONE   VALUE 'Y'.                             00131700
001317 77 WS-GRP-PARENT     PIC 9(3).                                   00131701
001318 77 WS-GRP-LIMIT      PIC 9(7)V99 VALUE ZERO.                     00131800
001318 77 WS-GRP-EXPOSURE   PIC S9(9)V99 VALUE ZERO.                    00131801
001319                                                                  00131900
001319     COPY NATREC.                                                 00131901
001320                                                                  00132000
001330     COPY CRLMREC.                                                00133000
001340                                                                  00134000
001350     COPY ARBLREC.                                                00135000
001360                                                                  00136000
001370     COPY ORDHREC.                                                00137000
001380                                                                  00138000
001390     COPY SHIPREC.                                                00139000
001400                                                                  00140000
001410******************************************************************00141000
001420* INVOICE HISTORY KEY - USED ONLY TO KEEP ALREADY-BILLED ORDERS * 00142000
001430* OUT OF THE PENDING-ORDER EXPOSURE                             * 00143000
001440******************************************************************00144000
001450 01 HIST-RECORD.                                                  00145000
001460    05 HIST-KEY.                                                  00146000
001470       10 HK-O-NO PIC 9(6).                                       00147000
001480       10 HK-TYPE PIC X(1).                                       00148000
001490       10 HK-SEQ  PIC 9(3).                                       00149000
001500    05 HIST-DATA  PIC X(204).                                     00150000
001510                                                                  00151000
001520******************************************************************00152000
001530* DECLARATION SQL                                                *00153000
001540******************************************************************00154000
001550     EXEC SQL                                                     00155000
001560        INCLUDE SQLCA                                             00156000
001570     END-EXEC.                                                    00157000
001580                                                                  00158000
001590     EXEC SQL                                                     00159000
001600        INCLUDE ORDERS                                            00160000
001610     END-EXEC.                                                    00161000
001620                                                                  00162000
001630     EXEC SQL                                                     00163000
001640        INCLUDE CUSTS                                             00164000
001650     END-EXEC.                                                    00165000
001660                                                                  00166000
001670     EXEC SQL                                                     00167000
001680        INCLUDE EMPLO                                             00168000
001690     END-EXEC.                                                    00169000
001700                                                                  00170000
001710     EXEC SQL                                                     00171000
001720        INCLUDE PRODUCTS                                          00172000
001730     END-EXEC.                                                    00173000
001740                                                                  00174000
001750     EXEC SQL                                                     00175000
001760        INCLUDE ITEMS                                             00176000
001770     END-EXEC.                                                    00177000
001780                                                                  00178000
001790******************************************************************00179000
001800* CURSEUR DES AUTRES COMMANDES DU CLIENT POUR LE CALCUL DE      * 00180000
001810* L ENCOURS NON FACTURE AU MOMENT DU CONTROLE DE CREDIT         * 00181000
001820******************************************************************00182000
001830     EXEC SQL                                                     00183000
001840        DECLARE CPEND CURSOR FOR                                  00184000
001850           SELECT O_NO                                            00185000
001860           FROM API5.ORDERS                                       00186000
001870           WHERE C_NO = :ORDER-C-NO                               00187000
001880             AND O_NO <> :ORDER-O-NO                              00188000
001890     END-EXEC.                                                    00189000
001900                                                                  00190000
001910******************************************************************00191000
001920* COMMAREA : PHASE (H = HEADER SCREEN, L = LINE SCREEN), THE     *00192000
001930* VALIDATED HEADER FIELDS AND THE RUNNING QUOTE TOTALS CARRIED   *00193000
001940* BETWEEN TASKS                                                  *00194000
001950******************************************************************00195000
001960 01 WS-COMM.                                                      00196000
001970    05 WS-CA-PHASE    PIC X(1).                                   00197000
001980       88 PHASE-HEADER    VALUE 'H'.                              00198000
001990       88 PHASE-LINES     VALUE 'L'.                              00199000
002000    05 WS-CA-Q-NO     PIC 9(6).                                   00200000
002010    05 WS-CA-Q-DATE   PIC X(10).                                  00201000
002020    05 WS-CA-EXP-DATE PIC X(10).                                  00202000
002030    05 WS-CA-C-NO     PIC 9(3).                                   00203000
002040    05 WS-CA-S-NO     PIC 9(3).                                   00204000
002050    05 WS-CA-LINE-CNT PIC 9(3).                                   00205000
002060    05 WS-CA-SHIP.                                                00206000
002070       10 WS-CA-SHIP-NAME PIC X(30).                              00207000
002080       10 WS-CA-SHIP-ADDR PIC X(50).                              00208000
002090       10 WS-CA-SHIP-CITY PIC X(20).                              00209000
002100       10 WS-CA-SHIP-ST   PIC X(2).                               00210000
002110       10 WS-CA-SHIP-ZIP  PIC X(5).                               00211000
002120    05 WS-CA-TOTAL    PIC 9(7)V99.                                00212000
002130    05 WS-CA-DISC     PIC 9(7)V99.                                00213000
002140                                                                  00214000
002150******************************************************************00215000
002160* TS QUEUE : ONE RECORD PER ENTERED LINE, NAMED AFTER THE        *00216000
002170* TERMINAL SO TWO CLERKS CANNOT COLLIDE                          *00217000
002180******************************************************************00218000
002190 77 WS-TSQ-NAME PIC X(8) VALUE SPACES.                            00219000
002200 01 L-TSQ-ITEM.                                                   00220000
002210    05 TSQ-P-NO     PIC X(3).                                     00221000
002220    05 TSQ-DESC     PIC X(30).                                    00222000
002230    05 TSQ-QTY      PIC 9(2).                                     00223000
002240    05 TSQ-PRICE    PIC 9(5)V99.                                  00224000
002250    05 TSQ-LIST     PIC 9(5)V99.                                  00225000
002260    05 TSQ-CON-TYPE PIC X(1).                                     00226000
002270    05 TSQ-CON-PCT  PIC 99V99.                                    00227000
002280    05 TSQ-DISC     PIC 9(7)V99.                                  00228000
002290                                                                  00229000
002300******************************************************************00230000
002310* SYMBOLIC MAPS FOR MAP1QH / MAP1QL (HAND-MAINTAINED)            *00231000
002320******************************************************************00232000
002330 01 MAP1QHI.                                                      00233000
002340    02 FILLER            PIC X(12).                               00234000
002350    02 QTNOL        PIC S9(4) COMP.                               00235000
002360    02 QTNOF        PIC X.                                        00236000
002370    02 FILLER REDEFINES QTNOF.                                    00237000
002380       03 QTNOA     PIC X.                                        00238000
002390    02 QTNOI        PIC X(6).                                     00239000
002400    02 QSTATL       PIC S9(4) COMP.                               00240000
002410    02 QSTATF       PIC X.                                        00241000
002420    02 FILLER REDEFINES QSTATF.                                   00242000
002430       03 QSTATA    PIC X.                                        00243000
002440    02 QSTATI       PIC X(40).                                    00244000
002450    02 QTDTL        PIC S9(4) COMP.                               00245000
002460    02 QTDTF        PIC X.                                        00246000
002470    02 FILLER REDEFINES QTDTF.                                    00247000
002480       03 QTDTA     PIC X.                                        00248000
002490    02 QTDTI        PIC X(10).                                    00249000
002500    02 EXPDTL       PIC S9(4) COMP.                               00250000
002510    02 EXPDTF       PIC X.                                        00251000
002520    02 FILLER REDEFINES EXPDTF.                                   00252000
002530       03 EXPDTA    PIC X.                                        00253000
002540    02 EXPDTI       PIC X(10).                                    00254000
002550    02 CUSNOL       PIC S9(4) COMP.                               00255000
002560    02 CUSNOF       PIC X.                                        00256000
002570    02 FILLER REDEFINES CUSNOF.                                   00257000
002580       03 CUSNOA    PIC X.                                        00258000
002590    02 CUSNOI       PIC X(3).                                     00259000
002600    02 CUSNAML      PIC S9(4) COMP.                               00260000
002610    02 CUSNAMF      PIC X.                                        00261000
002620    02 FILLER REDEFINES CUSNAMF.                                  00262000
002630       03 CUSNAMA   PIC X.                                        00263000
002640    02 CUSNAMI      PIC X(30).                                    00264000
002650    02 EMPNOL       PIC S9(4) COMP.                               00265000
002660    02 EMPNOF       PIC X.                                        00266000
002670    02 FILLER REDEFINES EMPNOF.                                   00267000
002680       03 EMPNOA    PIC X.                                        00268000
002690    02 EMPNOI       PIC X(3).                                     00269000
002700    02 EMPNAML      PIC S9(4) COMP.                               00270000
002710    02 EMPNAMF      PIC X.                                        00271000
002720    02 FILLER REDEFINES EMPNAMF.                                  00272000
002730       03 EMPNAMA   PIC X.                                        00273000
002740    02 EMPNAMI      PIC X(30).                                    00274000
002750    02 SHPNAML      PIC S9(4) COMP.                               00275000
002760    02 SHPNAMF      PIC X.                                        00276000
002770    02 FILLER REDEFINES SHPNAMF.                                  00277000
002780       03 SHPNAMA   PIC X.                                        00278000
002790    02 SHPNAMI      PIC X(30).                                    00279000
002800    02 SHPADRL      PIC S9(4) COMP.                               00280000
002810    02 SHPADRF      PIC X.                                        00281000
002820    02 FILLER REDEFINES SHPADRF.                                  00282000
002830       03 SHPADRA   PIC X.                                        00283000
002840    02 SHPADRI      PIC X(50).                                    00284000
002850    02 SHPCTYL      PIC S9(4) COMP.                               00285000
002860    02 SHPCTYF      PIC X.                                        00286000
002870    02 FILLER REDEFINES SHPCTYF.                                  00287000
002880       03 SHPCTYA   PIC X.                                        00288000
002890    02 SHPCTYI      PIC X(20).                                    00289000
002900    02 SHPSTL       PIC S9(4) COMP.                               00290000
002910    02 SHPSTF       PIC X.                                        00291000
002920    02 FILLER REDEFINES SHPSTF.                                   00292000
002930       03 SHPSTA    PIC X.                                        00293000
002940    02 SHPSTI       PIC X(2).                                     00294000
002950    02 SHPZIPL      PIC S9(4) COMP.                               00295000
002960    02 SHPZIPF      PIC X.                                        00296000
002970    02 FILLER REDEFINES SHPZIPF.                                  00297000
002980       03 SHPZIPA   PIC X.                                        00298000
002990    02 SHPZIPI      PIC X(5).                                     00299000
003000    02 ORDNOL       PIC S9(4) COMP.                               00300000
003010    02 ORDNOF       PIC X.                                        00301000
003020    02 FILLER REDEFINES ORDNOF.                                   00302000
003030       03 ORDNOA    PIC X.                                        00303000
003040    02 ORDNOI       PIC X(6).                                     00304000
003050    02 LOSTRL       PIC S9(4) COMP.                               00305000
003060    02 LOSTRF       PIC X.                                        00306000
003070    02 FILLER REDEFINES LOSTRF.                                   00307000
003080       03 LOSTRA    PIC X.                                        00308000
003090    02 LOSTRI       PIC X(30).                                    00309000
003100    02 MESSHL       PIC S9(4) COMP.                               00310000
003110    02 MESSHF       PIC X.                                        00311000
003120    02 FILLER REDEFINES MESSHF.                                   00312000
003130       03 MESSHA    PIC X.                                        00313000
003140    02 MESSHI       PIC X(55).                                    00314000
003150                                                                  00315000
003160 01 MAP1QLI.                                                      00316000
003170    02 FILLER            PIC X(12).                               00317000
003180    02 QLNOL        PIC S9(4) COMP.                               00318000
003190    02 QLNOF        PIC X.                                        00319000
003200    02 FILLER REDEFINES QLNOF.                                    00320000
003210       03 QLNOA     PIC X.                                        00321000
003220    02 QLNOI        PIC X(6).                                     00322000
003230    02 LINCNTL      PIC S9(4) COMP.                               00323000
003240    02 LINCNTF      PIC X.                                        00324000
003250    02 FILLER REDEFINES LINCNTF.                                  00325000
003260       03 LINCNTA   PIC X.                                        00326000
003270    02 LINCNTI      PIC X(3).                                     00327000
003280    02 PNOL         PIC S9(4) COMP.                               00328000
003290    02 PNOF         PIC X.                                        00329000
003300    02 FILLER REDEFINES PNOF.                                     00330000
003310       03 PNOA      PIC X.                                        00331000
003320    02 PNOI         PIC X(3).                                     00332000
003330    02 PDESCL       PIC S9(4) COMP.                               00333000
003340    02 PDESCF       PIC X.                                        00334000
003350    02 FILLER REDEFINES PDESCF.                                   00335000
003360       03 PDESCA    PIC X.                                        00336000
003370    02 PDESCI       PIC X(30).                                    00337000
003380    02 QTYL         PIC S9(4) COMP.                               00338000
003390    02 QTYF         PIC X.                                        00339000
003400    02 FILLER REDEFINES QTYF.                                     00340000
003410       03 QTYA      PIC X.                                        00341000
003420    02 QTYI         PIC X(2).                                     00342000
003430    02 PRICEL       PIC S9(4) COMP.                               00343000
003440    02 PRICEF       PIC X.                                        00344000
003450    02 FILLER REDEFINES PRICEF.                                   00345000
003460       03 PRICEA    PIC X.                                        00346000
003470    02 PRICEI       PIC X(8).                                     00347000
003480    02 LPRICEL      PIC S9(4) COMP.                               00348000
003490    02 LPRICEF      PIC X.                                        00349000
003500    02 FILLER REDEFINES LPRICEF.                                  00350000
003510       03 LPRICEA   PIC X.                                        00351000
003520    02 LPRICEI      PIC X(8).                                     00352000
003530    02 CONTRL       PIC S9(4) COMP.                               00353000
003540    02 CONTRF       PIC X.                                        00354000
003550    02 FILLER REDEFINES CONTRF.                                   00355000
003560       03 CONTRA    PIC X.                                        00356000
003570    02 CONTRI       PIC X(50).                                    00357000
003580    02 QTOTL        PIC S9(4) COMP.                               00358000
003590    02 QTOTF        PIC X.                                        00359000
003600    02 FILLER REDEFINES QTOTF.                                    00360000
003610       03 QTOTA     PIC X.                                        00361000
003620    02 QTOTI        PIC X(12).                                    00362000
003630    02 QDISCL       PIC S9(4) COMP.                               00363000
003640    02 QDISCF       PIC X.                                        00364000
003650    02 FILLER REDEFINES QDISCF.                                   00365000
003660       03 QDISCA    PIC X.                                        00366000
003670    02 QDISCI       PIC X(12).                                    00367000
003680    02 MESSLL       PIC S9(4) COMP.                               00368000
003690    02 MESSLF       PIC X.                                        00369000
003700    02 FILLER REDEFINES MESSLF.                                   00370000
003710       03 MESSLA    PIC X.                                        00371000
003720    02 MESSLI       PIC X(55).                                    00372000
003730                                                                  00373000
003740 LINKAGE SECTION.                                                 00374000
003750 01 DFHCOMMAREA       PIC X(161).                                 00375000
003760                                                                  00376000
003770******************************************************************00377000
003780* MAINLINE                                                       *00378000
003790******************************************************************00379000
003800 PROCEDURE DIVISION.                                              00380000
003810     PERFORM 100-INITIALIZE.                                      00381000
003820     PERFORM 200-PROCESS-SCREEN.                                  00382000
003830     GOBACK.                                                      00383000
003840                                                                  00384000
003850 100-INITIALIZE.                                                  00385000
003860     MOVE LOW-VALUES TO MAP1QHI.                                  00386000
003870     MOVE LOW-VALUES TO MAP1QLI.                                  00387000
003880     MOVE SPACES TO MESSHI.                                       00388000
003890     MOVE SPACES TO MESSLI.                                       00389000
003900     STRING                                                       00390000
003910        'QT'   DELIMITED BY SIZE                                  00391000
003920        EIBTRMID DELIMITED BY SIZE                                00392000
003930        INTO WS-TSQ-NAME                                          00393000
003940     END-STRING.                                                  00394000
003950     PERFORM 810-GET-TODAY.                                       00395000
003960     EXIT.                                                        00396000
003970                                                                  00397000
003980******************************************************************00398000
003990* 200-PROCESS-SCREEN -- FIRST ENTRY SHOWS THE HEADER SCREEN, A   *00399000
004000* CONTINUATION ENTRY DISPATCHES ON THE PHASE IN THE COMMAREA     *00400000
004010******************************************************************00401000
004020 200-PROCESS-SCREEN.                                              00402000
004030     IF EIBCALEN = 0                                              00403000
004040         MOVE 'H' TO WS-CA-PHASE                                  00404000
004050         MOVE ZERO TO WS-CA-LINE-CNT                              00405000
004060         PERFORM 210-SEND-HEADER-MAP                              00406000
004070     ELSE                                                         00407000
004080         MOVE DFHCOMMAREA TO WS-COMM                              00408000
004090         IF PHASE-HEADER                                          00409000
004100             PERFORM 300-HEADER-PHASE                             00410000
004110         ELSE                                                     00411000
004120             PERFORM 500-LINE-PHASE                               00412000
004130         END-IF                                                   00413000
004140     END-IF                                                       00414000
004150     EXIT.                                                        00415000
004160                                                                  00416000
004170 210-SEND-HEADER-MAP.                                             00417000
004180     EXEC CICS SEND MAP('MAP1QH')                                 00418000
004190          MAPSET('MS1QT')                                         00419000
004200          MAPONLY                                                 00420000
004210          ERASE                                                   00421000
004220     END-EXEC                                                     00422000
004230     PERFORM 290-RETURN-TRANS                                     00423000
004240     EXIT.                                                        00424000
004250                                                                  00425000
004260 220-SEND-LINE-MAP.                                               00426000
004270     PERFORM 230-SET-LINE-TOTALS                                  00427000
004280     EXEC CICS SEND MAP('MAP1QL')                                 00428000
004290          MAPSET('MS1QT')                                         00429000
004300          FROM(MAP1QLI)                                           00430000
004310          ERASE                                                   00431000
004320     END-EXEC                                                     00432000
004330     PERFORM 290-RETURN-TRANS                                     00433000
004340     EXIT.                                                        00434000
004350                                                                  00435000
004360 230-SET-LINE-TOTALS.                                             00436000
004370     MOVE WS-CA-Q-NO TO QLNOI                                     00437000
004380     MOVE WS-CA-LINE-CNT TO LINCNTI                               00438000
004390     MOVE WS-CA-TOTAL TO ED-AMOUNT                                00439000
004400     MOVE ED-AMOUNT TO QTOTI                                      00440000
004410     MOVE WS-CA-DISC TO ED-AMOUNT                                 00441000
004420     MOVE ED-AMOUNT TO QDISCI                                     00442000
004430     EXIT.                                                        00443000
004440                                                                  00444000
004450 290-RETURN-TRANS.                                                00445000
004460     EXEC CICS RETURN TRANSID('PJQT')                             00446000
004470          COMMAREA(WS-COMM)                                       00447000
004480          LENGTH(161)                                             00448000
004490     END-EXEC                                                     00449000
004500     EXIT.                                                        00450000
004510                                                                  00451000
004520 295-EXIT-TRANS.                                                  00452000
004530     PERFORM 790-PURGE-TSQ                                        00453000
004540     EXEC CICS SEND CONTROL ERASE END-EXEC                        00454000
004550     EXEC CICS RETURN END-EXEC                                    00455000
004560     EXIT.                                                        00456000
004570                                                                  00457000
004580******************************************************************00458000
004590* 300-HEADER-PHASE -- ENTER SHOWS A QUOTE ON FILE OR VALIDATES A *00459000
004600* NEW HEADER AND MOVES TO THE LINE SCREEN, PF5 CONVERTS THE      *00460000
004610* QUOTE INTO AN ORDER, PF6 MARKS IT LOST, CLEAR LEAVES           *00461000
004620******************************************************************00462000
004630 300-HEADER-PHASE.                                                00463000
004640     EXEC CICS RECEIVE MAP('MAP1QH')                              00464000
004650          MAPSET('MS1QT')                                         00465000
004660          INTO(MAP1QHI)                                           00466000
004670          RESP(WS-RESP)                                           00467000
004680     END-EXEC                                                     00468000
004690     INSPECT QTNOI REPLACING TRAILING '_' BY SPACE                00469000
004700     INSPECT QTDTI REPLACING TRAILING '_' BY SPACE                00470000
004710     INSPECT EXPDTI REPLACING TRAILING '_' BY SPACE               00471000
004720     INSPECT CUSNOI REPLACING TRAILING '_' BY SPACE               00472000
004730     INSPECT EMPNOI REPLACING TRAILING '_' BY SPACE               00473000
004740     INSPECT SHPNAMI REPLACING TRAILING '_' BY SPACE              00474000
004750     INSPECT SHPADRI REPLACING TRAILING '_' BY SPACE              00475000
004760     INSPECT SHPCTYI REPLACING TRAILING '_' BY SPACE              00476000
004770     INSPECT SHPSTI REPLACING TRAILING '_' BY SPACE               00477000
004780     INSPECT SHPZIPI REPLACING TRAILING '_' BY SPACE              00478000
004790     INSPECT ORDNOI REPLACING TRAILING '_' BY SPACE               00479000
004800     INSPECT LOSTRI REPLACING TRAILING '_' BY SPACE               00480000
004810     PERFORM 045-SET-NEED-LEVEL                                   00481000
004820     PERFORM 050-CHECK-AUTHORITY                                  00482000
004830     IF AUTH-REFUSED                                              00483000
004840         MOVE WS-AUTH-MSG TO MESSHI                               00484000
004850     ELSE                                                         00485000
004860     EVALUATE EIBAID                                              00486000
004870         WHEN DFHCLEAR                                            00487000
004880             PERFORM 295-EXIT-TRANS                               00488000
004890         WHEN DFHENTER                                            00489000
004900             PERFORM 305-ENTER-HEADER                             00490000
004910         WHEN DFHPF5                                              00491000
004920             PERFORM 400-CONVERT-QUOTE                            00492000
004930         WHEN DFHPF6                                              00493000
004940             PERFORM 450-MARK-LOST                                00494000
004950         WHEN OTHER                                               00495000
004960             MOVE 'INVALID KEY - ENTER/PF5/PF6/CLEAR ONLY'        00496000
004970                TO MESSHI                                         00497000
004980     END-EVALUATE                                                 00498000
004990     END-IF                                                       00499000
005000     PERFORM 390-RESHOW-HEADER                                    00500000
005010     EXIT.                                                        00501000
005020                                                                  00502000
005030 305-ENTER-HEADER.                                                00503000
005040     MOVE SPACES TO MESSHI                                        00504000
005050     MOVE SPACES TO QSTATI                                        00505000
005060     IF QTNOI NOT NUMERIC                                         00506000
005070         MOVE 'QUOTE NUMBER MUST BE NUMERIC' TO MESSHI            00507000
005080     ELSE                                                         00508000
005090         PERFORM 350-READ-QUOTE-HEADER                            00509000
005100         IF QUOTE-FOUND                                           00510000
005110             PERFORM 360-SHOW-QUOTE                               00511000
005120         ELSE                                                     00512000
005130             PERFORM 310-EDIT-HEADER                              00513000
005140             IF EDIT-OK                                           00514000
005150                 MOVE QTNOI TO WS-CA-Q-NO                         00515000
005160                 MOVE QTDTI TO WS-CA-Q-DATE                       00516000
005170                 MOVE EXPDTI TO WS-CA-EXP-DATE                    00517000
005180                 MOVE CUSNOI TO WS-CA-C-NO                        00518000
005190                 MOVE EMPNOI TO WS-CA-S-NO                        00519000
005200                 MOVE SHPNAMI TO WS-CA-SHIP-NAME                  00520000
005210                 MOVE SHPADRI TO WS-CA-SHIP-ADDR                  00521000
005220                 MOVE SHPCTYI TO WS-CA-SHIP-CITY                  00522000
005230                 MOVE SHPSTI  TO WS-CA-SHIP-ST                    00523000
005240                 MOVE SHPZIPI TO WS-CA-SHIP-ZIP                   00524000
005250                 MOVE ZERO   TO WS-CA-LINE-CNT                    00525000
005260                 MOVE ZERO   TO WS-CA-TOTAL                       00526000
005270                 MOVE ZERO   TO WS-CA-DISC                        00527000
005280                 MOVE 'L'    TO WS-CA-PHASE                       00528000
005290                 PERFORM 790-PURGE-TSQ                            00529000
005300                 MOVE 'ENTER THE FIRST LINE, PF4 WHEN DONE'       00530000
005310                    TO MESSLI                                     00531000
005320                 PERFORM 220-SEND-LINE-MAP                        00532000
005330             END-IF                                               00533000
005340         END-IF                                                   00534000
005350     END-IF                                                       00535000
005360     EXIT.                                                        00536000
005370                                                                  00537000
005380 390-RESHOW-HEADER.                                               00538000
005390     EXEC CICS SEND MAP('MAP1QH')                                 00539000
005400          MAPSET('MS1QT')                                         00540000
005410          FROM(MAP1QHI)                                           00541000
005420          DATAONLY                                                00542000
005430          CURSOR                                                  00543000
005440     END-EXEC                                                     00544000
005450     PERFORM 290-RETURN-TRANS                                     00545000
005460     EXIT.                                                        00546000
005470                                                                  00547000
005480******************************************************************00548000
005490* 310-EDIT-HEADER -- QUOTE DATE (TODAY WHEN LEFT BLANK) AND      *00549000
005500* EXPIRY DATE (QUOTE DATE + WS-VALID-DAYS WHEN LEFT BLANK)       *00550000
005510* PLAUSIBLE, CUSTOMER AND SALESPERSON ON FILE (THEIR NAMES ARE   *00551000
005520* ECHOED BACK), AS FOR AN ORDER IN PJORDE                        *00552000
005530******************************************************************00553000
005540 310-EDIT-HEADER.                                                 00554000
005550     MOVE 'Y' TO WS-EDIT-OK                                       00555000
005560     MOVE SPACES TO MESSHI                                        00556000
005570     IF QTDTI = SPACES OR QTDTI = LOW-VALUES                      00557000
005580         MOVE WS-TODAY TO QTDTI                                   00558000
005590     END-IF                                                       00559000
005600     IF QTDTI(5:1) NOT = '-' OR QTDTI(8:1) NOT = '-'              00560000
005610     OR QTDTI(1:4) NOT NUMERIC                                    00561000
005620     OR QTDTI(6:2) NOT NUMERIC                                    00562000
005630     OR QTDTI(9:2) NOT NUMERIC                                    00563000
005640         MOVE 'N' TO WS-EDIT-OK                                   00564000
005650         MOVE 'QUOTE DATE MUST BE YYYY-MM-DD' TO MESSHI           00565000
005660     END-IF                                                       00566000
005670     IF EDIT-OK                                                   00567000
005680         PERFORM 315-EDIT-EXPIRY                                  00568000
005690     END-IF                                                       00569000
005700     IF EDIT-OK                                                   00570000
005710         IF SHPNAMI NOT = SPACES AND SHPSTI = SPACES              00571000
005720             MOVE 'N' TO WS-EDIT-OK                               00572000
005730             MOVE 'SHIP-TO STATE REQUIRED WITH A SHIP-TO NAME'    00573000
005740                TO MESSHI                                         00574000
005750         END-IF                                                   00575000
005760     END-IF                                                       00576000
005770     IF EDIT-OK                                                   00577000
005780         PERFORM 330-CHECK-CUSTOMER                               00578000
005790     END-IF                                                       00579000
005800     IF EDIT-OK                                                   00580000
005810         PERFORM 340-CHECK-EMPLOYEE                               00581000
005820     END-IF                                                       00582000
005830     EXIT.                                                        00583000
005840                                                                  00584000
005850 315-EDIT-EXPIRY.                                                 00585000
005860     IF EXPDTI = SPACES OR EXPDTI = LOW-VALUES                    00586000
005870         MOVE QTDTI(1:4) TO W-YMD-Y                               00587000
005880         MOVE QTDTI(6:2) TO W-YMD-M                               00588000
005890         MOVE QTDTI(9:2) TO W-YMD-D                               00589000
005900         COMPUTE WS-DATE-INT =                                    00590000
005910            FUNCTION INTEGER-OF-DATE(W-YMD-NUM) + WS-VALID-DAYS   00591000
005920         COMPUTE W-YMD-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)00592000
005930         MOVE W-YMD-Y TO EXPDTI(1:4)                              00593000
005940         MOVE '-'     TO EXPDTI(5:1)                              00594000
005950         MOVE W-YMD-M TO EXPDTI(6:2)                              00595000
005960         MOVE '-'     TO EXPDTI(8:1)                              00596000
005970         MOVE W-YMD-D TO EXPDTI(9:2)                              00597000
005980     ELSE                                                         00598000
005990         IF EXPDTI(5:1) NOT = '-' OR EXPDTI(8:1) NOT = '-'        00599000
006000         OR EXPDTI(1:4) NOT NUMERIC                               00600000
006010         OR EXPDTI(6:2) NOT NUMERIC                               00601000
006020         OR EXPDTI(9:2) NOT NUMERIC                               00602000
006030             MOVE 'N' TO WS-EDIT-OK                               00603000
006040             MOVE 'VALID-UNTIL DATE MUST BE YYYY-MM-DD' TO MESSHI 00604000
006050         ELSE                                                     00605000
006060             IF EXPDTI < QTDTI                                    00606000
006070                 MOVE 'N' TO WS-EDIT-OK                           00607000
006080                 MOVE 'VALID-UNTIL DATE BEFORE THE QUOTE DATE'    00608000
006090                    TO MESSHI                                     00609000
006100             END-IF                                               00610000
006110         END-IF                                                   00611000
006120     END-IF                                                       00612000
006130     EXIT.                                                        00613000
006140                                                                  00614000
006150 320-CHECK-ORDER-FREE.                                            00615000
006160     INITIALIZE ST-ORDER                                          00616000
006170     MOVE ORDNOI TO ORDER-O-NO                                    00617000
006180     EXEC SQL                                                     00618000
006190        SELECT O_NO                                               00619000
006200            INTO :ORDER-O-NO                                      00620000
006210            FROM API5.ORDERS                                      00621000
006220            WHERE O_NO = :ORDER-O-NO                              00622000
006230     END-EXEC                                                     00623000
006240     EVALUATE TRUE                                                00624000
006250         WHEN SQLCODE = ZERO                                      00625000
006260             MOVE 'N' TO WS-EDIT-OK                               00626000
006270             MOVE 'ORDER NUMBER ALREADY IN USE' TO MESSHI         00627000
006280         WHEN SQLCODE = +100                                      00628000
006290             CONTINUE                                             00629000
006300         WHEN OTHER                                               00630000
006310             MOVE 'N' TO WS-EDIT-OK                               00631000
006320             PERFORM 950-SQL-ERROR-H                              00632000
006330     END-EVALUATE                                                 00633000
006340     EXIT.                                                        00634000
006350                                                                  00635000
006360 330-CHECK-CUSTOMER.                                              00636000
006370     IF CUSNOI NOT NUMERIC                                        00637000
006380         MOVE 'N' TO WS-EDIT-OK                                   00638000
006390         MOVE 'CUSTOMER NUMBER MUST BE NUMERIC' TO MESSHI         00639000
006400     ELSE                                                         00640000
006410         INITIALIZE ST-CUSTS                                      00641000
006420         MOVE CUSNOI TO CUSTS-C-NO                                00642000
006430         EXEC SQL                                                 00643000
006440            SELECT COMPANY                                        00644000
006450                INTO :CUSTS-COMPANY                               00645000
006460                FROM API5.CUSTOMERS                               00646000
006470                WHERE C_NO = :CUSTS-C-NO                          00647000
006480         END-EXEC                                                 00648000
006490         EVALUATE TRUE                                            00649000
006500             WHEN SQLCODE = ZERO                                  00650000
006510                 MOVE CUSTS-COMPANY TO CUSNAMI                    00651000
006520             WHEN SQLCODE = +100                                  00652000
006530                 MOVE 'N' TO WS-EDIT-OK                           00653000
006540                 MOVE 'CUSTOMER NOT ON FILE' TO MESSHI            00654000
006550             WHEN OTHER                                           00655000
006560                 MOVE 'N' TO WS-EDIT-OK                           00656000
006570                 PERFORM 950-SQL-ERROR-H                          00657000
006580         END-EVALUATE                                             00658000
006590     END-IF                                                       00659000
006600     EXIT.                                                        00660000
006610                                                                  00661000
006620 340-CHECK-EMPLOYEE.                                              00662000
006630     IF EMPNOI NOT NUMERIC                                        00663000
006640         MOVE 'N' TO WS-EDIT-OK                                   00664000
006650         MOVE 'SALESPERSON NUMBER MUST BE NUMERIC' TO MESSHI      00665000
006660     ELSE                                                         00666000
006670         INITIALIZE ST-EMPLO                                      00667000
006680         MOVE EMPNOI TO EMPLO-E-NO                                00668000
006690         EXEC SQL                                                 00669000
006700            SELECT LNAME, FNAME                                   00670000
006710                INTO :EMPLO-LNAME, :EMPLO-FNAME                   00671000
006720                FROM API5.EMPLOYEES                               00672000
006730                WHERE E_NO = :EMPLO-E-NO                          00673000
006740         END-EXEC                                                 00674000
006750         EVALUATE TRUE                                            00675000
006760             WHEN SQLCODE = ZERO                                  00676000
006770                 MOVE SPACES TO EMPNAMI                           00677000
006780                 STRING                                           00678000
006790                    EMPLO-LNAME DELIMITED BY SPACES               00679000
006800                    ', '        DELIMITED BY SIZE                 00680000
006810                    EMPLO-FNAME DELIMITED BY SPACES               00681000
006820                    INTO EMPNAMI                                  00682000
006830                 END-STRING                                       00683000
006840             WHEN SQLCODE = +100                                  00684000
006850                 MOVE 'N' TO WS-EDIT-OK                           00685000
006860                 MOVE 'SALESPERSON NOT ON FILE' TO MESSHI         00686000
006870             WHEN OTHER                                           00687000
006880                 MOVE 'N' TO WS-EDIT-OK                           00688000
006890                 PERFORM 950-SQL-ERROR-H                          00689000
006900         END-EVALUATE                                             00690000
006910     END-IF                                                       00691000
006920     EXIT.                                                        00692000
006930                                                                  00693000
006940******************************************************************00694000
006950* 350-READ-QUOTE-HEADER -- HEADER RECORD OF THE QUOTE KEYED ON   *00695000
006960* THE SCREEN. ANY ANSWER OTHER THAN NORMAL IS TAKEN AS NOT ON    *00696000
006970* FILE                                                           *00697000
006980******************************************************************00698000
006990 350-READ-QUOTE-HEADER.                                           00699000
007000     MOVE 'N' TO WS-QTE-SW                                        00700000
007010     INITIALIZE QUOTE-RECORD                                      00701000
007020     MOVE 'Q'   TO QTE-TYPE                                       00702000
007030     MOVE QTNOI TO QTE-NO                                         00703000
007040     MOVE ZERO  TO QTE-SEQ                                        00704000
007050     EXEC CICS READ FILE('QUOTE')                                 00705000
007060          INTO(QUOTE-RECORD)                                      00706000
007070          RIDFLD(QTE-KEY)                                         00707000
007080          RESP(WS-RESP)                                           00708000
007090     END-EXEC                                                     00709000
007100     IF WS-RESP = DFHRESP(NORMAL)                                 00710000
007110         MOVE 'Y' TO WS-QTE-SW                                    00711000
007120     END-IF                                                       00712000
007130     EXIT.                                                        00713000
007140                                                                  00714000
007150******************************************************************00715000
007160* 360-SHOW-QUOTE -- DISPLAY A QUOTE ALREADY ON FILE WITH ITS     *00716000
007170* STATUS, READY FOR PF5 (CONVERT) OR PF6 (LOST)                  *00717000
007180******************************************************************00718000
007190 360-SHOW-QUOTE.                                                  00719000
007200     MOVE QTH-DATE      TO QTDTI                                  00720000
007210     MOVE QTH-EXP-DATE  TO EXPDTI                                 00721000
007220     MOVE QTH-C-NO      TO CUSNOI                                 00722000
007230     MOVE QTH-S-NO      TO EMPNOI                                 00723000
007240     MOVE QTH-SHIP-NAME TO SHPNAMI                                00724000
007250     MOVE QTH-SHIP-ADDR TO SHPADRI                                00725000
007260     MOVE QTH-SHIP-CITY TO SHPCTYI                                00726000
007270     MOVE QTH-SHIP-ST   TO SHPSTI                                 00727000
007280     MOVE QTH-SHIP-ZIP  TO SHPZIPI                                00728000
007290     MOVE 'Y' TO WS-EDIT-OK                                       00729000
007300     PERFORM 330-CHECK-CUSTOMER                                   00730000
007310     MOVE 'Y' TO WS-EDIT-OK                                       00731000
007320     PERFORM 340-CHECK-EMPLOYEE                                   00732000
007330     MOVE SPACES TO QSTATI                                        00733000
007340     EVALUATE TRUE                                                00734000
007350         WHEN QTH-WON                                             00735000
007360             MOVE QTH-O-NO TO ORDNOI                              00736000
007370             STRING                                               00737000
007380                'WON - ORDER '  DELIMITED BY SIZE                 00738000
007390                QTH-O-NO        DELIMITED BY SIZE                 00739000
007400                ' ON '          DELIMITED BY SIZE                 00740000
007410                QTH-CLOSE-DATE  DELIMITED BY SIZE                 00741000
007420                INTO QSTATI                                       00742000
007430             END-STRING                                           00743000
007440             MOVE 'QUOTE ON FILE - ALREADY CONVERTED' TO MESSHI   00744000
007450         WHEN QTH-LOST                                            00745000
007460             MOVE QTH-LOST-RSN TO LOSTRI                          00746000
007470             STRING                                               00747000
007480                'LOST ON '      DELIMITED BY SIZE                 00748000
007490                QTH-CLOSE-DATE  DELIMITED BY SIZE                 00749000
007500                INTO QSTATI                                       00750000
007510             END-STRING                                           00751000
007520             MOVE 'QUOTE ON FILE - MARKED LOST' TO MESSHI         00752000
007530         WHEN QTH-EXP-DATE < WS-TODAY                             00753000
007540             MOVE 'OPEN - EXPIRED' TO QSTATI                      00754000
007550             MOVE 'QUOTE EXPIRED - PF6 MARKS IT LOST OR REQUOTE'  00755000
007560                TO MESSHI                                         00756000
007570         WHEN OTHER                                               00757000
007580             MOVE QTH-LINE-CNT TO ED-LINES                        00758000
007590             COMPUTE WS-ORD-VALUE = QTH-TOTAL - QTH-DISC          00759000
007600             MOVE WS-ORD-VALUE TO ED-AMOUNT                       00760000
007610             STRING                                               00761000
007620                'OPEN -'        DELIMITED BY SIZE                 00762000
007630                ED-LINES        DELIMITED BY SIZE                 00763000
007640                ' LINES, NET '  DELIMITED BY SIZE                 00764000
007650                ED-AMOUNT       DELIMITED BY SIZE                 00765000
007660                INTO QSTATI                                       00766000
007670             END-STRING                                           00767000
007680             MOVE 'QUOTE ON FILE - PF5 CONVERTS, PF6 MARKS LOST'  00768000
007690                TO MESSHI                                         00769000
007700     END-EVALUATE                                                 00770000
007710     EXIT.                                                        00771000
007720                                                                  00772000
007730******************************************************************00773000
007740* 400-CONVERT-QUOTE -- AN OPEN QUOTE NOT YET EXPIRED BECOMES AN  *00774000
007750* ORDER DATED TODAY UNDER THE ORDER NUMBER KEYED : ORDERS ROW,   *00775000
007760* ONE ITEMS ROW PER QUOTED LINE AT THE QUOTED PRICE, SHIP-TO AND *00776000
007770* PJORDE CREDIT CHECK, THEN THE QUOTE IS CLOSED AS WON AND THE   *00777000
007780* ORDER-TO-QUOTE LINK IS WRITTEN, ALL IN ONE UNIT OF WORK        *00778000
007790******************************************************************00779000
007800 400-CONVERT-QUOTE.                                               00780000
007810     MOVE 'Y' TO WS-EDIT-OK                                       00781000
007820     MOVE 'N' TO WS-UOW-SW                                        00782000
007830     MOVE SPACES TO MESSHI                                        00783000
007840     IF QTNOI NOT NUMERIC                                         00784000
007850         MOVE 'N' TO WS-EDIT-OK                                   00785000
007860         MOVE 'QUOTE NUMBER MUST BE NUMERIC' TO MESSHI            00786000
007870     END-IF                                                       00787000
007880     IF EDIT-OK                                                   00788000
007890         PERFORM 350-READ-QUOTE-HEADER                            00789000
007900         IF QUOTE-NOT-FOUND                                       00790000
007910             MOVE 'N' TO WS-EDIT-OK                               00791000
007920             MOVE 'QUOTE NOT ON FILE' TO MESSHI                   00792000
007930         END-IF                                                   00793000
007940     END-IF                                                       00794000
007950     IF EDIT-OK                                                   00795000
007960         PERFORM 360-SHOW-QUOTE                                   00796000
007970         MOVE SPACES TO MESSHI                                    00797000
007980         MOVE 'Y' TO WS-EDIT-OK                                   00798000
007990         EVALUATE TRUE                                            00799000
008000             WHEN NOT QTH-OPEN                                    00800000
008010                 MOVE 'N' TO WS-EDIT-OK                           00801000
008020                 MOVE 'QUOTE ALREADY CLOSED - CANNOT CONVERT'     00802000
008030                    TO MESSHI                                     00803000
008040             WHEN QTH-EXP-DATE < WS-TODAY                         00804000
008050                 MOVE 'N' TO WS-EDIT-OK                           00805000
008060                 MOVE 'QUOTE EXPIRED - REQUOTE BEFORE ORDERING'   00806000
008070                    TO MESSHI                                     00807000
008080             WHEN ORDNOI NOT NUMERIC                              00808000
008090                 MOVE 'N' TO WS-EDIT-OK                           00809000
008100                 MOVE 'ORDER NUMBER MUST BE NUMERIC' TO MESSHI    00810000
008110         END-EVALUATE                                             00811000
008120     END-IF                                                       00812000
008130     IF EDIT-OK                                                   00813000
008140         PERFORM 320-CHECK-ORDER-FREE                             00814000
008150     END-IF                                                       00815000
008160     IF EDIT-OK                                                   00816000
008170         MOVE QTH-C-NO     TO WS-CA-C-NO                          00817000
008180         MOVE QTH-S-NO     TO WS-CA-S-NO                          00818000
008190         MOVE QTH-LINE-CNT TO WS-CA-LINE-CNT                      00819000
008200         MOVE QTH-SHIP     TO WS-CA-SHIP                          00820000
008210         MOVE QTE-NO       TO WS-CA-Q-NO                          00821000
008220         MOVE ORDNOI       TO WS-CONV-O-NO                        00822000
008230         PERFORM 410-WRITE-ORDER                                  00823000
008240     END-IF                                                       00824000
008250     IF EDIT-OK                                                   00825000
008260         PERFORM 420-CLOSE-QUOTE                                  00826000
008270     END-IF                                                       00827000
008280     IF EDIT-OK                                                   00828000
008290         MOVE SPACES TO QSTATI                                    00829000
008300         STRING                                                   00830000
008310            'WON - ORDER '  DELIMITED BY SIZE                     00831000
008320            WS-CONV-O-NO    DELIMITED BY SIZE                     00832000
008330            ' ON '          DELIMITED BY SIZE                     00833000
008340            WS-TODAY        DELIMITED BY SIZE                     00834000
008350            INTO QSTATI                                           00835000
008360         END-STRING                                               00836000
008370         IF OVER-LIMIT                                            00837000
008380             IF GROUP-OVER-LIMIT                                  00838000
008390                 MOVE 'ORDER HELD - GROUP LIMIT EXCEEDED (PJCR)'  00839000
008391                    TO MESSHI                                     00839100
008392             ELSE                                                 00839200
008393                 MOVE 'ORDER HELD - CREDIT LIMIT EXCEEDED (PJCR)' 00839300
008394                    TO MESSHI                                     00839400
008395             END-IF                                               00839500
008400         ELSE                                                     00840000
008410             MOVE 'QUOTE CONVERTED - ORDER WRITTEN' TO MESSHI     00841000
008420         END-IF                                                   00842000
008430     ELSE                                                         00843000
008440         IF UOW-STARTED                                           00844000
008450             EXEC CICS SYNCPOINT ROLLBACK END-EXEC                00845000
008460         END-IF                                                   00846000
008470     END-IF                                                       00847000
008480     MOVE ZERO TO WS-CA-LINE-CNT                                  00848000
008490     EXIT.                                                        00849000
008500                                                                  00850000
008510 410-WRITE-ORDER.                                                 00851000
008520     MOVE 'Y' TO WS-UOW-SW                                        00852000
008530     INITIALIZE ST-ORDER                                          00853000
008540     MOVE WS-CONV-O-NO TO ORDER-O-NO                              00854000
008550     MOVE WS-CA-S-NO   TO ORDER-S-NO                              00855000
008560     MOVE WS-CA-C-NO   TO ORDER-C-NO                              00856000
008570     MOVE WS-TODAY     TO ORDER-O-DATE                            00857000
008580     EXEC SQL                                                     00858000
008590        INSERT INTO API5.ORDERS                                   00859000
008600           (O_NO, S_NO, C_NO, O_DATE)                             00860000
008610        VALUES (:ORDER-O-NO, :ORDER-S-NO,                         00861000
008620                :ORDER-C-NO, :ORDER-O-DATE)                       00862000
008630     END-EXEC                                                     00863000
008640     IF SQLCODE NOT = ZERO                                        00864000
008650         MOVE 'N' TO WS-EDIT-OK                                   00865000
008660         PERFORM 950-SQL-ERROR-H                                  00866000
008670     END-IF                                                       00867000
008680     MOVE ZERO TO WS-ORD-VALUE                                    00868000
008690     IF EDIT-OK                                                   00869000
008700         PERFORM 412-CONVERT-ONE-LINE                             00870000
008710            VARYING WS-LINE-I FROM 1 BY 1                         00871000
008720               UNTIL WS-LINE-I > WS-CA-LINE-CNT                   00872000
008730                  OR EDIT-FAILED                                  00873000
008740     END-IF                                                       00874000
008750     IF EDIT-OK                                                   00875000
008760         PERFORM 640-WRITE-SHIPTO                                 00876000
008770     END-IF                                                       00877000
008780     IF EDIT-OK                                                   00878000
008790         PERFORM 620-CREDIT-CHECK                                 00879000
008800     END-IF                                                       00880000
008810     EXIT.                                                        00881000
008820                                                                  00882000
008830******************************************************************00883000
008840* 412-CONVERT-ONE-LINE -- THE QUOTED LINE GOES TO ITEMS AT ITS   *00884000
008850* QUOTED PRICE. PJPART3B PRICES THE ORDER WITH THE CONTRACT IN   *00885000
008860* FORCE AT THE ORDER DATE, SO THE CONDITION FOUND TODAY MUST BE  *00886000
008870* THE ONE THE LINE WAS QUOTED WITH, OR THE INVOICE WOULD NOT     *00887000
008880* MATCH THE QUOTE : A CHANGED CONDITION STOPS THE CONVERSION     *00888000
008890******************************************************************00889000
008900 412-CONVERT-ONE-LINE.                                            00890000
008910     INITIALIZE QUOTE-RECORD                                      00891000
008920     MOVE 'Q'        TO QTE-TYPE                                  00892000
008930     MOVE WS-CA-Q-NO TO QTE-NO                                    00893000
008940     MOVE WS-LINE-I  TO QTE-SEQ                                   00894000
008950     EXEC CICS READ FILE('QUOTE')                                 00895000
008960          INTO(QUOTE-RECORD)                                      00896000
008970          RIDFLD(QTE-KEY)                                         00897000
008980          RESP(WS-RESP)                                           00898000
008990     END-EXEC                                                     00899000
009000     IF WS-RESP NOT = DFHRESP(NORMAL)                             00900000
009010         MOVE 'N' TO WS-EDIT-OK                                   00901000
009020         MOVE 'QUOTE LINE MISSING - ORDER NOT WRITTEN' TO MESSHI  00902000
009030     ELSE                                                         00903000
009040         MOVE WS-CA-C-NO TO WS-CON-C-NO                           00904000
009050         MOVE QTL-P-NO   TO WS-CON-P-NO                           00905000
009060         MOVE WS-TODAY   TO WS-CON-DATE                           00906000
009070         PERFORM 530-FIND-CONTRACT                                00907000
009080         IF WS-CON-TYPE NOT = QTL-CON-TYPE                        00908000
009090         OR (WS-CON-TYPE = 'P' AND WS-CON-PRICE NOT = QTL-PRICE)  00909000
009100         OR (WS-CON-TYPE = 'D' AND WS-CON-PCT NOT = QTL-CON-PCT)  00910000
009110             MOVE 'N' TO WS-EDIT-OK                               00911000
009120             STRING                                               00912000
009130                'CONTRACT CHANGED SINCE QUOTE ON '                00913000
009140                                DELIMITED BY SIZE                 00914000
009150                QTL-P-NO        DELIMITED BY SIZE                 00915000
009160                ' - REQUOTE'    DELIMITED BY SIZE                 00916000
009170                INTO MESSHI                                       00917000
009180             END-STRING                                           00918000
009190         END-IF                                                   00919000
009200     END-IF                                                       00920000
009210     IF EDIT-OK                                                   00921000
009220         INITIALIZE ST-ITEM                                       00922000
009230         MOVE WS-CONV-O-NO TO ITEM-O-NO                           00923000
009240         MOVE QTL-P-NO     TO ITEM-P-NO                           00924000
009250         MOVE QTL-QTY      TO ITEM-QUANTITY                       00925000
009260         MOVE QTL-PRICE    TO ITEM-PRICE                          00926000
009270         COMPUTE WS-ORD-VALUE =                                   00927000
009280            WS-ORD-VALUE + QTL-QTY * QTL-PRICE                    00928000
009290         EXEC SQL                                                 00929000
009300            INSERT INTO API5.ITEMS                                00930000
009310               (O_NO, P_NO, QUANTITY, PRICE)                      00931000
009320            VALUES (:ITEM-O-NO, :ITEM-P-NO,                       00932000
009330                    :ITEM-QUANTITY, :ITEM-PRICE)                  00933000
009340         END-EXEC                                                 00934000
009350         IF SQLCODE NOT = ZERO                                    00935000
009360             MOVE 'N' TO WS-EDIT-OK                               00936000
009370             PERFORM 950-SQL-ERROR-H                              00937000
009380         END-IF                                                   00938000
009390     END-IF                                                       00939000
009400     EXIT.                                                        00940000
009410                                                                  00941000
009420******************************************************************00942000
009430* 420-CLOSE-QUOTE -- QUOTE HEADER REWRITTEN AS WON WITH THE      *00943000
009440* ORDER NUMBER, AND THE ORDER-TO-QUOTE LINK RECORD WRITTEN       *00944000
009450******************************************************************00945000
009460 420-CLOSE-QUOTE.                                                 00946000
009470     INITIALIZE QUOTE-RECORD                                      00947000
009480     MOVE 'Q'        TO QTE-TYPE                                  00948000
009490     MOVE WS-CA-Q-NO TO QTE-NO                                    00949000
009500     MOVE ZERO       TO QTE-SEQ                                   00950000
009510     EXEC CICS READ FILE('QUOTE')                                 00951000
009520          INTO(QUOTE-RECORD)                                      00952000
009530          RIDFLD(QTE-KEY)                                         00953000
009540          UPDATE                                                  00954000
009550          RESP(WS-RESP)                                           00955000
009560     END-EXEC                                                     00956000
009570     IF WS-RESP = DFHRESP(NORMAL)                                 00957000
009580         MOVE 'W'          TO QTH-STATUS                          00958000
009590         MOVE WS-CONV-O-NO TO QTH-O-NO                            00959000
009600         MOVE WS-TODAY     TO QTH-CLOSE-DATE                      00960000
009610         EXEC CICS ASSIGN                                         00961000
009620              USERID(QTH-CLOSE-USER)                              00962000
009630         END-EXEC                                                 00963000
009640         EXEC CICS REWRITE FILE('QUOTE')                          00964000
009650              FROM(QUOTE-RECORD)                                  00965000
009660              RESP(WS-RESP)                                       00966000
009670         END-EXEC                                                 00967000
009680     END-IF                                                       00968000
009690     IF WS-RESP = DFHRESP(NORMAL)                                 00969000
009700         INITIALIZE QUOTE-RECORD                                  00970000
009710         MOVE 'O'          TO QTE-TYPE                            00971000
009720         MOVE WS-CONV-O-NO TO QTE-NO                              00972000
009730         MOVE ZERO         TO QTE-SEQ                             00973000
009740         MOVE WS-CA-Q-NO   TO QTO-QUOTE-NO                        00974000
009750         MOVE WS-TODAY     TO QTO-DATE                            00975000
009760         EXEC CICS ASSIGN                                         00976000
009770              USERID(QTO-USERID)                                  00977000
009780         END-EXEC                                                 00978000
009790         EXEC CICS WRITE FILE('QUOTE')                            00979000
009800              FROM(QUOTE-RECORD)                                  00980000
009810              RIDFLD(QTE-KEY)                                     00981000
009820              RESP(WS-RESP)                                       00982000
009830         END-EXEC                                                 00983000
009840     END-IF                                                       00984000
009850     IF WS-RESP NOT = DFHRESP(NORMAL)                             00985000
009860         MOVE 'N' TO WS-EDIT-OK                                   00986000
009870         MOVE 'QUOTE FILE UPDATE FAILED - ORDER NOT WRITTEN'      00987000
009880            TO MESSHI                                             00988000
009890     END-IF                                                       00989000
009900     EXIT.                                                        00990000
009910                                                                  00991000
009920******************************************************************00992000
009930* 450-MARK-LOST -- AN OPEN QUOTE IS CLOSED AS LOST WITH THE      *00993000
009940* REASON GIVEN BY THE CUSTOMER                                   *00994000
009950******************************************************************00995000
009960 450-MARK-LOST.                                                   00996000
009970     MOVE SPACES TO MESSHI                                        00997000
009980     EVALUATE TRUE                                                00998000
009990         WHEN QTNOI NOT NUMERIC                                   00999000
010000             MOVE 'QUOTE NUMBER MUST BE NUMERIC' TO MESSHI        01000000
010010         WHEN LOSTRI = SPACES OR LOSTRI = LOW-VALUES              01001000
010020             MOVE 'LOST REASON REQUIRED' TO MESSHI                01002000
010030         WHEN OTHER                                               01003000
010040             PERFORM 455-REWRITE-LOST                             01004000
010050     END-EVALUATE                                                 01005000
010060     EXIT.                                                        01006000
010070                                                                  01007000
010080 455-REWRITE-LOST.                                                01008000
010090     INITIALIZE QUOTE-RECORD                                      01009000
010100     MOVE 'Q'   TO QTE-TYPE                                       01010000
010110     MOVE QTNOI TO QTE-NO                                         01011000
010120     MOVE ZERO  TO QTE-SEQ                                        01012000
010130     EXEC CICS READ FILE('QUOTE')                                 01013000
010140          INTO(QUOTE-RECORD)                                      01014000
010150          RIDFLD(QTE-KEY)                                         01015000
010160          UPDATE                                                  01016000
010170          RESP(WS-RESP)                                           01017000
010180     END-EXEC                                                     01018000
010190     EVALUATE TRUE                                                01019000
010200         WHEN WS-RESP NOT = DFHRESP(NORMAL)                       01020000
010210             MOVE 'QUOTE NOT ON FILE' TO MESSHI                   01021000
010220         WHEN NOT QTH-OPEN                                        01022000
010230             EXEC CICS UNLOCK FILE('QUOTE')                       01023000
010240             END-EXEC                                             01024000
010250             PERFORM 360-SHOW-QUOTE                               01025000
010260             MOVE 'QUOTE ALREADY CLOSED' TO MESSHI                01026000
010270         WHEN OTHER                                               01027000
010280             MOVE 'L'      TO QTH-STATUS                          01028000
010290             MOVE LOSTRI   TO QTH-LOST-RSN                        01029000
010300             MOVE WS-TODAY TO QTH-CLOSE-DATE                      01030000
010310             EXEC CICS ASSIGN                                     01031000
010320                  USERID(QTH-CLOSE-USER)                          01032000
010330             END-EXEC                                             01033000
010340             EXEC CICS REWRITE FILE('QUOTE')                      01034000
010350                  FROM(QUOTE-RECORD)                              01035000
010360                  RESP(WS-RESP)                                   01036000
010370             END-EXEC                                             01037000
010380             IF WS-RESP = DFHRESP(NORMAL)                         01038000
010390                 PERFORM 360-SHOW-QUOTE                           01039000
010400             ELSE                                                 01040000
010410                 MOVE 'UPDATE FAILED - QUOTE UNCHANGED' TO MESSHI 01041000
010420             END-IF                                               01042000
010430     END-EVALUATE                                                 01043000
010440     EXIT.                                                        01044000
010450                                                                  01045000
010460******************************************************************01046000
010470* 500-LINE-PHASE -- ENTER ADDS A LINE TO THE TS QUEUE (PRICE     *01047000
010480* FROM THE CONTRACT OR THE PRODUCT WHEN LEFT BLANK), PF4 WRITES  *01048000
010490* THE WHOLE QUOTE, PF9 CANCELS IT, CLEAR LEAVES THE TRANSACTION  *01049000
010500******************************************************************01050000
010510 500-LINE-PHASE.                                                  01051000
010520     EXEC CICS RECEIVE MAP('MAP1QL')                              01052000
010530          MAPSET('MS1QT')                                         01053000
010540          INTO(MAP1QLI)                                           01054000
010550          RESP(WS-RESP)                                           01055000
010560     END-EXEC                                                     01056000
010570     INSPECT PNOI   REPLACING TRAILING '_' BY SPACE               01057000
010580     INSPECT QTYI   REPLACING TRAILING '_' BY SPACE               01058000
010590     INSPECT PRICEI REPLACING TRAILING '_' BY SPACE               01059000
010600     PERFORM 045-SET-NEED-LEVEL                                   01060000
010610     PERFORM 050-CHECK-AUTHORITY                                  01061000
010620     IF AUTH-REFUSED                                              01062000
010630         MOVE WS-AUTH-MSG TO MESSLI                               01063000
010640     ELSE                                                         01064000
010650     EVALUATE EIBAID                                              01065000
010660         WHEN DFHCLEAR                                            01066000
010670             PERFORM 295-EXIT-TRANS                               01067000
010680         WHEN DFHENTER                                            01068000
010690             PERFORM 510-ADD-LINE                                 01069000
010700         WHEN DFHPF4                                              01070000
010710             PERFORM 600-WRITE-QUOTE                              01071000
010720         WHEN DFHPF9                                              01072000
010730             PERFORM 690-CANCEL-QUOTE                             01073000
010740         WHEN OTHER                                               01074000
010750             MOVE 'INVALID KEY - ENTER/PF4/PF9/CLEAR ONLY'        01075000
010760                TO MESSLI                                         01076000
010770     END-EVALUATE                                                 01077000
010780     END-IF                                                       01078000
010790     PERFORM 230-SET-LINE-TOTALS                                  01079000
010800     EXEC CICS SEND MAP('MAP1QL')                                 01080000
010810          MAPSET('MS1QT')                                         01081000
010820          FROM(MAP1QLI)                                           01082000
010830          DATAONLY                                                01083000
010840          CURSOR                                                  01084000
010850     END-EXEC                                                     01085000
010860     PERFORM 290-RETURN-TRANS                                     01086000
010870     EXIT.                                                        01087000
010880                                                                  01088000
010890******************************************************************01089000
010900* 510-ADD-LINE -- VALIDATE THE PRODUCT AND QUANTITY, SHOW THE    *01090000
010910* LIST PRICE AND THE CONTRACT CONDITION. A CONTRACT PRICE (P) IS *01091000
010920* THE PRICE PJPART3B WILL BILL, SO IT CANNOT BE OVERRIDDEN ; A   *01092000
010930* CONTRACT DISCOUNT (D) IS COMPUTED ON THE LINE AS ON THE        *01093000
010940* INVOICE. THE LINE IS THEN PARKED IN THE TS QUEUE               *01094000
010950******************************************************************01095000
010960 510-ADD-LINE.                                                    01096000
010970     MOVE 'Y' TO WS-EDIT-OK                                       01097000
010980     MOVE SPACES TO MESSLI                                        01098000
010990     MOVE SPACES TO CONTRI                                        01099000
011000     MOVE SPACES TO LPRICEI                                       01100000
011010     INITIALIZE ST-PROD                                           01101000
011020     MOVE PNOI TO PROD-P-NO                                       01102000
011030     EXEC SQL                                                     01103000
011040        SELECT DESCRIPTION, PRICE                                 01104000
011050            INTO :PROD-DESCRIPTION, :PROD-PRICE                   01105000
011060            FROM API5.PRODUCTS                                    01106000
011070            WHERE P_NO = :PROD-P-NO                               01107000
011080     END-EXEC                                                     01108000
011090     EVALUATE TRUE                                                01109000
011100         WHEN SQLCODE = ZERO                                      01110000
011110             MOVE PROD-DESCRIPTION TO PDESCI                      01111000
011120             MOVE PROD-PRICE TO WS-PRICE-NUM                      01112000
011130             MOVE WS-PRICE-NUM TO WS-PRICE-EDIT                   01113000
011140             MOVE WS-PRICE-EDIT TO LPRICEI                        01114000
011150         WHEN SQLCODE = +100                                      01115000
011160             MOVE 'N' TO WS-EDIT-OK                               01116000
011170             MOVE 'PRODUCT NOT ON FILE' TO MESSLI                 01117000
011180         WHEN OTHER                                               01118000
011190             MOVE 'N' TO WS-EDIT-OK                               01119000
011200             PERFORM 955-SQL-ERROR-L                              01120000
011210     END-EVALUATE                                                 01121000
011220     IF EDIT-OK                                                   01122000
011230         IF QTYI NOT NUMERIC OR QTYI = '00'                       01123000
011240             MOVE 'N' TO WS-EDIT-OK                               01124000
011250             MOVE 'QUANTITY MUST BE 01 - 99' TO MESSLI            01125000
011260         END-IF                                                   01126000
011270     END-IF                                                       01127000
011280     IF EDIT-OK                                                   01128000
011290         MOVE WS-CA-C-NO   TO WS-CON-C-NO                         01129000
011300         MOVE PNOI         TO WS-CON-P-NO                         01130000
011310         MOVE WS-CA-Q-DATE TO WS-CON-DATE                         01131000
011320         PERFORM 530-FIND-CONTRACT                                01132000
011330         PERFORM 540-SHOW-CONTRACT                                01133000
011340         PERFORM 515-EDIT-PRICE                                   01134000
011350     END-IF                                                       01135000
011360     IF EDIT-OK                                                   01136000
011370         MOVE QTYI TO WS-QTY-NUM                                  01137000
011380         MOVE ZERO TO WS-LINE-DISC                                01138000
011390         IF WS-CON-TYPE = 'D'                                     01139000
011400             COMPUTE WS-LINE-DISC ROUNDED =                       01140000
011410                WS-QTY-NUM * WS-PRICE-NUM * WS-CON-PCT / 100      01141000
011420         END-IF                                                   01142000
011430         MOVE PNOI             TO TSQ-P-NO                        01143000
011440         MOVE PROD-DESCRIPTION TO TSQ-DESC                        01144000
011450         MOVE WS-QTY-NUM       TO TSQ-QTY                         01145000
011460         MOVE WS-PRICE-NUM     TO TSQ-PRICE                       01146000
011470         MOVE PROD-PRICE       TO TSQ-LIST                        01147000
011480         MOVE WS-CON-TYPE      TO TSQ-CON-TYPE                    01148000
011490         MOVE WS-CON-PCT       TO TSQ-CON-PCT                     01149000
011500         MOVE WS-LINE-DISC     TO TSQ-DISC                        01150000
011510         EXEC CICS WRITEQ TS                                      01151000
011520              QUEUE(WS-TSQ-NAME)                                  01152000
011530              FROM(L-TSQ-ITEM)                                    01153000
011540              LENGTH(WS-TSQ-LEN)                                  01154000
011550              MAIN                                                01155000
011560         END-EXEC                                                 01156000
011570         ADD 1 TO WS-CA-LINE-CNT                                  01157000
011580         COMPUTE WS-CA-TOTAL =                                    01158000
011590            WS-CA-TOTAL + WS-QTY-NUM * WS-PRICE-NUM               01159000
011600         ADD WS-LINE-DISC TO WS-CA-DISC                           01160000
011610         MOVE 'LINE ADDED - NEXT LINE OR PF4 TO WRITE THE QUOTE'  01161000
011620            TO MESSLI                                             01162000
011630     END-IF                                                       01163000
011640     EXIT.                                                        01164000
011650                                                                  01165000
011660 515-EDIT-PRICE.                                                  01166000
011670     IF PRICEI = SPACES                                           01167000
011680         IF WS-CON-TYPE = 'P'                                     01168000
011690             MOVE WS-CON-PRICE TO WS-PRICE-NUM                    01169000
011700         ELSE                                                     01170000
011710             MOVE PROD-PRICE TO WS-PRICE-NUM                      01171000
011720         END-IF                                                   01172000
011730         MOVE WS-PRICE-NUM TO WS-PRICE-EDIT                       01173000
011740         MOVE WS-PRICE-EDIT TO PRICEI                             01174000
011750     ELSE                                                         01175000
011760         IF PRICEI(6:1) NOT = '.'                                 01176000
011770         OR PRICEI(1:5) NOT NUMERIC                               01177000
011780         OR PRICEI(7:2) NOT NUMERIC                               01178000
011790             MOVE 'N' TO WS-EDIT-OK                               01179000
011800             MOVE 'INVALID PRICE FORMAT (EXPECTED 99999.99)'      01180000
011810                TO MESSLI                                         01181000
011820         ELSE                                                     01182000
011830             MOVE PRICEI TO WS-PRICE-EDIT                         01183000
011840             MOVE WS-PRICE-EDIT TO WS-PRICE-NUM                   01184000
011850             IF WS-CON-TYPE = 'P'                                 01185000
011860                AND WS-PRICE-NUM NOT = WS-CON-PRICE               01186000
011870                 MOVE 'N' TO WS-EDIT-OK                           01187000
011880                 MOVE 'CONTRACT PRICE APPLIES - LEAVE PRICE BLANK'01188000
011890                    TO MESSLI                                     01189000
011900             END-IF                                               01190000
011910         END-IF                                                   01191000
011920     END-IF                                                       01192000
011930     EXIT.                                                        01193000
011940                                                                  01194000
011950******************************************************************01195000
011960* 530-FIND-CONTRACT -- CONDITION OF WS-CON-C-NO ON WS-CON-P-NO   *01196000
011970* IN FORCE AT WS-CON-DATE, ELSE ITS CONDITION ON ***. A FILE NOT *01197000
011980* OPEN OR A RECORD NOT FOUND LEAVES WS-CON-TYPE BLANK            *01198000
011990******************************************************************01199000
012000 530-FIND-CONTRACT.                                               01200000
012010     MOVE 'N'    TO WS-CON-SW                                     01201000
012020     MOVE SPACE  TO WS-CON-TYPE                                   01202000
012030     MOVE ZERO   TO WS-CON-PCT                                    01203000
012040     MOVE ZERO   TO WS-CON-PRICE                                  01204000
012050     MOVE SPACES TO WS-CON-FROM                                   01205000
012060     MOVE SPACES TO WS-CON-TO                                     01206000
012070     MOVE WS-CON-P-NO TO WS-BRW-P-NO                              01207000
012080     PERFORM 532-BROWSE-CONTRACT                                  01208000
012090     IF NOT CONTRACT-FOUND                                        01209000
012100         MOVE '***' TO WS-BRW-P-NO                                01210000
012110         PERFORM 532-BROWSE-CONTRACT                              01211000
012120     END-IF                                                       01212000
012130     EXIT.                                                        01213000
012140                                                                  01214000
012150 532-BROWSE-CONTRACT.                                             01215000
012160     INITIALIZE CONTRK-RECORD                                     01216000
012170     MOVE WS-CON-C-NO TO CNK-C-NO                                 01217000
012180     MOVE WS-BRW-P-NO TO CNK-P-NO                                 01218000
012190     MOVE LOW-VALUES  TO CNK-EFF-FROM                             01219000
012200     EXEC CICS STARTBR FILE('CONTRKS')                            01220000
012210          RIDFLD(CNK-KEY)                                         01221000
012220          GTEQ                                                    01222000
012230          RESP(WS-RESP)                                           01223000
012240     END-EXEC                                                     01224000
012250     IF WS-RESP = DFHRESP(NORMAL)                                 01225000
012260         MOVE 'N' TO WS-BRW-DONE                                  01226000
012270         PERFORM 534-READ-NEXT-CONTRACT UNTIL BROWSE-DONE         01227000
012280         EXEC CICS ENDBR FILE('CONTRKS')                          01228000
012290         END-EXEC                                                 01229000
012300     END-IF                                                       01230000
012310     EXIT.                                                        01231000
012320                                                                  01232000
012330 534-READ-NEXT-CONTRACT.                                          01233000
012340     EXEC CICS READNEXT FILE('CONTRKS')                           01234000
012350          INTO(CONTRK-RECORD)                                     01235000
012360          RIDFLD(CNK-KEY)                                         01236000
012370          RESP(WS-RESP)                                           01237000
012380     END-EXEC                                                     01238000
012390     IF WS-RESP NOT = DFHRESP(NORMAL)                             01239000
012400     OR CNK-C-NO NOT = WS-CON-C-NO                                01240000
012410     OR CNK-P-NO NOT = WS-BRW-P-NO                                01241000
012420         MOVE 'Y' TO WS-BRW-DONE                                  01242000
012430     ELSE                                                         01243000
012440         IF WS-CON-DATE >= CNK-EFF-FROM                           01244000
012450            AND WS-CON-DATE <= CNK-EFF-TO                         01245000
012460             MOVE 'Y' TO WS-CON-SW                                01246000
012470             MOVE 'Y' TO WS-BRW-DONE                              01247000
012480             MOVE CNK-TYPE     TO WS-CON-TYPE                     01248000
012490             MOVE CNK-PCT      TO WS-CON-PCT                      01249000
012500             MOVE CNK-PRICE    TO WS-CON-PRICE                    01250000
012510             MOVE CNK-EFF-FROM TO WS-CON-FROM                     01251000
012520             MOVE CNK-EFF-TO   TO WS-CON-TO                       01252000
012530         END-IF                                                   01253000
012540     END-IF                                                       01254000
012550     EXIT.                                                        01255000
012560                                                                  01256000
012570 540-SHOW-CONTRACT.                                               01257000
012580     MOVE SPACES TO CONTRI                                        01258000
012590     EVALUATE WS-CON-TYPE                                         01259000
012600         WHEN 'P'                                                 01260000
012610             MOVE WS-CON-PRICE TO WS-PRICE-EDIT                   01261000
012620             STRING                                               01262000
012630                'PRICE '        DELIMITED BY SIZE                 01263000
012640                WS-PRICE-EDIT   DELIMITED BY SIZE                 01264000
012650                ' ON '          DELIMITED BY SIZE                 01265000
012660                WS-BRW-P-NO     DELIMITED BY SIZE                 01266000
012670                ' ' WS-CON-FROM ' TO ' WS-CON-TO                  01267000
012680                                DELIMITED BY SIZE                 01268000
012690                INTO CONTRI                                       01269000
012700             END-STRING                                           01270000
012710         WHEN 'D'                                                 01271000
012720             MOVE WS-CON-PCT TO ED-PCT                            01272000
012730             STRING                                               01273000
012740                'DISCOUNT '     DELIMITED BY SIZE                 01274000
012750                ED-PCT          DELIMITED BY SIZE                 01275000
012760                '% ON '         DELIMITED BY SIZE                 01276000
012770                WS-BRW-P-NO     DELIMITED BY SIZE                 01277000
012780                ' ' WS-CON-FROM ' TO ' WS-CON-TO                  01278000
012790                                DELIMITED BY SIZE                 01279000
012800                INTO CONTRI                                       01280000
012810             END-STRING                                           01281000
012820         WHEN OTHER                                               01282000
012830             MOVE 'NONE - LIST PRICE OR PRICE KEYED' TO CONTRI    01283000
012840     END-EVALUATE                                                 01284000
012850     EXIT.                                                        01285000
012860                                                                  01286000
012870******************************************************************01287000
012880* 600-WRITE-QUOTE -- READ THE PARKED LINES BACK AND WRITE THE    *01288000
012890* QUOTE HEADER PLUS ONE RECORD PER LINE TO THE QUOTE KSDS IN     *01289000
012900* THIS TASK, SO THE QUOTE IS WRITTEN WHOLE OR NOT AT ALL         *01290000
012910******************************************************************01291000
012920 600-WRITE-QUOTE.                                                 01292000
012930     IF WS-CA-LINE-CNT = ZERO                                     01293000
012940         MOVE 'NO LINES ENTERED - NOTHING WRITTEN' TO MESSLI      01294000
012950     ELSE                                                         01295000
012960         MOVE 'Y' TO WS-EDIT-OK                                   01296000
012970         INITIALIZE QUOTE-RECORD                                  01297000
012980         MOVE 'Q'            TO QTE-TYPE                          01298000
012990         MOVE WS-CA-Q-NO     TO QTE-NO                            01299000
013000         MOVE ZERO           TO QTE-SEQ                           01300000
013010         MOVE WS-CA-C-NO     TO QTH-C-NO                          01301000
013020         MOVE WS-CA-S-NO     TO QTH-S-NO                          01302000
013030         MOVE WS-CA-Q-DATE   TO QTH-DATE                          01303000
013040         MOVE WS-CA-EXP-DATE TO QTH-EXP-DATE                      01304000
013050         MOVE 'O'            TO QTH-STATUS                        01305000
013060         MOVE ZERO           TO QTH-O-NO                          01306000
013070         MOVE WS-CA-SHIP     TO QTH-SHIP                          01307000
013080         MOVE WS-CA-LINE-CNT TO QTH-LINE-CNT                      01308000
013090         MOVE WS-CA-TOTAL    TO QTH-TOTAL                         01309000
013100         MOVE WS-CA-DISC     TO QTH-DISC                          01310000
013110         MOVE WS-TODAY       TO QTH-ENTRY-DATE                    01311000
013120         EXEC CICS ASSIGN                                         01312000
013130              USERID(QTH-USERID)                                  01313000
013140         END-EXEC                                                 01314000
013150         EXEC CICS WRITE FILE('QUOTE')                            01315000
013160              FROM(QUOTE-RECORD)                                  01316000
013170              RIDFLD(QTE-KEY)                                     01317000
013180              RESP(WS-RESP)                                       01318000
013190         END-EXEC                                                 01319000
013200         EVALUATE TRUE                                            01320000
013210             WHEN WS-RESP = DFHRESP(NORMAL)                       01321000
013220                 CONTINUE                                         01322000
013230             WHEN WS-RESP = DFHRESP(DUPREC)                       01323000
013240                 MOVE 'N' TO WS-EDIT-OK                           01324000
013250                 MOVE 'QUOTE NUMBER ALREADY IN USE - PF9, REKEY'  01325000
013260                    TO MESSLI                                     01326000
013270             WHEN OTHER                                           01327000
013280                 MOVE 'N' TO WS-EDIT-OK                           01328000
013290                 MOVE 'QUOTE FILE WRITE ERROR - QUOTE NOT WRITTEN'01329000
013300                    TO MESSLI                                     01330000
013310         END-EVALUATE                                             01331000
013320         IF EDIT-OK                                               01332000
013330             PERFORM 610-WRITE-ONE-LINE                           01333000
013340                VARYING WS-LINE-I FROM 1 BY 1                     01334000
013350                   UNTIL WS-LINE-I > WS-CA-LINE-CNT               01335000
013360                      OR EDIT-FAILED                              01336000
013370         END-IF                                                   01337000
013380         IF EDIT-OK                                               01338000
013390             PERFORM 790-PURGE-TSQ                                01339000
013400             MOVE SPACES TO MESSHI                                01340000
013410             STRING                                               01341000
013420                'QUOTE WRITTEN - ' DELIMITED BY SIZE              01342000
013430                WS-CA-LINE-CNT     DELIMITED BY SIZE              01343000
013440                ' LINES'           DELIMITED BY SIZE              01344000
013450                INTO MESSHI                                       01345000
013460             END-STRING                                           01346000
013470             MOVE ZERO TO WS-CA-LINE-CNT                          01347000
013480             MOVE 'H' TO WS-CA-PHASE                              01348000
013490             EXEC CICS SEND MAP('MAP1QH')                         01349000
013500                  MAPSET('MS1QT')                                 01350000
013510                  FROM(MAP1QHI)                                   01351000
013520                  ERASE                                           01352000
013530             END-EXEC                                             01353000
013540             PERFORM 290-RETURN-TRANS                             01354000
013550         ELSE                                                     01355000
013560             EXEC CICS SYNCPOINT ROLLBACK END-EXEC                01356000
013570         END-IF                                                   01357000
013580     END-IF                                                       01358000
013590     EXIT.                                                        01359000
013600                                                                  01360000
013610 610-WRITE-ONE-LINE.                                              01361000
013620     EXEC CICS READQ TS                                           01362000
013630          QUEUE(WS-TSQ-NAME)                                      01363000
013640          INTO(L-TSQ-ITEM)                                        01364000
013650          LENGTH(WS-TSQ-LEN)                                      01365000
013660          ITEM(WS-LINE-I)                                         01366000
013670          RESP(WS-RESP)                                           01367000
013680     END-EXEC                                                     01368000
013690     IF WS-RESP NOT = DFHRESP(NORMAL)                             01369000
013700         MOVE 'N' TO WS-EDIT-OK                                   01370000
013710         MOVE 'LINE QUEUE READ ERROR - QUOTE NOT WRITTEN'         01371000
013720            TO MESSLI                                             01372000
013730     ELSE                                                         01373000
013740         INITIALIZE QUOTE-RECORD                                  01374000
013750         MOVE 'Q'          TO QTE-TYPE                            01375000
013760         MOVE WS-CA-Q-NO   TO QTE-NO                              01376000
013770         MOVE WS-LINE-I    TO QTE-SEQ                             01377000
013780         MOVE TSQ-P-NO     TO QTL-P-NO                            01378000
013790         MOVE TSQ-DESC     TO QTL-DESC                            01379000
013800         MOVE TSQ-QTY      TO QTL-QTY                             01380000
013810         MOVE TSQ-PRICE    TO QTL-PRICE                           01381000
013820         MOVE TSQ-LIST     TO QTL-LIST-PRICE                      01382000
013830         MOVE TSQ-CON-TYPE TO QTL-CON-TYPE                        01383000
013840         MOVE TSQ-CON-PCT  TO QTL-CON-PCT                         01384000
013850         MOVE TSQ-DISC     TO QTL-DISC                            01385000
013860         EXEC CICS WRITE FILE('QUOTE')                            01386000
013870              FROM(QUOTE-RECORD)                                  01387000
013880              RIDFLD(QTE-KEY)                                     01388000
013890              RESP(WS-RESP)                                       01389000
013900         END-EXEC                                                 01390000
013910         IF WS-RESP NOT = DFHRESP(NORMAL)                         01391000
013920             MOVE 'N' TO WS-EDIT-OK                               01392000
013930             MOVE 'QUOTE FILE WRITE ERROR - QUOTE NOT WRITTEN'    01393000
013940                TO MESSLI                                         01394000
013950         END-IF                                                   01395000
013960     END-IF                                                       01396000
013970     EXIT.                                                        01397000
013980                                                                  01398000
013990******************************************************************01399000
014000* 640-WRITE-SHIPTO -- DELIVERY ADDRESS OF THE QUOTE RECORDED FOR *01400000
014010* BILLING WHEN IT BECOMES AN ORDER                               *01401000
014020******************************************************************01402000
014030 640-WRITE-SHIPTO.                                                01403000
014040     IF WS-CA-SHIP-NAME NOT = SPACES                              01404000
014050         INITIALIZE SHIPTO-RECORD                                 01405000
014060         MOVE WS-CONV-O-NO     TO SHI-O-NO                        01406000
014070         MOVE WS-CA-SHIP-NAME  TO SHI-NAME                        01407000
014080         MOVE WS-CA-SHIP-ADDR  TO SHI-ADDR                        01408000
014090         MOVE WS-CA-SHIP-CITY  TO SHI-CITY                        01409000
014100         MOVE WS-CA-SHIP-ST    TO SHI-STATE                       01410000
014110         MOVE WS-CA-SHIP-ZIP   TO SHI-ZIP                         01411000
014120         EXEC CICS WRITE FILE('SHIPTO')                           01412000
014130              FROM(SHIPTO-RECORD)                                 01413000
014140              RIDFLD(SHI-KEY)                                     01414000
014150              RESP(WS-RESP)                                       01415000
014160         END-EXEC                                                 01416000
014170     END-IF                                                       01417000
014180     EXIT.                                                        01418000
014190                                                                  01419000
014200 690-CANCEL-QUOTE.                                                01420000
014210     PERFORM 790-PURGE-TSQ                                        01421000
014220     MOVE ZERO TO WS-CA-LINE-CNT                                  01422000
014230     MOVE 'H' TO WS-CA-PHASE                                      01423000
014240     MOVE 'QUOTE CANCELLED - NOTHING WRITTEN' TO MESSHI           01424000
014250     EXEC CICS SEND MAP('MAP1QH')                                 01425000
014260          MAPSET('MS1QT')                                         01426000
014270          FROM(MAP1QHI)                                           01427000
014280          ERASE                                                   01428000
014290     END-EXEC                                                     01429000
014300     PERFORM 290-RETURN-TRANS                                     01430000
014310     EXIT.                                                        01431000
014320                                                                  01432000
014330******************************************************************01433000
014340* 620-CREDIT-CHECK -- THE CONVERTED ORDER IS TESTED AGAINST THE  *01434000
014350* CUSTOMER'S CREDIT LIMIT EXACTLY AS AN ORDER KEYED IN PJORDE :  *01435000
014360* OPEN AR FROM ARBAL PLUS THE OTHER UNBILLED ORDERS PLUS THIS    *01436000
014370* ORDER. AN ORDER OVER THE LIMIT IS PARKED IN ORDHOLD            *01437000
014380******************************************************************01438000
014390 620-CREDIT-CHECK.                                                01439000
014400     MOVE 'N' TO WS-OVER-SW                                       01440000
014410     MOVE 'N' TO WS-LIMIT-SW                                      01441000
014411     MOVE 'N' TO WS-GRP-OVER-SW                                   01441100
014420     INITIALIZE CREDLIM-RECORD                                    01442000
014430     MOVE WS-CA-C-NO TO CRL-C-NO                                  01443000
014440     EXEC CICS READ FILE('CREDLIM')                               01444000
014450          INTO(CREDLIM-RECORD)                                    01445000
014460          RIDFLD(CRL-KEY)                                         01446000
014470          RESP(WS-RESP)                                           01447000
014480     END-EXEC                                                     01448000
014490     IF WS-RESP = DFHRESP(NORMAL)                                 01449000
014500         MOVE 'Y' TO WS-LIMIT-SW                                  01450000
014510     END-IF                                                       01451000
014520     PERFORM 650-READ-GROUP                                       01452000
014521     IF LIMIT-ON-FILE OR GROUP-LIMIT-ON-FILE                      01452100
014530         INITIALIZE ST-CUSTS                                      01453000
014540         MOVE WS-CA-C-NO TO CUSTS-C-NO                            01454000
014550         EXEC SQL                                                 01455000
014560            SELECT COMPANY                                        01456000
014570                INTO :CUSTS-COMPANY                               01457000
014580                FROM API5.CUSTOMERS                               01458000
014590                WHERE C_NO = :CUSTS-C-NO                          01459000
014600         END-EXEC                                                 01460000
014610         IF SQLCODE NOT = ZERO                                    01461000
014620             MOVE SPACES TO CUSTS-COMPANY                         01462000
014630         END-IF                                                   01463000
014631     END-IF                                                       01463100
014632     IF LIMIT-ON-FILE                                             01463200
014633         MOVE WS-CA-C-NO TO WS-EXP-C-NO                           01463300
014640         PERFORM 622-GET-EXPOSURE                                 01464000
014650         IF WS-EXPOSURE > CRL-LIMIT                               01465000
014660             MOVE 'Y' TO WS-OVER-SW                               01466000
014680         END-IF                                                   01468000
014681     END-IF                                                       01468100
014681     IF GROUP-LIMIT-ON-FILE AND NOT OVER-LIMIT                    01468101
014682         PERFORM 655-GROUP-EXPOSURE                               01468200
014682         IF WS-GRP-EXPOSURE > WS-GRP-LIMIT                        01468201
014683             MOVE 'Y' TO WS-OVER-SW                               01468300
014683             MOVE 'Y' TO WS-GRP-OVER-SW                           01468301
014684         END-IF                                                   01468400
014684     END-IF                                                       01468401
014685     IF OVER-LIMIT                                                01468500
014685         PERFORM 630-WRITE-HOLD                                   01468501
014690     END-IF                                                       01469000
014700     EXIT.                                                        01470000
014710                                                                  01471000
014720 622-GET-EXPOSURE.                                                01472000
014730     MOVE ZERO TO WS-OPEN-AR                                      01473000
014740     INITIALIZE ARBAL-RECORD                                      01474000
014750     MOVE WS-EXP-C-NO TO ARB-C-NO                                 01475000
014760     EXEC CICS READ FILE('ARBAL')                                 01476000
014770          INTO(ARBAL-RECORD)                                      01477000
014780          RIDFLD(ARB-KEY)                                         01478000
014790          RESP(WS-RESP)                                           01479000
014800     END-EXEC                                                     01480000
014810     IF WS-RESP = DFHRESP(NORMAL)                                 01481000
014820         MOVE ARB-AMOUNT TO WS-OPEN-AR                            01482000
014830     END-IF                                                       01483000
014840     MOVE ZERO TO WS-PEND-TOT                                     01484000
014850     INITIALIZE ST-ORDER                                          01485000
014860     MOVE WS-EXP-C-NO  TO ORDER-C-NO                              01486000
014870     MOVE WS-CONV-O-NO TO ORDER-O-NO                              01487000
014880     EXEC SQL                                                     01488000
014890        OPEN CPEND                                                01489000
014900     END-EXEC                                                     01490000
014910     IF SQLCODE = ZERO                                            01491000
014920         PERFORM 624-FETCH-PENDING                                01492000
014930         PERFORM 626-ADD-PENDING-ORDER                            01493000
014940            UNTIL SQLCODE NOT = ZERO                              01494000
014950         EXEC SQL                                                 01495000
014960            CLOSE CPEND                                           01496000
014970         END-EXEC                                                 01497000
014980     END-IF                                                       01498000
014990     COMPUTE WS-EXPOSURE =                                        01499000
015000        WS-OPEN-AR + WS-PEND-TOT + WS-ORD-VALUE                   01500000
015010     EXIT.                                                        01501000
015020                                                                  01502000
015030 624-FETCH-PENDING.                                               01503000
015040     EXEC SQL                                                     01504000
015050        FETCH CPEND                                               01505000
015060        INTO :ORDER-O-NO                                          01506000
015070     END-EXEC                                                     01507000
015080     EXIT.                                                        01508000
015090                                                                  01509000
015100 626-ADD-PENDING-ORDER.                                           01510000
015110     PERFORM 628-CHECK-UNBILLED                                   01511000
015120     IF PENDING-UNBILLED                                          01512000
015130         MOVE ZERO TO WS-PENDING                                  01513000
015140         INITIALIZE ST-ITEM                                       01514000
015150         MOVE ORDER-O-NO TO ITEM-O-NO                             01515000
015160         EXEC SQL                                                 01516000
015170            SELECT SUM(QUANTITY * PRICE)                          01517000
015180                INTO :WS-PENDING :WS-PENDING-IND                  01518000
015190                FROM API5.ITEMS                                   01519000
015200                WHERE O_NO = :ITEM-O-NO                           01520000
015210         END-EXEC                                                 01521000
015220         IF SQLCODE = ZERO AND WS-PENDING-IND >= ZERO             01522000
015230             ADD WS-PENDING TO WS-PEND-TOT                        01523000
015240         END-IF                                                   01524000
015250     END-IF                                                       01525000
015260     PERFORM 624-FETCH-PENDING                                    01526000
015270     EXIT.                                                        01527000
015280                                                                  01528000
015290 628-CHECK-UNBILLED.                                              01529000
015300     MOVE 'Y' TO WS-PEND-SW                                       01530000
015310     MOVE ORDER-O-NO TO HK-O-NO                                   01531000
015320     MOVE 'H'  TO HK-TYPE                                         01532000
015330     MOVE ZERO TO HK-SEQ                                          01533000
015340     EXEC CICS READ FILE('INVHIST')                               01534000
015350          INTO(HIST-RECORD)                                       01535000
015360          RIDFLD(HIST-KEY)                                        01536000
015370          RESP(WS-RESP)                                           01537000
015380     END-EXEC                                                     01538000
015390     IF WS-RESP = DFHRESP(NORMAL)                                 01539000
015400         MOVE 'N' TO WS-PEND-SW                                   01540000
015410     ELSE                                                         01541000
015420         INITIALIZE HOLD-RECORD                                   01542000
015430         MOVE ORDER-O-NO TO HLD-O-NO                              01543000
015440         EXEC CICS READ FILE('ORDHOLD')                           01544000
015450              INTO(HOLD-RECORD)                                   01545000
015460              RIDFLD(HLD-KEY)                                     01546000
015470              RESP(WS-RESP)                                       01547000
015480         END-EXEC                                                 01548000
015490         IF WS-RESP = DFHRESP(NORMAL)                             01549000
015500            AND HLD-STATUS = 'X'                                  01550000
015510             MOVE 'N' TO WS-PEND-SW                               01551000
015520         END-IF                                                   01552000
015530     END-IF                                                       01553000
015540     EXIT.                                                        01554000
015550                                                                  01555000
015560 630-WRITE-HOLD.                                                  01556000
015570     INITIALIZE HOLD-RECORD                                       01557000
015580     MOVE WS-CONV-O-NO  TO HLD-O-NO                               01558000
015590     MOVE 'H'           TO HLD-STATUS                             01559000
015600     MOVE WS-CA-C-NO    TO HLD-C-NO                               01560000
015610     MOVE CUSTS-COMPANY TO HLD-COMPANY                            01561000
015611     IF GROUP-OVER-LIMIT                                          01561100
015612         MOVE 'G' TO HLD-REASON                                   01561200
015613     ELSE                                                         01561300
015614         MOVE 'C' TO HLD-REASON                                   01561400
015615     END-IF                                                       01561500
015620     MOVE WS-ORD-VALUE  TO HLD-AMOUNT                             01562000
015630     MOVE WS-TODAY      TO HLD-DATE                               01563000
015640     EXEC CICS ASSIGN                                             01564000
015650          USERID(HLD-USERID)                                      01565000
015660     END-EXEC                                                     01566000
015670     EXEC CICS WRITE FILE('ORDHOLD')                              01567000
015680          FROM(HOLD-RECORD)                                       01568000
015690          RIDFLD(HLD-KEY)                                         01569000
015700          RESP(WS-RESP)                                           01570000
015710     END-EXEC                                                     01571000
015711     EXIT.                                                        01571100
015711                                                                  01571101
015711******************************************************************01571102
015711* 650-READ-GROUP -- IS THE CUSTOMER PART OF A NATIONAL ACCOUNT   *01571103
015711* WHOSE PARENT CARRIES A GROUP LIMIT ? THE LIMIT SITS ON THE     *01571104
015711* PARENT RECORD ; ZERO MEANS NO GROUP LIMIT                      *01571105
015711******************************************************************01571106
015711 650-READ-GROUP.                                                  01571107
015711     MOVE 'N'  TO WS-GRP-SW                                       01571108
015712     MOVE ZERO TO WS-GRP-LIMIT                                    01571200
015712     INITIALIZE NATACCT-RECORD                                    01571201
015712     MOVE WS-CA-C-NO TO NAT-C-NO                                  01571202
015712     EXEC CICS READ FILE('NATACCT')                               01571203
015712          INTO(NATACCT-RECORD)                                    01571204
015712          RIDFLD(NAT-KEY)                                         01571205
015712          RESP(WS-RESP)                                           01571206
015712     END-EXEC                                                     01571207
015712     IF WS-RESP = DFHRESP(NORMAL)                                 01571208
015713         MOVE NAT-PARENT-NO TO WS-GRP-PARENT                      01571300
015713         IF NOT NAT-PARENT                                        01571301
015713             MOVE WS-GRP-PARENT TO NAT-C-NO                       01571302
015713             EXEC CICS READ FILE('NATACCT')                       01571303
015713                  INTO(NATACCT-RECORD)                            01571304
015713                  RIDFLD(NAT-KEY)                                 01571305
015713                  RESP(WS-RESP)                                   01571306
015713             END-EXEC                                             01571307
015713         END-IF                                                   01571308
015714         IF WS-RESP = DFHRESP(NORMAL)                             01571400
015714            AND NAT-PARENT                                        01571401
015714            AND NAT-GROUP-LIMIT > ZERO                            01571402
015714             MOVE NAT-GROUP-LIMIT TO WS-GRP-LIMIT                 01571403
015714             MOVE 'Y' TO WS-GRP-SW                                01571404
015714         END-IF                                                   01571405
015714     END-IF                                                       01571406
015714     EXIT.                                                        01571407
015714                                                                  01571408
015715******************************************************************01571500
015715* 655-GROUP-EXPOSURE -- OPEN AR PLUS UNBILLED ORDERS OF EVERY    *01571501
015715* CUSTOMER OF THE GROUP (THE PARENT POINTS AT ITSELF), PLUS THIS *01571502
015715* ORDER. NATACCT HOLDS ONE RECORD PER GROUPED CUSTOMER ONLY, SO  *01571503
015715* THE FULL BROWSE STAYS SHORT                                    *01571504
015715******************************************************************01571505
015715 655-GROUP-EXPOSURE.                                              01571506
015715     MOVE ZERO TO WS-GRP-EXPOSURE                                 01571507
015715     MOVE 'N'  TO WS-GRP-BRW-SW                                   01571508
015716     MOVE ZERO TO NAT-C-NO                                        01571600
015716     EXEC CICS STARTBR FILE('NATACCT')                            01571601
015716          RIDFLD(NAT-KEY)                                         01571602
015716          GTEQ                                                    01571603
015716          RESP(WS-RESP)                                           01571604
015716     END-EXEC                                                     01571605
015716     IF WS-RESP = DFHRESP(NORMAL)                                 01571606
015716         PERFORM 656-ADD-GROUP-MEMBER                             01571607
015716            UNTIL GROUP-BROWSE-DONE                               01571608
015717         EXEC CICS ENDBR FILE('NATACCT')                          01571700
015717              RESP(WS-RESP)                                       01571701
015717         END-EXEC                                                 01571702
015717     END-IF                                                       01571703
015717     ADD WS-ORD-VALUE TO WS-GRP-EXPOSURE                          01571704
015717     EXIT.                                                        01571705
015717                                                                  01571706
015717 656-ADD-GROUP-MEMBER.                                            01571707
015717     EXEC CICS READNEXT FILE('NATACCT')                           01571708
015718          INTO(NATACCT-RECORD)                                    01571800
015718          RIDFLD(NAT-KEY)                                         01571801
015718          RESP(WS-RESP)                                           01571802
015718     END-EXEC                                                     01571803
015718     IF WS-RESP NOT = DFHRESP(NORMAL)                             01571804
015718         MOVE 'Y' TO WS-GRP-BRW-SW                                01571805
015718     ELSE                                                         01571806
015718         IF NAT-PARENT-NO = WS-GRP-PARENT                         01571807
015718             MOVE NAT-C-NO TO WS-EXP-C-NO                         01571808
015719             PERFORM 622-GET-EXPOSURE                             01571900
015719             ADD WS-OPEN-AR  TO WS-GRP-EXPOSURE                   01571901
015719             ADD WS-PEND-TOT TO WS-GRP-EXPOSURE                   01571902
015719         END-IF                                                   01571903
015719     END-IF                                                       01571904
015720     EXIT.                                                        01572000
015730                                                                  01573000
015740******************************************************************01574000
015750* 790-PURGE-TSQ -- DROP THE PARKED LINES. A QUEUE THAT DOES NOT  *01575000
015760* EXIST YET IS NOT AN ERROR                                      *01576000
015770******************************************************************01577000
015780 790-PURGE-TSQ.                                                   01578000
015790     EXEC CICS DELETEQ TS                                         01579000
015800          QUEUE(WS-TSQ-NAME)                                      01580000
015810          RESP(WS-RESP)                                           01581000
015820     END-EXEC                                                     01582000
015830     EXIT.                                                        01583000
015840                                                                  01584000
015850******************************************************************01585000
015860* 810-GET-TODAY -- CURRENT DATE AS YYYY-MM-DD                    *01586000
015870******************************************************************01587000
015880 810-GET-TODAY.                                                   01588000
015890     EXEC CICS ASKTIME                                            01589000
015900          ABSTIME(WS-ABS-TIME)                                    01590000
015910     END-EXEC                                                     01591000
015920     EXEC CICS FORMATTIME                                         01592000
015930          ABSTIME(WS-ABS-TIME)                                    01593000
015940          YYYYMMDD(WS-TODAY-YMD)                                  01594000
015950     END-EXEC                                                     01595000
015960     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY(1:4)                      01596000
015970     MOVE '-'               TO WS-TODAY(5:1)                      01597000
015980     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY(6:2)                      01598000
015990     MOVE '-'               TO WS-TODAY(8:1)                      01599000
016000     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY(9:2)                      01600000
016010     EXIT.                                                        01601000
016020                                                                  01602000
016030******************************************************************01603000
016040* SQL ERROR REPORTING PER SCREEN                                 *01604000
016050******************************************************************01605000
016060 950-SQL-ERROR-H.                                                 01606000
016070     MOVE SQLCODE TO ED-SQLCODE                                   01607000
016080     MOVE SPACES TO MESSHI                                        01608000
016090     STRING                                                       01609000
016100        'SQL ERROR - SQLCODE ' DELIMITED BY SIZE                  01610000
016110        ED-SQLCODE DELIMITED BY SIZE                              01611000
016120        INTO MESSHI                                               01612000
016130     END-STRING                                                   01613000
016140     EXIT.                                                        01614000
016150                                                                  01615000
016160 955-SQL-ERROR-L.                                                 01616000
016170     MOVE SQLCODE TO ED-SQLCODE                                   01617000
016180     MOVE SPACES TO MESSLI                                        01618000
016190     STRING                                                       01619000
016200        'SQL ERROR - SQLCODE ' DELIMITED BY SIZE                  01620000
016210        ED-SQLCODE DELIMITED BY SIZE                              01621000
016220        INTO MESSLI                                               01622000
016230     END-STRING                                                   01623000
016240     EXIT.                                                        01624000
016250                                                                  01625000
016260******************************************************************01626000
016270* 045-SET-NEED-LEVEL -- QUOTATION IS SALES ADMINISTRATION WORK : *01627000
016280* EVERY KEY EXCEPT CLEAR NEEDS LEVEL M                           *01628000
016290******************************************************************01629000
016300 045-SET-NEED-LEVEL.                                              01630000
016310     MOVE 'PJQT' TO WS-AUTH-TRANS                                 01631000
016320     EVALUATE EIBAID                                              01632000
016330         WHEN DFHCLEAR                                            01633000
016340             MOVE SPACE TO WS-NEED-LEVEL                          01634000
016350             MOVE 'CLEAR' TO WS-AUTH-ACTION                       01635000
016360         WHEN DFHPF4                                              01636000
016370             MOVE 'M' TO WS-NEED-LEVEL                            01637000
016380             MOVE 'COMMIT' TO WS-AUTH-ACTION                      01638000
016390         WHEN DFHPF5                                              01639000
016400             MOVE 'M' TO WS-NEED-LEVEL                            01640000
016410             MOVE 'CONVRT' TO WS-AUTH-ACTION                      01641000
016420         WHEN DFHPF6                                              01642000
016430             MOVE 'M' TO WS-NEED-LEVEL                            01643000
016440             MOVE 'LOST' TO WS-AUTH-ACTION                        01644000
016450         WHEN DFHPF9                                              01645000
016460             MOVE 'M' TO WS-NEED-LEVEL                            01646000
016470             MOVE 'CANCEL' TO WS-AUTH-ACTION                      01647000
016480         WHEN OTHER                                               01648000
016490             MOVE 'M' TO WS-NEED-LEVEL                            01649000
016500             MOVE 'ENTRY' TO WS-AUTH-ACTION                       01650000
016510     END-EVALUATE                                                 01651000
016520     EXIT.                                                        01652000
016530                                                                  01653000
016540     COPY AUTHPRC.                                                01654000
