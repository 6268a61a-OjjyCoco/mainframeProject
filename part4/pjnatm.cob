000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJNATM.                                     00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                           *00019000
000200* 15/10/2026 GAY  INITIAL VERSION - NATIONAL ACCOUNTS            *00020000
000210*                  (TRANSID PJNA, MAPSET MS1NA) : THE CREDIT     *00021000
000220*                  MANAGER LINKS BRANCH CUSTOMERS TO A PARENT    *00022000
000230*                  ACCOUNT IN KSDS NATACCT, SETS THE GROUP       *00023000
000240*                  CREDIT LIMIT AND THE CONSOLIDATED-STATEMENT   *00024000
000250*                  FLAG ON THE PARENT. ADD/INQUIRE/UPDATE/DELETE *00025000
000260*                  WITH BEFORE/AFTER AUDIT RECORDS TO TD QUEUE   *00026000
000270*                  RFAU                                          *00027000
000280******************************************************************00028000
000290                                                                  00029000
000300 DATA DIVISION.                                                   00030000
000310 WORKING-STORAGE SECTION.                                         00031000
000320******************************************************************00032000
000330* STANDARD CICS AID-KEY CONSTANTS (DFHCLEAR, DFHENTER, DFHPFN)   *00033000
000340******************************************************************00034000
000350     COPY DFHAID.                                                 00035000
000360******************************************************************00036000
000370* OPERATOR AUTHORITY CHECK : RECORDS AND WORK FIELDS (SEE COPY   *00037000
000380* AUTHPRC FOR THE PARAGRAPHS)                                    *00038000
000390******************************************************************00039000
000400     COPY AUTHREC.                                                00040000
000410                                                                  00041000
000420     COPY SECVREC.                                                00042000
000430                                                                  00043000
000440     COPY AUTHWK.                                                 00044000
000450                                                                  00045000
000460******************************************************************00046000
000470* PROGRAM SWITCHES AND WORK FIELDS                               *00047000
000480******************************************************************00048000
000490 77 WS-RESP           PIC S9(8) COMP.                             00049000
000500 77 WS-DUMMY-COMM     PIC X VALUE 'Y'.                            00050000
000510 77 WS-EDIT-OK        PIC X VALUE 'Y'.                            00051000
000520    88 EDIT-OK             VALUE 'Y'.                             00052000
000530    88 EDIT-FAILED         VALUE 'N'.                             00053000
000540 77 WS-ABS-TIME       PIC S9(15) COMP-3.                          00054000
000550 77 WS-AUD-DATE       PIC X(8).                                   00055000
000560 77 WS-AUD-TIME       PIC X(8).                                   00056000
000570 77 WS-TODAY-YMD      PIC X(8).                                   00057000
000580 77 WS-TODAY          PIC X(10).                                  00058000
000590 77 ED-SQLCODE        PIC +Z(8)9.                                 00059000
000600 77 WS-BRW-DONE       PIC X VALUE 'N'.                            00060000
000610    88 BROWSE-DONE         VALUE 'Y'.                             00061000
000620 77 WS-PARENT-NO      PIC 9(3).                                   00062000
000630 77 WS-BRANCH-CNT     PIC S9(4) COMP VALUE ZERO.                  00063000
000640 77 ED-BRANCH-CNT     PIC ZZ9.                                    00064000
000650                                                                  00065000
000660******************************************************************00066000
000670* GROUP LIMIT EDIT FIELDS : SCREEN FORMAT 9999999.99             *00067000
000680******************************************************************00068000
000690 77 WS-AMT-EDIT       PIC 9999999.99.                             00069000
000700 77 WS-AMT-NUM        PIC 9(7)V99.                                00070000
000710                                                                  00071000
000720******************************************************************00072000
000730* DECLARATION SQL                                                *00073000
000740******************************************************************00074000
000750     EXEC SQL                                                     00075000
000760        INCLUDE SQLCA                                             00076000
000770     END-EXEC.                                                    00077000
000780                                                                  00078000
000790     EXEC SQL                                                     00079000
000800        INCLUDE CUSTS                                             00080000
000810     END-EXEC.                                                    00081000
000820                                                                  00082000
000830******************************************************************00083000
000840* NATIONAL ACCOUNT RECORD (KSDS NATACCT, SEE COPY NATREC)        *00084000
000850******************************************************************00085000
000860     COPY NATREC.                                                 00086000
000870                                                                  00087000
000880******************************************************************00088000
000890* VALUES FROM THE SCREEN AFTER EDIT, AND BEFORE-IMAGE OF THE     *00089000
000900* RECORD FOR UPDATE/DELETE PROCESSING                            *00090000
000910******************************************************************00091000
000920 01 NAT-NEW-VALUES.                                               00092000
000930    05 NEW-TYPE          PIC X(1).                                00093000
000940    05 NEW-PARENT-NO     PIC 9(3).                                00094000
000950    05 NEW-COMPANY       PIC X(30).                               00095000
000960    05 NEW-GROUP-LIMIT   PIC 9(7)V99.                             00096000
000970    05 NEW-CONSOL        PIC X(1).                                00097000
000980                                                                  00098000
000990 01 NAT-OLD-VALUES.                                               00099000
001000    05 OLD-TYPE          PIC X(1).                                00100000
001010    05 OLD-PARENT-NO     PIC 9(3).                                00101000
001020    05 OLD-COMPANY       PIC X(30).                               00102000
001030    05 OLD-GROUP-LIMIT   PIC 9(7)V99.                             00103000
001040    05 OLD-CONSOL        PIC X(1).                                00104000
001050                                                                  00105000
001060******************************************************************00106000
001070* BRANCHES OF A PARENT, AS SHOWN ON THE FOUR BRANCH LINES : TWO  *00107000
001080* BRANCHES (NUMBER AND SHORT NAME) PER LINE                      *00108000
001090******************************************************************00109000
001100 01 BRANCH-LIST.                                                  00110000
001110    05 BRN-ENTRY OCCURS 8 TIMES                                   00111000
001120          INDEXED BY BRN-IDX.                                     00112000
001130       10 BRN-C-NO        PIC X(3).                               00113000
001140       10 FILLER          PIC X(1).                               00114000
001150       10 BRN-NAME        PIC X(24).                              00115000
001160       10 FILLER          PIC X(1).                               00116000
001170                                                                  00117000
001180******************************************************************00118000
001190* AUDIT TRAIL RECORD - ONE PER FIELD CHANGED, WRITTEN TO         *00119000
001200* TRANSIENT DATA QUEUE RFAU (REFERENCE-TABLE AUDIT)              *00120000
001210******************************************************************00121000
001220     COPY RFAUREC.                                                00122000
001230                                                                  00123000
001240******************************************************************00124000
001250* SYMBOLIC MAP FOR MAP1NA/MS1NA (HAND-MAINTAINED)                *00125000
001260******************************************************************00126000
001270 01 MAP1NAI.                                                      00127000
001280    02 FILLER            PIC X(12).                               00128000
001290    02 CNOL         PIC S9(4) COMP.                               00129000
001300    02 CNOF         PIC X.                                        00130000
001310    02 FILLER REDEFINES CNOF.                                     00131000
001320       03 CNOA      PIC X.                                        00132000
001330    02 CNOI         PIC X(3).                                     00133000
001340    02 COMPL        PIC S9(4) COMP.                               00134000
001350    02 COMPF        PIC X.                                        00135000
001360    02 FILLER REDEFINES COMPF.                                    00136000
001370       03 COMPA     PIC X.                                        00137000
001380    02 COMPI        PIC X(30).                                    00138000
001390    02 NTYPEL       PIC S9(4) COMP.                               00139000
001400    02 NTYPEF       PIC X.                                        00140000
001410    02 FILLER REDEFINES NTYPEF.                                   00141000
001420       03 NTYPEA    PIC X.                                        00142000
001430    02 NTYPEI       PIC X(1).                                     00143000
001440    02 PARNOL       PIC S9(4) COMP.                               00144000
001450    02 PARNOF       PIC X.                                        00145000
001460    02 FILLER REDEFINES PARNOF.                                   00146000
001470       03 PARNOA    PIC X.                                        00147000
001480    02 PARNOI       PIC X(3).                                     00148000
001490    02 PCOMPL       PIC S9(4) COMP.                               00149000
001500    02 PCOMPF       PIC X.                                        00150000
001510    02 FILLER REDEFINES PCOMPF.                                   00151000
001520       03 PCOMPA    PIC X.                                        00152000
001530    02 PCOMPI       PIC X(30).                                    00153000
001540    02 GLIML        PIC S9(4) COMP.                               00154000
001550    02 GLIMF        PIC X.                                        00155000
001560    02 FILLER REDEFINES GLIMF.                                    00156000
001570       03 GLIMA     PIC X.                                        00157000
001580    02 GLIMI        PIC X(10).                                    00158000
001590    02 CONSL        PIC S9(4) COMP.                               00159000
001600    02 CONSF        PIC X.                                        00160000
001610    02 FILLER REDEFINES CONSF.                                    00161000
001620       03 CONSA     PIC X.                                        00162000
001630    02 CONSI        PIC X(1).                                     00163000
001640    02 BRL1L        PIC S9(4) COMP.                               00164000
001650    02 BRL1F        PIC X.                                        00165000
001660    02 FILLER REDEFINES BRL1F.                                    00166000
001670       03 BRL1A     PIC X.                                        00167000
001680    02 BRL1I        PIC X(57).                                    00168000
001690    02 BRL2L        PIC S9(4) COMP.                               00169000
001700    02 BRL2F        PIC X.                                        00170000
001710    02 FILLER REDEFINES BRL2F.                                    00171000
001720       03 BRL2A     PIC X.                                        00172000
001730    02 BRL2I        PIC X(57).                                    00173000
001740    02 BRL3L        PIC S9(4) COMP.                               00174000
001750    02 BRL3F        PIC X.                                        00175000
001760    02 FILLER REDEFINES BRL3F.                                    00176000
001770       03 BRL3A     PIC X.                                        00177000
001780    02 BRL3I        PIC X(57).                                    00178000
001790    02 BRL4L        PIC S9(4) COMP.                               00179000
001800    02 BRL4F        PIC X.                                        00180000
001810    02 FILLER REDEFINES BRL4F.                                    00181000
001820       03 BRL4A     PIC X.                                        00182000
001830    02 BRL4I        PIC X(57).                                    00183000
001840    02 MESS1L       PIC S9(4) COMP.                               00184000
001850    02 MESS1F       PIC X.                                        00185000
001860    02 FILLER REDEFINES MESS1F.                                   00186000
001870       03 MESS1A    PIC X.                                        00187000
001880    02 MESS1I       PIC X(55).                                    00188000
001890    02 MESS2L       PIC S9(4) COMP.                               00189000
001900    02 MESS2F       PIC X.                                        00190000
001910    02 FILLER REDEFINES MESS2F.                                   00191000
001920       03 MESS2A    PIC X.                                        00192000
001930    02 MESS2I       PIC X(56).                                    00193000
001940                                                                  00194000
001950 LINKAGE SECTION.                                                 00195000
001960 01 DFHCOMMAREA       PIC X(1).                                   00196000
001970                                                                  00197000
001980******************************************************************00198000
001990* MAINLINE                                                       *00199000
002000******************************************************************00200000
002010 PROCEDURE DIVISION.                                              00201000
002020     PERFORM 100-INITIALIZE.                                      00202000
002030     PERFORM 200-PROCESS-SCREEN.                                  00203000
002040     GOBACK.                                                      00204000
002050                                                                  00205000
002060 100-INITIALIZE.                                                  00206000
002070     MOVE LOW-VALUES TO MAP1NAI.                                  00207000
002080     MOVE SPACES TO MESS1I.                                       00208000
002090     MOVE SPACES TO MESS2I.                                       00209000
002100     EXIT.                                                        00210000
002110                                                                  00211000
002120******************************************************************00212000
002130* 200-PROCESS-SCREEN -- FIRST ENTRY SHOWS A BLANK SCREEN,        *00213000
002140* A CONTINUATION ENTRY RECEIVES AND DISPATCHES ON THE KEY        *00214000
002150******************************************************************00215000
002160 200-PROCESS-SCREEN.                                              00216000
002170     IF EIBCALEN = 0                                              00217000
002180         PERFORM 210-SEND-INITIAL-MAP                             00218000
002190     ELSE                                                         00219000
002200         PERFORM 220-RECEIVE-AND-DISPATCH                         00220000
002210     END-IF                                                       00221000
002220     EXIT.                                                        00222000
002230                                                                  00223000
002240 210-SEND-INITIAL-MAP.                                            00224000
002250     EXEC CICS SEND MAP('MAP1NA')                                 00225000
002260          MAPSET('MS1NA')                                         00226000
002270          MAPONLY                                                 00227000
002280          ERASE                                                   00228000
002290     END-EXEC                                                     00229000
002300     EXEC CICS RETURN TRANSID('PJNA')                             00230000
002310          COMMAREA(WS-DUMMY-COMM)                                 00231000
002320          LENGTH(1)                                               00232000
002330     END-EXEC                                                     00233000
002340     EXIT.                                                        00234000
002350                                                                  00235000
002360******************************************************************00236000
002370* 220-RECEIVE-AND-DISPATCH -- ENTER ADDS, PF5 INQUIRES,          *00237000
002380* PF6 UPDATES, PF9 DELETES, CLEAR ENDS THE CONVERSATION          *00238000
002390******************************************************************00239000
002400 220-RECEIVE-AND-DISPATCH.                                        00240000
002410     EXEC CICS RECEIVE MAP('MAP1NA')                              00241000
002420          MAPSET('MS1NA')                                         00242000
002430          INTO(MAP1NAI)                                           00243000
002440          RESP(WS-RESP)                                           00244000
002450     END-EXEC                                                     00245000
002460     PERFORM 225-STRIP-UNDERSCORES                                00246000
002470     PERFORM 045-SET-NEED-LEVEL                                   00247000
002480     PERFORM 050-CHECK-AUTHORITY                                  00248000
002490     IF AUTH-REFUSED                                              00249000
002500         MOVE WS-AUTH-MSG TO MESS1I                               00250000
002510     ELSE                                                         00251000
002520     EVALUATE EIBAID                                              00252000
002530         WHEN DFHCLEAR                                            00253000
002540             PERFORM 230-EXIT-TRANS                               00254000
002550         WHEN DFHENTER                                            00255000
002560             PERFORM 300-ADD-ACCOUNT                              00256000
002570         WHEN DFHPF5                                              00257000
002580             PERFORM 400-INQUIRE-ACCOUNT                          00258000
002590         WHEN DFHPF6                                              00259000
002600             PERFORM 500-UPDATE-ACCOUNT                           00260000
002610         WHEN DFHPF9                                              00261000
002620             PERFORM 600-DELETE-ACCOUNT                           00262000
002630         WHEN OTHER                                               00263000
002640             MOVE                                                 00264000
002650              'INVALID KEY - ENTER/PF5/PF6/PF9/CLEAR ONLY'        00265000
002660                 TO MESS1I                                        00266000
002670     END-EVALUATE                                                 00267000
002680     END-IF                                                       00268000
002690     IF EIBAID NOT = DFHCLEAR                                     00269000
002700         PERFORM 900-SEND-MAP-DATAONLY                            00270000
002710         EXEC CICS RETURN TRANSID('PJNA')                         00271000
002720              COMMAREA(WS-DUMMY-COMM)                             00272000
002730              LENGTH(1)                                           00273000
002740         END-EXEC                                                 00274000
002750     END-IF                                                       00275000
002760     EXIT.                                                        00276000
002770                                                                  00277000
002780 225-STRIP-UNDERSCORES.                                           00278000
002790     INSPECT CNOI   REPLACING TRAILING '_' BY SPACE               00279000
002800     INSPECT NTYPEI REPLACING TRAILING '_' BY SPACE               00280000
002810     INSPECT PARNOI REPLACING TRAILING '_' BY SPACE               00281000
002820     INSPECT GLIMI  REPLACING TRAILING '_' BY SPACE               00282000
002830     INSPECT CONSI  REPLACING TRAILING '_' BY SPACE               00283000
002840     EXIT.                                                        00284000
002850                                                                  00285000
002860 230-EXIT-TRANS.                                                  00286000
002870     EXEC CICS SEND CONTROL ERASE END-EXEC                        00287000
002880     EXEC CICS RETURN END-EXEC                                    00288000
002890     EXIT.                                                        00289000
002900                                                                  00290000
002910******************************************************************00291000
002920* 300-ADD-ACCOUNT -- VALIDATE, THEN WRITE. A DUPREC MEANS THE    *00292000
002930* CUSTOMER ALREADY BELONGS TO A GROUP                            *00293000
002940******************************************************************00294000
002950 300-ADD-ACCOUNT.                                                 00295000
002960     PERFORM 310-EDIT-FIELDS                                      00296000
002970     IF EDIT-OK                                                   00297000
002980         PERFORM 320-BUILD-RECORD                                 00298000
002990         EXEC CICS WRITE FILE('NATACCT')                          00299000
003000              FROM(NATACCT-RECORD)                                00300000
003010              RIDFLD(NAT-KEY)                                     00301000
003020              RESP(WS-RESP)                                       00302000
003030         END-EXEC                                                 00303000
003040         EVALUATE TRUE                                            00304000
003050             WHEN WS-RESP = DFHRESP(NORMAL)                       00305000
003060                 PERFORM 810-AUDIT-ADD                            00306000
003070                 MOVE 'NATIONAL ACCOUNT ADDED SUCCESSFULLY'       00307000
003080                    TO MESS1I                                     00308000
003090             WHEN WS-RESP = DFHRESP(DUPREC)                       00309000
003100                 MOVE 'CUSTOMER ALREADY IN A GROUP - USE PF6'     00310000
003110                    TO MESS1I                                     00311000
003120             WHEN OTHER                                           00312000
003130                 MOVE 'ADD FAILED - ACCOUNT NOT RECORDED'         00313000
003140                    TO MESS1I                                     00314000
003150         END-EVALUATE                                             00315000
003160     END-IF                                                       00316000
003170     EXIT.                                                        00317000
003180                                                                  00318000
003190******************************************************************00319000
003200* 310-EDIT-FIELDS -- C_NO NUMERIC AND ON API5.CUSTOMERS, TYPE P  *00320000
003210* OR B, THEN THE PARENT OR BRANCH EDITS. THE EDITED VALUES ARE   *00321000
003220* LEFT IN NAT-NEW-VALUES                                         *00322000
003230******************************************************************00323000
003240 310-EDIT-FIELDS.                                                 00324000
003250     MOVE 'Y' TO WS-EDIT-OK                                       00325000
003260     MOVE SPACES TO MESS1I                                        00326000
003270     MOVE SPACES TO MESS2I                                        00327000
003280     MOVE SPACES TO COMPI                                         00328000
003290     MOVE SPACES TO PCOMPI                                        00329000
003300     INITIALIZE NAT-NEW-VALUES                                    00330000
003310     IF CNOI NOT NUMERIC                                          00331000
003320         MOVE 'N' TO WS-EDIT-OK                                   00332000
003330         MOVE 'CUSTOMER NUMBER MUST BE NUMERIC' TO MESS1I         00333000
003340     END-IF                                                       00334000
003350     IF EDIT-OK                                                   00335000
003360         PERFORM 410-FETCH-CUSTOMER                               00336000
003370         EVALUATE TRUE                                            00337000
003380             WHEN SQLCODE = ZERO                                  00338000
003390                 MOVE CUSTS-COMPANY TO COMPI                      00339000
003400                 MOVE CUSTS-COMPANY TO NEW-COMPANY                00340000
003410             WHEN SQLCODE = +100                                  00341000
003420                 MOVE 'N' TO WS-EDIT-OK                           00342000
003430                 MOVE 'CUSTOMER NOT ON FILE' TO MESS1I            00343000
003440             WHEN OTHER                                           00344000
003450                 MOVE 'N' TO WS-EDIT-OK                           00345000
003460                 PERFORM 950-SQL-ERROR                            00346000
003470         END-EVALUATE                                             00347000
003480     END-IF                                                       00348000
003490     IF EDIT-OK                                                   00349000
003500         MOVE NTYPEI TO NEW-TYPE                                  00350000
003510         EVALUATE NTYPEI                                          00351000
003520             WHEN 'P'                                             00352000
003530                 PERFORM 312-EDIT-PARENT                          00353000
003540             WHEN 'B'                                             00354000
003550                 PERFORM 314-EDIT-BRANCH                          00355000
003560             WHEN OTHER                                           00356000
003570                 MOVE 'N' TO WS-EDIT-OK                           00357000
003580                 MOVE 'TYPE MUST BE P (PARENT) OR B (BRANCH)'     00358000
003590                    TO MESS1I                                     00359000
003600         END-EVALUATE                                             00360000
003610     END-IF                                                       00361000
003620     EXIT.                                                        00362000
003630                                                                  00363000
003640******************************************************************00364000
003650* 312-EDIT-PARENT -- A PARENT IS ITS OWN PARENT ACCOUNT. GROUP   *00365000
003660* LIMIT 9999999.99 (BLANK OR ZERO = NO GROUP LIMIT),             *00366000
003670* CONSOLIDATED STATEMENT Y OR N (BLANK = N)                      *00367000
003680******************************************************************00368000
003690 312-EDIT-PARENT.                                                 00369000
003700     MOVE CNOI TO NEW-PARENT-NO                                   00370000
003710     MOVE 'N'  TO NEW-CONSOL                                      00371000
003720     EVALUATE TRUE                                                00372000
003730         WHEN PARNOI NOT = SPACES AND PARNOI NOT = LOW-VALUES     00373000
003740          AND PARNOI NOT = CNOI                                   00374000
003750             MOVE 'N' TO WS-EDIT-OK                               00375000
003760             MOVE 'A PARENT IS ITS OWN PARENT - LEAVE BLANK'      00376000
003770                TO MESS1I                                         00377000
003780         WHEN GLIMI = SPACES OR GLIMI = LOW-VALUES                00378000
003790             MOVE ZERO TO NEW-GROUP-LIMIT                         00379000
003800         WHEN GLIMI(8:1) NOT = '.'                                00380000
003810           OR GLIMI(1:7) NOT NUMERIC                              00381000
003820           OR GLIMI(9:2) NOT NUMERIC                              00382000
003830             MOVE 'N' TO WS-EDIT-OK                               00383000
003840             MOVE 'INVALID GROUP LIMIT (EXPECTED 9999999.99)'     00384000
003850                TO MESS1I                                         00385000
003860         WHEN OTHER                                               00386000
003870             MOVE GLIMI TO WS-AMT-EDIT                            00387000
003880             MOVE WS-AMT-EDIT TO NEW-GROUP-LIMIT                  00388000
003890     END-EVALUATE                                                 00389000
003900     IF EDIT-OK                                                   00390000
003910         EVALUATE TRUE                                            00391000
003920             WHEN CONSI = SPACE OR CONSI = LOW-VALUE              00392000
003930                 MOVE 'N' TO NEW-CONSOL                           00393000
003940             WHEN CONSI = 'Y' OR CONSI = 'N'                      00394000
003950                 MOVE CONSI TO NEW-CONSOL                         00395000
003960             WHEN OTHER                                           00396000
003970                 MOVE 'N' TO WS-EDIT-OK                           00397000
003980                 MOVE 'CONSOLIDATED STATEMENT MUST BE Y OR N'     00398000
003990                    TO MESS1I                                     00399000
004000         END-EVALUATE                                             00400000
004010     END-IF                                                       00401000
004020     IF EDIT-OK                                                   00402000
004030         MOVE CNOI  TO PARNOI                                     00403000
004040         MOVE COMPI TO PCOMPI                                     00404000
004050     END-IF                                                       00405000
004060     EXIT.                                                        00406000
004070                                                                  00407000
004080******************************************************************00408000
004090* 314-EDIT-BRANCH -- THE PARENT MUST ALREADY BE SET UP AS A      *00409000
004100* PARENT (ONE LEVEL ONLY), AND A CUSTOMER WHOSE BRANCHES STILL   *00410000
004110* POINT AT IT CANNOT BECOME A BRANCH ITSELF. THE GROUP LIMIT AND *00411000
004120* THE STATEMENT FLAG BELONG TO THE PARENT                        *00412000
004130******************************************************************00413000
004140 314-EDIT-BRANCH.                                                 00414000
004150     MOVE ZERO TO NEW-GROUP-LIMIT                                 00415000
004160     MOVE 'N'  TO NEW-CONSOL                                      00416000
004170     EVALUATE TRUE                                                00417000
004180         WHEN PARNOI NOT NUMERIC                                  00418000
004190             MOVE 'N' TO WS-EDIT-OK                               00419000
004200             MOVE 'PARENT ACCOUNT NUMBER MUST BE NUMERIC'         00420000
004210                TO MESS1I                                         00421000
004220         WHEN PARNOI = CNOI                                       00422000
004230             MOVE 'N' TO WS-EDIT-OK                               00423000
004240             MOVE 'A BRANCH CANNOT BE ITS OWN PARENT' TO MESS1I   00424000
004250         WHEN (GLIMI NOT = SPACES AND GLIMI NOT = LOW-VALUES)     00425000
004260           OR (CONSI NOT = SPACE AND CONSI NOT = LOW-VALUE)       00426000
004270             MOVE 'N' TO WS-EDIT-OK                               00427000
004280             MOVE 'GROUP LIMIT AND CONSOL. ARE FOR A PARENT'      00428000
004290                TO MESS1I                                         00429000
004300         WHEN OTHER                                               00430000
004310             MOVE PARNOI TO NAT-C-NO                              00431000
004320             PERFORM 420-READ-ACCOUNT                             00432000
004330             EVALUATE TRUE                                        00433000
004340                 WHEN WS-RESP NOT = DFHRESP(NORMAL)               00434000
004350                     MOVE 'N' TO WS-EDIT-OK                       00435000
004360                     MOVE 'PARENT NOT SET UP - ADD IT AS TYPE P'  00436000
004370                        TO MESS1I                                 00437000
004380                 WHEN NOT NAT-PARENT                              00438000
004390                     MOVE 'N' TO WS-EDIT-OK                       00439000
004400                     MOVE 'PARENT ACCOUNT IS ITSELF A BRANCH'     00440000
004410                        TO MESS1I                                 00441000
004420                 WHEN OTHER                                       00442000
004430                     MOVE PARNOI      TO NEW-PARENT-NO            00443000
004440                     MOVE NAT-COMPANY TO PCOMPI                   00444000
004450             END-EVALUATE                                         00445000
004460     END-EVALUATE                                                 00446000
004470     IF EDIT-OK                                                   00447000
004480         MOVE CNOI TO WS-PARENT-NO                                00448000
004490         PERFORM 700-COUNT-BRANCHES                               00449000
004500         IF WS-BRANCH-CNT > ZERO                                  00450000
004510             MOVE 'N' TO WS-EDIT-OK                               00451000
004520             MOVE 'ACCOUNT HAS BRANCHES - CANNOT BE A BRANCH'     00452000
004530                TO MESS1I                                         00453000
004540         END-IF                                                   00454000
004550     END-IF                                                       00455000
004560     EXIT.                                                        00456000
004570                                                                  00457000
004580 320-BUILD-RECORD.                                                00458000
004590     INITIALIZE NATACCT-RECORD                                    00459000
004600     MOVE CNOI            TO NAT-C-NO                             00460000
004610     MOVE NEW-TYPE        TO NAT-TYPE                             00461000
004620     MOVE NEW-PARENT-NO   TO NAT-PARENT-NO                        00462000
004630     MOVE NEW-COMPANY     TO NAT-COMPANY                          00463000
004640     MOVE NEW-GROUP-LIMIT TO NAT-GROUP-LIMIT                      00464000
004650     MOVE NEW-CONSOL      TO NAT-CONSOL                           00465000
004660     PERFORM 805-GET-TODAY                                        00466000
004670     MOVE WS-TODAY        TO NAT-UPD-DATE                         00467000
004680     EXEC CICS ASSIGN                                             00468000
004690          USERID(NAT-UPD-USER)                                    00469000
004700     END-EXEC                                                     00470000
004710     EXIT.                                                        00471000
004720                                                                  00472000
004730******************************************************************00473000
004740* 400-INQUIRE-ACCOUNT -- SHOW THE GROUP RECORD OF THE CUSTOMER : *00474000
004750* FOR A PARENT ALSO ITS BRANCHES, FOR A BRANCH ITS PARENT NAME   *00475000
004760******************************************************************00476000
004770 400-INQUIRE-ACCOUNT.                                             00477000
004780     IF CNOI NOT NUMERIC                                          00478000
004790         MOVE 'CUSTOMER NUMBER MUST BE NUMERIC' TO MESS1I         00479000
004800     ELSE                                                         00480000
004810         MOVE CNOI TO NAT-C-NO                                    00481000
004820         PERFORM 420-READ-ACCOUNT                                 00482000
004830         EVALUATE TRUE                                            00483000
004840             WHEN WS-RESP = DFHRESP(NORMAL)                       00484000
004850                 PERFORM 430-SHOW-ACCOUNT                         00485000
004860                 MOVE 'NATIONAL ACCOUNT FOUND' TO MESS1I          00486000
004870             WHEN WS-RESP = DFHRESP(NOTFND)                       00487000
004880                 MOVE 'CUSTOMER NOT IN A GROUP' TO MESS1I         00488000
004890             WHEN OTHER                                           00489000
004900                 MOVE 'NATACCT READ FAILED - RETRY' TO MESS1I     00490000
004910         END-EVALUATE                                             00491000
004920     END-IF                                                       00492000
004930     EXIT.                                                        00493000
004940                                                                  00494000
004950 410-FETCH-CUSTOMER.                                              00495000
004960     INITIALIZE ST-CUSTS                                          00496000
004970     MOVE CNOI TO CUSTS-C-NO                                      00497000
004980     EXEC SQL                                                     00498000
004990        SELECT COMPANY                                            00499000
005000            INTO :CUSTS-COMPANY                                   00500000
005010            FROM API5.CUSTOMERS                                   00501000
005020            WHERE C_NO = :CUSTS-C-NO                              00502000
005030     END-EXEC                                                     00503000
005040     EXIT.                                                        00504000
005050                                                                  00505000
005060 420-READ-ACCOUNT.                                                00506000
005070     EXEC CICS READ FILE('NATACCT')                               00507000
005080          INTO(NATACCT-RECORD)                                    00508000
005090          RIDFLD(NAT-KEY)                                         00509000
005100          RESP(WS-RESP)                                           00510000
005110     END-EXEC                                                     00511000
005120     EXIT.                                                        00512000
005130                                                                  00513000
005140 430-SHOW-ACCOUNT.                                                00514000
005150     MOVE NAT-COMPANY   TO COMPI                                  00515000
005160     MOVE NAT-TYPE      TO NTYPEI                                 00516000
005170     MOVE NAT-PARENT-NO TO PARNOI                                 00517000
005180     MOVE SPACES        TO PCOMPI                                 00518000
005190     MOVE SPACES        TO BRL1I                                  00519000
005200     MOVE SPACES        TO BRL2I                                  00520000
005210     MOVE SPACES        TO BRL3I                                  00521000
005220     MOVE SPACES        TO BRL4I                                  00522000
005230     IF NAT-PARENT                                                00523000
005240         MOVE NAT-COMPANY     TO PCOMPI                           00524000
005250         MOVE NAT-GROUP-LIMIT TO WS-AMT-EDIT                      00525000
005260         MOVE WS-AMT-EDIT     TO GLIMI                            00526000
005270         MOVE NAT-CONSOL      TO CONSI                            00527000
005280         MOVE NAT-C-NO        TO WS-PARENT-NO                     00528000
005290         PERFORM 700-COUNT-BRANCHES                               00529000
005300         PERFORM 440-SHOW-BRANCHES                                00530000
005310     ELSE                                                         00531000
005320         MOVE SPACES          TO GLIMI                            00532000
005330         MOVE SPACE           TO CONSI                            00533000
005340         MOVE NAT-PARENT-NO   TO NAT-C-NO                         00534000
005350         PERFORM 420-READ-ACCOUNT                                 00535000
005360         IF WS-RESP = DFHRESP(NORMAL)                             00536000
005370             MOVE NAT-COMPANY TO PCOMPI                           00537000
005380         END-IF                                                   00538000
005390     END-IF                                                       00539000
005400     EXIT.                                                        00540000
005410                                                                  00541000
005420 440-SHOW-BRANCHES.                                               00542000
005430     IF WS-BRANCH-CNT = ZERO                                      00543000
005440         MOVE 'NO BRANCH ATTACHED YET' TO BRL1I                   00544000
005450     ELSE                                                         00545000
005460         MOVE BRANCH-LIST(1:57)   TO BRL1I                        00546000
005470         MOVE BRANCH-LIST(59:57)  TO BRL2I                        00547000
005480         MOVE BRANCH-LIST(117:57) TO BRL3I                        00548000
005490         MOVE BRANCH-LIST(175:57) TO BRL4I                        00549000
005500         IF WS-BRANCH-CNT > 8                                     00550000
005510             MOVE WS-BRANCH-CNT TO ED-BRANCH-CNT                  00551000
005520             STRING                                               00552000
005530                'FIRST 8 BRANCHES SHOWN OF ' DELIMITED BY SIZE    00553000
005540                ED-BRANCH-CNT DELIMITED BY SIZE                   00554000
005550                INTO MESS2I                                       00555000
005560             END-STRING                                           00556000
005570         END-IF                                                   00557000
005580     END-IF                                                       00558000
005590     EXIT.                                                        00559000
005600                                                                  00560000
005610******************************************************************00561000
005620* 500-UPDATE-ACCOUNT -- RE-EDIT THE SCREEN VALUES, KEEP THE      *00562000
005630* BEFORE-IMAGE, REWRITE ONLY IF THE RECORD EXISTS, AUDIT WHAT    *00563000
005640* CHANGED. THE COMPANY NAME IS REFRESHED FROM API5.CUSTOMERS     *00564000
005650******************************************************************00565000
005660 500-UPDATE-ACCOUNT.                                              00566000
005670     PERFORM 310-EDIT-FIELDS                                      00567000
005680     IF EDIT-OK                                                   00568000
005690         MOVE CNOI TO NAT-C-NO                                    00569000
005700         EXEC CICS READ FILE('NATACCT')                           00570000
005710              INTO(NATACCT-RECORD)                                00571000
005720              RIDFLD(NAT-KEY)                                     00572000
005730              UPDATE                                              00573000
005740              RESP(WS-RESP)                                       00574000
005750         END-EXEC                                                 00575000
005760         EVALUATE TRUE                                            00576000
005770             WHEN WS-RESP = DFHRESP(NORMAL)                       00577000
005780                 PERFORM 510-SAVE-OLD-VALUES                      00578000
005790                 PERFORM 320-BUILD-RECORD                         00579000
005800                 EXEC CICS REWRITE FILE('NATACCT')                00580000
005810                      FROM(NATACCT-RECORD)                        00581000
005820                      RESP(WS-RESP)                               00582000
005830                 END-EXEC                                         00583000
005840                 IF WS-RESP = DFHRESP(NORMAL)                     00584000
005850                     PERFORM 820-AUDIT-UPDATE                     00585000
005860                     MOVE 'NATIONAL ACCOUNT UPDATED SUCCESSFULLY' 00586000
005870                        TO MESS1I                                 00587000
005880                 ELSE                                             00588000
005890                     MOVE 'UPDATE FAILED - ACCOUNT UNCHANGED'     00589000
005900                        TO MESS1I                                 00590000
005910                 END-IF                                           00591000
005920             WHEN WS-RESP = DFHRESP(NOTFND)                       00592000
005930                 MOVE 'CUSTOMER NOT IN A GROUP - ENTER TO ADD'    00593000
005940                    TO MESS1I                                     00594000
005950             WHEN OTHER                                           00595000
005960                 MOVE 'UPDATE FAILED - ACCOUNT UNCHANGED'         00596000
005970                    TO MESS1I                                     00597000
005980         END-EVALUATE                                             00598000
005990     END-IF                                                       00599000
006000     EXIT.                                                        00600000
006010                                                                  00601000
006020 510-SAVE-OLD-VALUES.                                             00602000
006030     MOVE NAT-TYPE        TO OLD-TYPE                             00603000
006040     MOVE NAT-PARENT-NO   TO OLD-PARENT-NO                        00604000
006050     MOVE NAT-COMPANY     TO OLD-COMPANY                          00605000
006060     MOVE NAT-GROUP-LIMIT TO OLD-GROUP-LIMIT                      00606000
006070     MOVE NAT-CONSOL      TO OLD-CONSOL                           00607000
006080     EXIT.                                                        00608000
006090                                                                  00609000
006100******************************************************************00610000
006110* 600-DELETE-ACCOUNT -- KEEP THE BEFORE-IMAGE, THEN DELETE. A    *00611000
006120* PARENT STILL CARRYING BRANCHES IS REFUSED : THE BRANCHES MUST  *00612000
006130* BE MOVED OR DELETED FIRST                                      *00613000
006140******************************************************************00614000
006150 600-DELETE-ACCOUNT.                                              00615000
006160     IF CNOI NOT NUMERIC                                          00616000
006170         MOVE 'CUSTOMER NUMBER MUST BE NUMERIC' TO MESS1I         00617000
006180     ELSE                                                         00618000
006190         MOVE CNOI TO NAT-C-NO                                    00619000
006200         PERFORM 420-READ-ACCOUNT                                 00620000
006210         EVALUATE TRUE                                            00621000
006220             WHEN WS-RESP = DFHRESP(NOTFND)                       00622000
006230                 MOVE 'CUSTOMER NOT IN A GROUP' TO MESS1I         00623000
006240             WHEN WS-RESP NOT = DFHRESP(NORMAL)                   00624000
006250                 MOVE 'NATACCT READ FAILED - RETRY' TO MESS1I     00625000
006260             WHEN OTHER                                           00626000
006270                 PERFORM 510-SAVE-OLD-VALUES                      00627000
006280                 MOVE ZERO TO WS-BRANCH-CNT                       00628000
006290                 IF NAT-PARENT                                    00629000
006300                     MOVE CNOI TO WS-PARENT-NO                    00630000
006310                     PERFORM 700-COUNT-BRANCHES                   00631000
006320                 END-IF                                           00632000
006330                 IF WS-BRANCH-CNT > ZERO                          00633000
006340                     MOVE 'PARENT STILL HAS BRANCHES - NO DELETE' 00634000
006350                        TO MESS1I                                 00635000
006360                 ELSE                                             00636000
006370                     PERFORM 610-DELETE-RECORD                    00637000
006380                 END-IF                                           00638000
006390         END-EVALUATE                                             00639000
006400     END-IF                                                       00640000
006410     EXIT.                                                        00641000
006420                                                                  00642000
006430 610-DELETE-RECORD.                                               00643000
006440     MOVE CNOI TO NAT-C-NO                                        00644000
006450     EXEC CICS DELETE FILE('NATACCT')                             00645000
006460          RIDFLD(NAT-KEY)                                         00646000
006470          RESP(WS-RESP)                                           00647000
006480     END-EXEC                                                     00648000
006490     IF WS-RESP = DFHRESP(NORMAL)                                 00649000
006500         PERFORM 830-AUDIT-DELETE                                 00650000
006510         MOVE 'NATIONAL ACCOUNT DELETED SUCCESSFULLY' TO MESS1I   00651000
006520     ELSE                                                         00652000
006530         MOVE 'DELETE FAILED - ACCOUNT UNCHANGED' TO MESS1I       00653000
006540     END-IF                                                       00654000
006550     EXIT.                                                        00655000
006560                                                                  00656000
006570******************************************************************00657000
006580* 700-COUNT-BRANCHES -- BROWSE NATACCT FROM THE TOP AND COUNT    *00658000
006590* THE BRANCHES OF WS-PARENT-NO, KEEPING THE FIRST EIGHT FOR THE  *00659000
006600* SCREEN (THE FILE IS SMALL : ONE RECORD PER GROUPED CUSTOMER)   *00660000
006610******************************************************************00661000
006620 700-COUNT-BRANCHES.                                              00662000
006630     MOVE ZERO   TO WS-BRANCH-CNT                                 00663000
006640     MOVE SPACES TO BRANCH-LIST                                   00664000
006650     MOVE 'N'    TO WS-BRW-DONE                                   00665000
006660     MOVE ZERO   TO NAT-C-NO                                      00666000
006670     EXEC CICS STARTBR FILE('NATACCT')                            00667000
006680          RIDFLD(NAT-KEY)                                         00668000
006690          GTEQ                                                    00669000
006700          RESP(WS-RESP)                                           00670000
006710     END-EXEC                                                     00671000
006720     IF WS-RESP = DFHRESP(NORMAL)                                 00672000
006730         PERFORM 710-BROWSE-NEXT                                  00673000
006740            UNTIL BROWSE-DONE                                     00674000
006750         EXEC CICS ENDBR FILE('NATACCT')                          00675000
006760              RESP(WS-RESP)                                       00676000
006770         END-EXEC                                                 00677000
006780     END-IF                                                       00678000
006790     EXIT.                                                        00679000
006800                                                                  00680000
006810 710-BROWSE-NEXT.                                                 00681000
006820     EXEC CICS READNEXT FILE('NATACCT')                           00682000
006830          INTO(NATACCT-RECORD)                                    00683000
006840          RIDFLD(NAT-KEY)                                         00684000
006850          RESP(WS-RESP)                                           00685000
006860     END-EXEC                                                     00686000
006870     IF WS-RESP NOT = DFHRESP(NORMAL)                             00687000
006880         MOVE 'Y' TO WS-BRW-DONE                                  00688000
006890     ELSE                                                         00689000
006900         IF NAT-BRANCH AND NAT-PARENT-NO = WS-PARENT-NO           00690000
006910             ADD 1 TO WS-BRANCH-CNT                               00691000
006920             IF WS-BRANCH-CNT NOT > 8                             00692000
006930                 SET BRN-IDX TO WS-BRANCH-CNT                     00693000
006940                 MOVE NAT-C-NO    TO BRN-C-NO(BRN-IDX)            00694000
006950                 MOVE NAT-COMPANY TO BRN-NAME(BRN-IDX)            00695000
006960             END-IF                                               00696000
006970         END-IF                                                   00697000
006980     END-IF                                                       00698000
006990     EXIT.                                                        00699000
007000                                                                  00700000
007010******************************************************************00701000
007020* 800-GET-AUDIT-STAMP -- CURRENT DATE/TIME AND SIGNED-ON USER    *00702000
007030******************************************************************00703000
007040 800-GET-AUDIT-STAMP.                                             00704000
007050     EXEC CICS ASKTIME                                            00705000
007060          ABSTIME(WS-ABS-TIME)                                    00706000
007070     END-EXEC                                                     00707000
007080     EXEC CICS FORMATTIME                                         00708000
007090          ABSTIME(WS-ABS-TIME)                                    00709000
007100          YYYYMMDD(WS-AUD-DATE)                                   00710000
007110          TIME(WS-AUD-TIME)                                       00711000
007120          TIMESEP                                                 00712000
007130     END-EXEC                                                     00713000
007140     MOVE WS-AUD-DATE TO AUD-TIMESTAMP(1:8)                       00714000
007150     MOVE WS-AUD-TIME TO AUD-TIMESTAMP(9:8)                       00715000
007160     EXEC CICS ASSIGN                                             00716000
007170          USERID(AUD-USERID)                                      00717000
007180     END-EXEC                                                     00718000
007190     EXIT.                                                        00719000
007200                                                                  00720000
007210******************************************************************00721000
007220* 805-GET-TODAY -- CURRENT DATE AS YYYY-MM-DD                    *00722000
007230******************************************************************00723000
007240 805-GET-TODAY.                                                   00724000
007250     EXEC CICS ASKTIME                                            00725000
007260          ABSTIME(WS-ABS-TIME)                                    00726000
007270     END-EXEC                                                     00727000
007280     EXEC CICS FORMATTIME                                         00728000
007290          ABSTIME(WS-ABS-TIME)                                    00729000
007300          YYYYMMDD(WS-TODAY-YMD)                                  00730000
007310     END-EXEC                                                     00731000
007320     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY(1:4)                      00732000
007330     MOVE '-'               TO WS-TODAY(5:1)                      00733000
007340     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY(6:2)                      00734000
007350     MOVE '-'               TO WS-TODAY(8:1)                      00735000
007360     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY(9:2)                      00736000
007370     EXIT.                                                        00737000
007380                                                                  00738000
007390******************************************************************00739000
007400* 810-AUDIT-ADD -- ONE AUDIT RECORD PER FIELD SET BY THE ADD     *00740000
007410******************************************************************00741000
007420 810-AUDIT-ADD.                                                   00742000
007430     MOVE 'ADD'      TO AUD-ACTION                                00743000
007440     MOVE 'NATACCT'  TO AUD-TABLE                                 00744000
007450     MOVE CNOI       TO AUD-KEY                                   00745000
007460     MOVE SPACES     TO AUD-BEFORE                                00746000
007470     MOVE 'TYPE'     TO AUD-FIELD                                 00747000
007480     MOVE SPACES     TO AUD-AFTER                                 00748000
007490     MOVE NEW-TYPE   TO AUD-AFTER(1:1)                            00749000
007500     PERFORM 840-WRITE-AUDIT-REC                                  00750000
007510     MOVE 'PARENT'   TO AUD-FIELD                                 00751000
007520     MOVE SPACES     TO AUD-AFTER                                 00752000
007530     MOVE NEW-PARENT-NO TO AUD-AFTER(1:3)                         00753000
007540     PERFORM 840-WRITE-AUDIT-REC                                  00754000
007550     IF NEW-TYPE = 'P'                                            00755000
007560         MOVE 'GRPLIMIT' TO AUD-FIELD                             00756000
007570         MOVE NEW-GROUP-LIMIT TO WS-AMT-EDIT                      00757000
007580         MOVE SPACES     TO AUD-AFTER                             00758000
007590         MOVE WS-AMT-EDIT TO AUD-AFTER(1:10)                      00759000
007600         PERFORM 840-WRITE-AUDIT-REC                              00760000
007610         MOVE 'CONSOL'   TO AUD-FIELD                             00761000
007620         MOVE SPACES     TO AUD-AFTER                             00762000
007630         MOVE NEW-CONSOL TO AUD-AFTER(1:1)                        00763000
007640         PERFORM 840-WRITE-AUDIT-REC                              00764000
007650     END-IF                                                       00765000
007660     EXIT.                                                        00766000
007670                                                                  00767000
007680******************************************************************00768000
007690* 820-AUDIT-UPDATE -- ONE AUDIT RECORD PER FIELD THAT ACTUALLY   *00769000
007700* CHANGED, CARRYING THE BEFORE AND AFTER VALUE                   *00770000
007710******************************************************************00771000
007720 820-AUDIT-UPDATE.                                                00772000
007730     MOVE 'UPDATE'   TO AUD-ACTION                                00773000
007740     MOVE 'NATACCT'  TO AUD-TABLE                                 00774000
007750     MOVE CNOI       TO AUD-KEY                                   00775000
007760     IF NEW-TYPE NOT = OLD-TYPE                                   00776000
007770         MOVE 'TYPE'     TO AUD-FIELD                             00777000
007780         MOVE SPACES     TO AUD-BEFORE                            00778000
007790         MOVE OLD-TYPE   TO AUD-BEFORE(1:1)                       00779000
007800         MOVE SPACES     TO AUD-AFTER                             00780000
007810         MOVE NEW-TYPE   TO AUD-AFTER(1:1)                        00781000
007820         PERFORM 840-WRITE-AUDIT-REC                              00782000
007830     END-IF                                                       00783000
007840     IF NEW-PARENT-NO NOT = OLD-PARENT-NO                         00784000
007850         MOVE 'PARENT'       TO AUD-FIELD                         00785000
007860         MOVE SPACES         TO AUD-BEFORE                        00786000
007870         MOVE OLD-PARENT-NO  TO AUD-BEFORE(1:3)                   00787000
007880         MOVE SPACES         TO AUD-AFTER                         00788000
007890         MOVE NEW-PARENT-NO  TO AUD-AFTER(1:3)                    00789000
007900         PERFORM 840-WRITE-AUDIT-REC                              00790000
007910     END-IF                                                       00791000
007920     IF NEW-COMPANY NOT = OLD-COMPANY                             00792000
007930         MOVE 'COMPANY'      TO AUD-FIELD                         00793000
007940         MOVE OLD-COMPANY    TO AUD-BEFORE                        00794000
007950         MOVE NEW-COMPANY    TO AUD-AFTER                         00795000
007960         PERFORM 840-WRITE-AUDIT-REC                              00796000
007970     END-IF                                                       00797000
007980     IF NEW-GROUP-LIMIT NOT = OLD-GROUP-LIMIT                     00798000
007990         MOVE 'GRPLIMIT'     TO AUD-FIELD                         00799000
008000         MOVE OLD-GROUP-LIMIT TO WS-AMT-EDIT                      00800000
008010         MOVE SPACES         TO AUD-BEFORE                        00801000
008020         MOVE WS-AMT-EDIT    TO AUD-BEFORE(1:10)                  00802000
008030         MOVE NEW-GROUP-LIMIT TO WS-AMT-EDIT                      00803000
008040         MOVE SPACES         TO AUD-AFTER                         00804000
008050         MOVE WS-AMT-EDIT    TO AUD-AFTER(1:10)                   00805000
008060         PERFORM 840-WRITE-AUDIT-REC                              00806000
008070     END-IF                                                       00807000
008080     IF NEW-CONSOL NOT = OLD-CONSOL                               00808000
008090         MOVE 'CONSOL'       TO AUD-FIELD                         00809000
008100         MOVE SPACES         TO AUD-BEFORE                        00810000
008110         MOVE OLD-CONSOL     TO AUD-BEFORE(1:1)                   00811000
008120         MOVE SPACES         TO AUD-AFTER                         00812000
008130         MOVE NEW-CONSOL     TO AUD-AFTER(1:1)                    00813000
008140         PERFORM 840-WRITE-AUDIT-REC                              00814000
008150     END-IF                                                       00815000
008160     EXIT.                                                        00816000
008170                                                                  00817000
008180******************************************************************00818000
008190* 830-AUDIT-DELETE -- ONE AUDIT RECORD PER FIELD SHOWING THE     *00819000
008200* VALUE THAT EXISTED JUST BEFORE THE DELETE                      *00820000
008210******************************************************************00821000
008220 830-AUDIT-DELETE.                                                00822000
008230     MOVE 'DELETE'   TO AUD-ACTION                                00823000
008240     MOVE 'NATACCT'  TO AUD-TABLE                                 00824000
008250     MOVE CNOI       TO AUD-KEY                                   00825000
008260     MOVE SPACES     TO AUD-AFTER                                 00826000
008270     MOVE 'TYPE'     TO AUD-FIELD                                 00827000
008280     MOVE SPACES     TO AUD-BEFORE                                00828000
008290     MOVE OLD-TYPE   TO AUD-BEFORE(1:1)                           00829000
008300     PERFORM 840-WRITE-AUDIT-REC                                  00830000
008310     MOVE 'PARENT'   TO AUD-FIELD                                 00831000
008320     MOVE SPACES     TO AUD-BEFORE                                00832000
008330     MOVE OLD-PARENT-NO TO AUD-BEFORE(1:3)                        00833000
008340     PERFORM 840-WRITE-AUDIT-REC                                  00834000
008350     IF OLD-TYPE = 'P'                                            00835000
008360         MOVE 'GRPLIMIT' TO AUD-FIELD                             00836000
008370         MOVE OLD-GROUP-LIMIT TO WS-AMT-EDIT                      00837000
008380         MOVE SPACES     TO AUD-BEFORE                            00838000
008390         MOVE WS-AMT-EDIT TO AUD-BEFORE(1:10)                     00839000
008400         PERFORM 840-WRITE-AUDIT-REC                              00840000
008410         MOVE 'CONSOL'   TO AUD-FIELD                             00841000
008420         MOVE SPACES     TO AUD-BEFORE                            00842000
008430         MOVE OLD-CONSOL TO AUD-BEFORE(1:1)                       00843000
008440         PERFORM 840-WRITE-AUDIT-REC                              00844000
008450     END-IF                                                       00845000
008460     EXIT.                                                        00846000
008470                                                                  00847000
008480******************************************************************00848000
008490* 840-WRITE-AUDIT-REC -- STAMP AND QUEUE ONE AUDIT RECORD        *00849000
008500******************************************************************00850000
008510 840-WRITE-AUDIT-REC.                                             00851000
008520     PERFORM 800-GET-AUDIT-STAMP                                  00852000
008530     EXEC CICS WRITEQ TD                                          00853000
008540          QUEUE('RFAU')                                           00854000
008550          FROM(AUDIT-RECORD)                                      00855000
008560          LENGTH(LENGTH OF AUDIT-RECORD)                          00856000
008570     END-EXEC                                                     00857000
008580     EXIT.                                                        00858000
008590                                                                  00859000
008600******************************************************************00860000
008610* 900-SEND-MAP-DATAONLY -- RE-DISPLAY THE SCREEN WITH ANY        *00861000
008620* UPDATED DATA/MESSAGES, LEAVING ATTRIBUTES AS MAPPED            *00862000
008630******************************************************************00863000
008640 900-SEND-MAP-DATAONLY.                                           00864000
008650     EXEC CICS SEND MAP('MAP1NA')                                 00865000
008660          MAPSET('MS1NA')                                         00866000
008670          FROM(MAP1NAI)                                           00867000
008680          DATAONLY                                                00868000
008690          CURSOR                                                  00869000
008700     END-EXEC                                                     00870000
008710     EXIT.                                                        00871000
008720                                                                  00872000
008730******************************************************************00873000
008740* 950-SQL-ERROR -- UNEXPECTED SQLCODE : SHOW IT AND LEAVE THE    *00874000
008750* FILE UNTOUCHED (THE TRANSACTION STAYS UP FOR THE NEXT TRY)     *00875000
008760******************************************************************00876000
008770 950-SQL-ERROR.                                                   00877000
008780     MOVE SQLCODE TO ED-SQLCODE                                   00878000
008790     MOVE SPACES TO MESS1I                                        00879000
008800     STRING                                                       00880000
008810        'SQL ERROR - SQLCODE ' DELIMITED BY SIZE                  00881000
008820        ED-SQLCODE DELIMITED BY SIZE                              00882000
008830        INTO MESS1I                                               00883000
008840     END-STRING                                                   00884000
008850     EXIT.                                                        00885000
008860                                                                  00886000
008870******************************************************************00887000
008880* 045-SET-NEED-LEVEL -- AUTHORITY NEEDED FOR THE KEY PRESSED.    *00888000
008890* CLEAR IS ALWAYS GRANTED SO ANY OPERATOR CAN LEAVE              *00889000
008900******************************************************************00890000
008910 045-SET-NEED-LEVEL.                                              00891000
008920     MOVE 'PJNA' TO WS-AUTH-TRANS                                 00892000
008930     EVALUATE EIBAID                                              00893000
008940         WHEN DFHCLEAR                                            00894000
008950             MOVE SPACE TO WS-NEED-LEVEL                          00895000
008960             MOVE 'CLEAR' TO WS-AUTH-ACTION                       00896000
008970         WHEN DFHENTER                                            00897000
008980             MOVE 'M' TO WS-NEED-LEVEL                            00898000
008990             MOVE 'ADD' TO WS-AUTH-ACTION                         00899000
009000         WHEN DFHPF5                                              00900000
009010             MOVE 'I' TO WS-NEED-LEVEL                            00901000
009020             MOVE 'INQ' TO WS-AUTH-ACTION                         00902000
009030         WHEN DFHPF6                                              00903000
009040             MOVE 'M' TO WS-NEED-LEVEL                            00904000
009050             MOVE 'UPDATE' TO WS-AUTH-ACTION                      00905000
009060         WHEN DFHPF9                                              00906000
009070             MOVE 'S' TO WS-NEED-LEVEL                            00907000
009080             MOVE 'DELETE' TO WS-AUTH-ACTION                      00908000
009090         WHEN OTHER                                               00909000
009100             MOVE 'I' TO WS-NEED-LEVEL                            00910000
009110             MOVE 'OTHER' TO WS-AUTH-ACTION                       00911000
009120     END-EVALUATE                                                 00912000
009130     EXIT.                                                        00913000
009140                                                                  00914000
009150     COPY AUTHPRC.                                                00915000
