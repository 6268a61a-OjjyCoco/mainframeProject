000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3WOF.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - BAD-DEBT WRITE-OFF : THE      00020000
000210*                  WRITE-OFF CARDS, EACH APPROVED BY A SUPERVISOR 00021000
000220*                  (AUTHFIL LEVEL S ON PJWO), SELECT ONE OPEN     00022000
000230*                  DOCUMENT OR A WHOLE CUSTOMER. EVERY OPEN ITEM  00023000
000240*                  SELECTED GETS A W-TYPE INVEXTR DOCUMENT THAT   00024000
000250*                  CLOSES IT, A RECORD IN THE WRTOFF LEDGER (BAD  00025000
000260*                  DEBT ENTRY OF PJPART3G, RECOVERIES IN          00026000
000270*                  PJPART3C) AND A LINE ON THE REGISTER ; THE     00027000
000280*                  COMMISSION ALREADY PAID MAY BE CLAWED BACK     00028000
000290*                  THROUGH A NEGATIVE PAYROLL EXTRACT             00029000
000291* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00029100
000292*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00029200
000293*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00029300
000294* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, PJPART3B)   00029400
000295*                  CAN BE WRITTEN OFF : DOCUMENT CARD TYPE B, AND 00029500
000296*                  PART OF A WHOLE-CUSTOMER WRITE-OFF             00029600
000297* 15/10/2026 GAY  CLAWBACK OF A SPLIT ORDER (ORDSPLIT) SHARED     00029700
000297*                  BETWEEN ITS SALESPEOPLE PRO RATA TO THEIR      00029701
000297*                  SHARES, THE LAST SHARE TAKING THE ROUNDING ; NO00029702
000298*                  SPLIT OR NO ORDSPLIT FILE = ALL TO THE ORDER   00029800
000298*                  SALESPERSON                                    00029801
000298* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00029802
000299*                  NO UNSET FIELD REACHES JOBLOG                  00029900
000300******************************************************************00030000
000310                                                                  00031000
000320 ENVIRONMENT DIVISION.                                            00032000
000330 INPUT-OUTPUT SECTION.                                            00033000
000340 FILE-CONTROL.                                                    00034000
000350******************************************************************00035000
000360* CARTES DE PASSAGE EN PERTE (DOCUMENT OU CLIENT, APPROBATEUR)    00036000
000370******************************************************************00037000
000380      SELECT CARDS ASSIGN TO WOFCARDS                             00038000
000390      ORGANIZATION IS SEQUENTIAL                                  00039000
000400      FILE STATUS IS WS-CARDS-STATUS.                             00040000
000410******************************************************************00041000
000420* FICHIER DES FACTURES OUVERTES (ECRIT PAR PJPART3C)              00042000
000430******************************************************************00043000
000440      SELECT OPNI ASSIGN TO OPENITEM                              00044000
000450      ORGANIZATION IS SEQUENTIAL                                  00045000
000460      FILE STATUS IS WS-OPNI-STATUS.                              00046000
000470******************************************************************00047000
000480* KSDS DES HABILITATIONS (VOIR COPY AUTHREC)                      00048000
000490******************************************************************00049000
000500      SELECT AUTH ASSIGN TO AUTHFIL                               00050000
000510      ORGANIZATION IS INDEXED                                     00051000
000520      ACCESS MODE  IS RANDOM                                      00052000
000530      RECORD KEY   IS AUTH-KEY                                    00053000
000540      FILE STATUS  IS WS-AUTH-STATUS.                             00054000
000550******************************************************************00055000
000560* KSDS DES CREANCES PASSEES EN PERTE (VOIR COPY WOFREC)           00056000
000570******************************************************************00057000
000580      SELECT WOFF ASSIGN TO WRTOFF                                00058000
000590      ORGANIZATION IS INDEXED                                     00059000
000600      ACCESS MODE  IS RANDOM                                      00060000
000610      RECORD KEY   IS WOF-KEY                                     00061000
000620      FILE STATUS  IS WS-WOFF-STATUS.                             00062000
000630******************************************************************00063000
000631* KSDS DES PARTAGES DE COMMISSION PAR COMMANDE (VOIR COPY SPLTREC)00063100
000632******************************************************************00063200
000633      SELECT SPLF ASSIGN TO ORDSPLIT                              00063300
000634      ORGANIZATION IS INDEXED                                     00063400
000635      ACCESS MODE  IS RANDOM                                      00063500
000636      RECORD KEY   IS SPL-KEY                                     00063600
000637      FILE STATUS  IS WS-SPLF-STATUS.                             00063700
000638******************************************************************00063800
000640* FLUX INVEXTR DES DOCUMENTS DE PASSAGE EN PERTE (TYPE W)         00064000
000650******************************************************************00065000
000660      SELECT INVX ASSIGN TO INVEXTR                               00066000
000670      ORGANIZATION  IS SEQUENTIAL.                                00067000
000680******************************************************************00068000
000690* EXTRACTION PAIE DES COMMISSIONS REPRISES (MONTANTS NEGATIFS)    00069000
000700******************************************************************00070000
000710      SELECT PAYR ASSIGN TO PAYROLL                               00071000
000720      ORGANIZATION  IS SEQUENTIAL.                                00072000
000730******************************************************************00073000
000740* ETAT DU REGISTRE DES PASSAGES EN PERTE                          00074000
000750******************************************************************00075000
000760      SELECT WREG ASSIGN TO WOFREG                                00076000
000770      ORGANIZATION  IS SEQUENTIAL.                                00077000
000780                                                                  00078000
000790******************************************************************00079000
000800                                                                  00080000
000810 DATA DIVISION.                                                   00081000
000820 FILE SECTION.                                                    00082000
000830 FD CARDS.                                                        00083000
000840 01 ENR-WOFCARD PIC X(80).                                        00084000
000850                                                                  00085000
000860 FD OPNI.                                                         00086000
000870 01 ENR-OPNI PIC X(204).                                          00087000
000880                                                                  00088000
000890 FD AUTH.                                                         00089000
000900     COPY AUTHREC.                                                00090000
000910                                                                  00091000
000920 FD WOFF.                                                         00092000
000930     COPY WOFREC.                                                 00093000
000940                                                                  00094000
000941 FD SPLF.                                                         00094100
000942     COPY SPLTREC.                                                00094200
000943                                                                  00094300
000950 FD INVX.                                                         00095000
000960 01 ENR-INVX PIC X(204).                                          00096000
000970                                                                  00097000
000980 FD PAYR.                                                         00098000
000990 01 ENR-PAYROLL PIC X(73).                                        00099000
001000                                                                  00100000
001010 FD WREG.                                                         00101000
001020 01 ENR-WOFREG PIC X(132).                                        00102000
001030                                                                  00103000
001040 WORKING-STORAGE SECTION.                                         00104000
001050******************************************************************00105000
001060* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00106000
001070******************************************************************00107000
001080 77 FLAG-CARDS  PIC 9 VALUE 0.                                    00108000
001090    88 FF-CARDS VALUE 1.                                          00109000
001100 77 FLAG-OPNI   PIC 9 VALUE 0.                                    00110000
001110    88 FF-OPNI VALUE 1.                                           00111000
001120 77 WS-CARDS-STATUS PIC X(2) VALUE SPACES.                        00112000
001130 77 WS-OPNI-STATUS  PIC X(2) VALUE SPACES.                        00113000
001140 77 WS-AUTH-STATUS  PIC X(2) VALUE SPACES.                        00114000
001150 77 WS-WOFF-STATUS  PIC X(2) VALUE SPACES.                        00115000
001151 77 WS-SPLF-STATUS  PIC X(2) VALUE SPACES.                        00115100
001152 77 WS-SPLF-SW      PIC X(1) VALUE 'N'.                           00115200
001153    88 ORDSPLIT-OPEN VALUE 'Y'.                                   00115300
001160                                                                  00116000
001170 77 WS-ANO PIC 99 VALUE ZERO.                                     00117000
001180                                                                  00118000
001190******************************************************************00119000
001200* PARAMETRE SYSIN : DATE DU RUN, QUI DATE LES DOCUMENTS W ET      00120000
001210* L ECRITURE DE PERTE DU JOURNAL PJPART3G                         00121000
001220******************************************************************00122000
001230 01 WS-PARM.                                                      00123000
001240      05 WS-RUN-DATE   PIC X(10).                                 00124000
001250                                                                  00125000
001260******************************************************************00126000
001270* ENREGISTREMENT D UNE CARTE : D = UN DOCUMENT (O_NO + TYPE H/F/B,00127000
001280* A BLANC = H), C = TOUT LE SOLDE OUVERT D UN CLIENT (C_NO).      00128000
001290* REPRISE DE COMMISSION Y/N, USER ID DU SUPERVISEUR ET MOTIF      00129000
001300******************************************************************00130000
001310 01 L-WOFCARD.                                                    00131000
001320      05 WOC-SCOPE    PIC X(1).                                   00132000
001330         88 WOC-DOCUMENT VALUE 'D'.                               00133000
001340         88 WOC-CUSTOMER VALUE 'C'.                               00134000
001350      05 WOC-O-NO     PIC 9(6).                                   00135000
001360      05 WOC-DOC-TYPE PIC X(1).                                   00136000
001370      05 WOC-C-NO     PIC 9(3).                                   00137000
001380      05 WOC-CLAWBACK PIC X(1).                                   00138000
001390      05 WOC-USER     PIC X(8).                                   00139000
001400      05 WOC-REASON   PIC X(30).                                  00140000
001410      05 FILLER       PIC X(30).                                  00141000
001420                                                                  00142000
001430******************************************************************00143000
001440* TABLE DES CARTES ACCEPTEES ET DU NOMBRE DE DOCUMENTS TROUVES    00144000
001450******************************************************************00145000
001460 01 CARD-TABLE.                                                   00146000
001470      05 CRT-ENTRY OCCURS 200 TIMES INDEXED BY CRT-IDX.           00147000
001480         10 CRT-SCOPE    PIC X(1).                                00148000
001490         10 CRT-O-NO     PIC 9(6).                                00149000
001500         10 CRT-DOC-TYPE PIC X(1).                                00150000
001510         10 CRT-C-NO     PIC 9(3).                                00151000
001520         10 CRT-CLAWBACK PIC X(1).                                00152000
001530         10 CRT-USER     PIC X(8).                                00153000
001540         10 CRT-REASON   PIC X(30).                               00154000
001550         10 CRT-HITS     PIC 9(5).                                00155000
001560         10 CRT-CARD     PIC X(50).                               00156000
001570 77 WS-CRT-CNT PIC 9(4) VALUE ZERO.                               00157000
001580 77 WS-CRT-MAX PIC 9(4) VALUE 200.                                00158000
001590                                                                  00159000
001600******************************************************************00160000
001610* TABLES DES COMMISSIONS REPRISES PAR VENDEUR ET PAR SERVICE,     00161000
001620* RESTITUEES EN FIN DE RUN DANS L EXTRACTION PAIE                 00162000
001630******************************************************************00163000
001640 01 CLAW-EMP-TABLE.                                               00164000
001650      05 CLE-ENTRY OCCURS 200 TIMES INDEXED BY CLE-IDX.           00165000
001660         10 CLE-E-NO    PIC 9(3).                                 00166000
001670         10 CLE-LNAME   PIC X(20).                                00167000
001680         10 CLE-FNAME   PIC X(20).                                00168000
001690         10 CLE-DNAME   PIC X(20).                                00169000
001700         10 CLE-AMOUNT  PIC 9(7)V99.                              00170000
001710 77 WS-CLE-CNT PIC 9(4) VALUE ZERO.                               00171000
001720 77 WS-CLE-MAX PIC 9(4) VALUE 200.                                00172000
001730                                                                  00173000
001740 01 CLAW-DEP-TABLE.                                               00174000
001750      05 CLD-ENTRY OCCURS 50 TIMES INDEXED BY CLD-IDX.            00175000
001760         10 CLD-DNAME   PIC X(20).                                00176000
001770         10 CLD-AMOUNT  PIC 9(7)V99.                              00177000
001780 77 WS-CLD-CNT PIC 9(4) VALUE ZERO.                               00178000
001790 77 WS-CLD-MAX PIC 9(4) VALUE 50.                                 00179000
001800                                                                  00180000
001810******************************************************************00181000
001820* ENREGISTREMENT DE L EXTRACTION PAIE (FORMAT PJPART3B)           00182000
001830******************************************************************00183000
001840 01 L-PAYROLL.                                                    00184000
001850      05 PAY-REC-TYPE PIC X(1).                                   00185000
001860      05 PAY-EMPNO-OUT PIC 9(3).                                  00186000
001870      05 PAY-NAME1    PIC X(20).                                  00187000
001880      05 PAY-NAME2    PIC X(20).                                  00188000
001890      05 PAY-DEPT-OUT PIC X(20).                                  00189000
001900      05 PAY-AMOUNT   PIC S9(7)V99.                               00190000
001910                                                                  00191000
001920******************************************************************00192000
001930* ENREGISTREMENTS DU FLUX INVEXTR (VOIR COPY INVXREC)             00193000
001940******************************************************************00194000
001950     COPY INVXREC.                                                00195000
001960                                                                  00196000
001970******************************************************************00197000
001980* DECLARATION DES ZONES DB2 (SQLCA, TABLES ORDERS, EMPLOYEES ET   00198000
001981* DEPTS)                                                          00198100
001990******************************************************************00199000
002000     EXEC SQL                                                     00200000
002010        INCLUDE SQLCA                                             00201000
002020     END-EXEC.                                                    00202000
002030                                                                  00203000
002040     EXEC SQL                                                     00204000
002050        INCLUDE ORDERS                                            00205000
002051     END-EXEC.                                                    00205100
002052                                                                  00205200
002053     EXEC SQL                                                     00205300
002054        INCLUDE EMPLO                                             00205400
002055     END-EXEC.                                                    00205500
002056                                                                  00205600
002057     EXEC SQL                                                     00205700
002058        INCLUDE DEPTS                                             00205800
002060     END-EXEC.                                                    00206000
002070                                                                  00207000
002080******************************************************************00208000
002090* ZONES DE TRAVAIL DU DOCUMENT EN COURS                           00209000
002100******************************************************************00210000
002110 77 WS-SCAN-I      PIC 9(4) VALUE ZERO.                           00211000
002120 77 WS-FND         PIC 9(4) VALUE ZERO.                           00212000
002130 77 WS-TBL-FND     PIC 9(4) VALUE ZERO.                           00213000
002140 77 WS-ALREADY-SW  PIC X(1) VALUE 'N'.                            00214000
002150    88 DOC-ALREADY-OFF VALUE 'Y'.                                 00215000
002160 77 WS-REJ-REASON  PIC X(30) VALUE SPACES.                        00216000
002170 77 WS-NOTE        PIC X(60) VALUE SPACES.                        00217000
002180 77 WS-ORIG-TYPE   PIC X(1) VALUE SPACE.                          00218000
002190 77 WS-DOC-BASE    PIC 9(8)V99 VALUE ZERO.                        00219000
002200 77 WS-CLAW-AMT    PIC 9(7)V99 VALUE ZERO.                        00220000
002210 77 WS-E-NO        PIC 9(3) VALUE ZERO.                           00221000
002211 77 WS-CLAW-DOC    PIC 9(7)V99 VALUE ZERO.                        00221100
002212 77 WS-CLAW-DONE   PIC 9(7)V99 VALUE ZERO.                        00221200
002213 77 WS-SHR-I       PIC 9(1) VALUE ZERO.                           00221300
002214 77 WS-SHR-LNAME   PIC X(20) VALUE SPACES.                        00221400
002215 77 WS-SHR-FNAME   PIC X(20) VALUE SPACES.                        00221500
002216 77 WS-SHR-DNAME   PIC X(20) VALUE SPACES.                        00221600
002217 77 WS-SPLIT-SW    PIC X(1) VALUE 'N'.                            00221700
002218    88 ORDER-SPLIT VALUE 'Y'.                                     00221800
002220                                                                  00222000
002230******************************************************************00223000
002240* COMPTEURS ET CUMULS DE CONTROLE                                 00224000
002250******************************************************************00225000
002260 77 WS-CARD-CNT    PIC 9(7) VALUE ZERO.                           00226000
002270 77 WS-REJECT-CNT  PIC 9(7) VALUE ZERO.                           00227000
002280 77 WS-NODOC-CNT   PIC 9(7) VALUE ZERO.                           00228000
002290 77 WS-OPNI-READ   PIC 9(7) VALUE ZERO.                           00229000
002300 77 WS-ALREADY-CNT PIC 9(7) VALUE ZERO.                           00230000
002310 77 WS-WOF-CNT     PIC 9(7) VALUE ZERO.                           00231000
002320 77 WS-WOF-AMT     PIC 9(9)V99 VALUE ZERO.                        00232000
002330 77 WS-CLAW-CNT    PIC 9(7) VALUE ZERO.                           00233000
002340 77 WS-CLAW-TOT    PIC 9(9)V99 VALUE ZERO.                        00234000
002350                                                                  00235000
002360******************************************************************00236000
002370* DECLARATION DES LIGNES DU REGISTRE DES PASSAGES EN PERTE        00237000
002380******************************************************************00238000
002390 77 L-REG-VIDE PIC X(132) VALUE SPACES.                           00239000
002400                                                                  00240000
002410 01 L-REG-TITLE.                                                  00241000
002420      05 FILLER PIC X(38) VALUE                                   00242000
002430         'BAD-DEBT WRITE-OFF REGISTER - RUN OF '.                 00243000
002440      05 RGT-DATE PIC X(10).                                      00244000
002450      05 FILLER PIC X(84) VALUE SPACES.                           00245000
002460                                                                  00246000
002470 01 L-REG-HDR.                                                    00247000
002480      05 FILLER PIC X(7)  VALUE 'ORDER'.                          00248000
002490      05 FILLER PIC X(2)  VALUE 'T'.                              00249000
002500      05 FILLER PIC X(4)  VALUE 'CUS'.                            00250000
002510      05 FILLER PIC X(31) VALUE 'CUSTOMER'.                       00251000
002520      05 FILLER PIC X(11) VALUE 'DOC DATE'.                       00252000
002530      05 FILLER PIC X(12) VALUE 'WRITTEN OFF'.                    00253000
002540      05 FILLER PIC X(11) VALUE '  CLAWBACK'.                     00254000
002550      05 FILLER PIC X(4)  VALUE 'EMP'.                            00255000
002560      05 FILLER PIC X(9)  VALUE 'APPROVER'.                       00256000
002570      05 FILLER PIC X(41) VALUE 'REASON'.                         00257000
002580                                                                  00258000
002590 01 L-REG-LINE.                                                   00259000
002600      05 RGL-O-NO     PIC 9(6).                                   00260000
002610      05 FILLER       PIC X(1) VALUE SPACE.                       00261000
002620      05 RGL-TYPE     PIC X(1).                                   00262000
002630      05 FILLER       PIC X(1) VALUE SPACE.                       00263000
002640      05 RGL-C-NO     PIC 9(3).                                   00264000
002650      05 FILLER       PIC X(1) VALUE SPACE.                       00265000
002660      05 RGL-COMPANY  PIC X(30).                                  00266000
002670      05 FILLER       PIC X(1) VALUE SPACE.                       00267000
002680      05 RGL-DOC-DATE PIC X(10).                                  00268000
002690      05 FILLER       PIC X(1) VALUE SPACE.                       00269000
002700      05 RGL-AMOUNT   PIC Z(7)9.99.                               00270000
002710      05 FILLER       PIC X(1) VALUE SPACE.                       00271000
002720      05 RGL-CLAW     PIC Z(6)9.99.                               00272000
002730      05 FILLER       PIC X(1) VALUE SPACE.                       00273000
002740      05 RGL-E-NO     PIC ZZZ.                                    00274000
002750      05 FILLER       PIC X(1) VALUE SPACE.                       00275000
002760      05 RGL-USER     PIC X(8).                                   00276000
002770      05 FILLER       PIC X(1) VALUE SPACE.                       00277000
002780      05 RGL-REASON   PIC X(30).                                  00278000
002790      05 FILLER       PIC X(11) VALUE SPACES.                     00279000
002800                                                                  00280000
002810 01 L-REG-NOTE.                                                   00281000
002820      05 FILLER       PIC X(9) VALUE SPACES.                      00282000
002830      05 RGN-TEXT     PIC X(60).                                  00283000
002840      05 FILLER       PIC X(63) VALUE SPACES.                     00284000
002850                                                                  00285000
002860 01 L-REG-CARD.                                                   00286000
002870      05 FILLER       PIC X(7) VALUE 'CARD : '.                   00287000
002880      05 RGC-CARD     PIC X(50).                                  00288000
002890      05 FILLER       PIC X(3) VALUE ' - '.                       00289000
002900      05 RGC-REASON   PIC X(30).                                  00290000
002910      05 FILLER       PIC X(42) VALUE SPACES.                     00291000
002920                                                                  00292000
002930 01 L-REG-TOT.                                                    00293000
002940      05 RGO-LABEL PIC X(40).                                     00294000
002950      05 FILLER    PIC X(5) VALUE SPACES.                         00295000
002960      05 RGO-VALUE PIC Z(8)9.99.                                  00296000
002970      05 FILLER    PIC X(75) VALUE SPACES.                        00297000
002980                                                                  00298000
002990 01 L-REG-CNT.                                                    00299000
003000      05 RGK-LABEL PIC X(40).                                     00300000
003010      05 FILLER    PIC X(5) VALUE SPACES.                         00301000
003020      05 RGK-VALUE PIC Z(6)9.                                     00302000
003030      05 FILLER    PIC X(80) VALUE SPACES.                        00303000
003040                                                                  00304000
003041******************************************************************00304100
003042* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00304200
003043******************************************************************00304300
003044     COPY JLGREC.                                                 00304400
003045                                                                  00304500
003050 PROCEDURE DIVISION.                                              00305000
003051                                                                  00305100
003051     INITIALIZE L-JOBLOG                                          00305101
003052     MOVE 'PJPT3WOF' TO JLG-PROGRAM                               00305200
003053     MOVE 'S' TO JLG-TYPE                                         00305300
003054     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00305400
003060                                                                  00306000
003070     PERFORM 100-INITIALIZE                                       00307000
003080                                                                  00308000
003090     PERFORM 200-READ-CARD                                        00309000
003100     PERFORM 210-LOAD-CARD UNTIL FF-CARDS                         00310000
003110                                                                  00311000
003120     WRITE ENR-WOFREG FROM L-REG-VIDE                             00312000
003130     WRITE ENR-WOFREG FROM L-REG-HDR                              00313000
003140     WRITE ENR-WOFREG FROM L-REG-VIDE                             00314000
003150                                                                  00315000
003160     PERFORM 300-READ-OPNI                                        00316000
003170     PERFORM 310-PROCESS-DOCUMENT UNTIL FF-OPNI                   00317000
003180                                                                  00318000
003190     PERFORM 500-LIST-UNUSED-CARDS                                00319000
003200     PERFORM 600-WRITE-PAYROLL                                    00320000
003210     PERFORM 900-WRITE-TOTALS                                     00321000
003220                                                                  00322000
003230     CLOSE CARDS                                                  00323000
003240     CLOSE OPNI                                                   00324000
003250     CLOSE AUTH                                                   00325000
003260     CLOSE WOFF                                                   00326000
003270     CLOSE INVX                                                   00327000
003280     CLOSE PAYR                                                   00328000
003290     CLOSE WREG                                                   00329000
003290     IF ORDSPLIT-OPEN                                             00329001
003290         CLOSE SPLF                                               00329002
003290     END-IF                                                       00329003
003291                                                                  00329100
003292     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00329200
003293     MOVE WS-CARD-CNT TO JLG-IN-CNT                               00329300
003294     MOVE WS-WOF-CNT TO JLG-OUT-CNT                               00329400
003295     MOVE RETURN-CODE TO JLG-RC                                   00329500
003296     MOVE 'E' TO JLG-TYPE                                         00329600
003297     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00329700
003300                                                                  00330000
003310     GOBACK.                                                      00331000
003320                                                                  00332000
003330******************************************************************00333000
003340* PARAGRAPHE D INITIALISATION : DATE SYSIN, OUVERTURES, ENTETE DE 00334000
003350* L ETAT. LE KSDS DES PERTES EST CREE VIDE AU PREMIER PASSAGE     00335000
003360******************************************************************00336000
003370 100-INITIALIZE.                                                  00337000
003380     ACCEPT WS-RUN-DATE FROM SYSIN                                00338000
003390     IF WS-RUN-DATE = SPACES                                      00339000
003400         DISPLAY 'DATE DU RUN ABSENTE DE SYSIN'                   00340000
003410         PERFORM ABEND-PROG                                       00341000
003420     END-IF                                                       00342000
003430                                                                  00343000
003440     OPEN INPUT CARDS                                             00344000
003450     IF WS-CARDS-STATUS NOT = '00'                                00345000
003460         DISPLAY 'NO WRITE-OFF CARDS : ' WS-CARDS-STATUS          00346000
003470         PERFORM ABEND-PROG                                       00347000
003480     END-IF                                                       00348000
003490     OPEN INPUT OPNI                                              00349000
003500     IF WS-OPNI-STATUS NOT = '00'                                 00350000
003510         DISPLAY 'NO OPEN ITEMS FILE : ' WS-OPNI-STATUS           00351000
003520         PERFORM ABEND-PROG                                       00352000
003530     END-IF                                                       00353000
003540     OPEN INPUT AUTH                                              00354000
003550     IF WS-AUTH-STATUS NOT = '00'                                 00355000
003560         DISPLAY 'ERREUR OUVERTURE AUTHFIL : ' WS-AUTH-STATUS     00356000
003570         PERFORM ABEND-PROG                                       00357000
003580     END-IF                                                       00358000
003590                                                                  00359000
003600     OPEN I-O WOFF                                                00360000
003610     IF WS-WOFF-STATUS = '35'                                     00361000
003620         OPEN OUTPUT WOFF                                         00362000
003630         CLOSE WOFF                                               00363000
003640         OPEN I-O WOFF                                            00364000
003650     END-IF                                                       00365000
003660     IF WS-WOFF-STATUS NOT = '00'                                 00366000
003670         DISPLAY 'ERREUR OUVERTURE WRTOFF : ' WS-WOFF-STATUS      00367000
003680         PERFORM ABEND-PROG                                       00368000
003690     END-IF                                                       00369000
003691     PERFORM 110-OPEN-ORDSPLIT                                    00369100
003700                                                                  00370000
003710     OPEN OUTPUT INVX                                             00371000
003720     OPEN OUTPUT PAYR                                             00372000
003730     OPEN OUTPUT WREG                                             00373000
003740                                                                  00374000
003750     INITIALIZE CARD-TABLE                                        00375000
003760     INITIALIZE CLAW-EMP-TABLE                                    00376000
003770     INITIALIZE CLAW-DEP-TABLE                                    00377000
003780                                                                  00378000
003790     MOVE WS-RUN-DATE TO RGT-DATE                                 00379000
003800     WRITE ENR-WOFREG FROM L-REG-TITLE                            00380000
003810     WRITE ENR-WOFREG FROM L-REG-VIDE                             00381000
003811     EXIT.                                                        00381100
003811                                                                  00381101
003812******************************************************************00381200
003812* OUVERTURE DU FICHIER DES PARTAGES DE COMMISSION. FICHIER ABSENT 00381201
003813* = TOUTE LA REPRISE AU VENDEUR DE LA COMMANDE                    00381300
003813******************************************************************00381301
003814 110-OPEN-ORDSPLIT.                                               00381400
003814     MOVE 'N' TO WS-SPLF-SW                                       00381401
003815     OPEN INPUT SPLF                                              00381500
003815     IF WS-SPLF-STATUS = '00'                                     00381501
003816         MOVE 'Y' TO WS-SPLF-SW                                   00381600
003816     ELSE                                                         00381601
003817         DISPLAY 'PAS DE FICHIER ORDSPLIT : ' WS-SPLF-STATUS      00381700
003817     END-IF                                                       00381701
003820     EXIT.                                                        00382000
003830                                                                  00383000
003840******************************************************************00384000
003850* PARAGRAPHES DE LECTURE ET DE CONTROLE DES CARTES. UNE CARTE     00385000
003860* REJETEE EST IMPRIMEE EN TETE DU REGISTRE AVEC SON MOTIF         00386000
003870******************************************************************00387000
003880 200-READ-CARD.                                                   00388000
003890     READ CARDS INTO L-WOFCARD                                    00389000
003900         AT END                                                   00390000
003910              SET FF-CARDS TO TRUE                                00391000
003920         NOT AT END                                               00392000
003930              ADD 1 TO WS-CARD-CNT                                00393000
003940     END-READ                                                     00394000
003950     IF WS-CARDS-STATUS NOT = '00' AND WS-CARDS-STATUS NOT = '10' 00395000
003960         SET FF-CARDS TO TRUE                                     00396000
003970     END-IF                                                       00397000
003980     EXIT.                                                        00398000
003990                                                                  00399000
004000 210-LOAD-CARD.                                                   00400000
004010     MOVE SPACES TO WS-REJ-REASON                                 00401000
004020     IF WOC-DOC-TYPE = SPACE                                      00402000
004030         MOVE 'H' TO WOC-DOC-TYPE                                 00403000
004040     END-IF                                                       00404000
004050     IF WOC-CLAWBACK = SPACE                                      00405000
004060         MOVE 'N' TO WOC-CLAWBACK                                 00406000
004070     END-IF                                                       00407000
004080                                                                  00408000
004090     EVALUATE TRUE                                                00409000
004100         WHEN NOT WOC-DOCUMENT AND NOT WOC-CUSTOMER               00410000
004110             MOVE 'INVALID CARD TYPE'       TO WS-REJ-REASON      00411000
004120         WHEN WOC-DOCUMENT AND WOC-O-NO NOT NUMERIC               00412000
004130             MOVE 'INVALID ORDER NUMBER'    TO WS-REJ-REASON      00413000
004140         WHEN WOC-DOCUMENT AND WOC-DOC-TYPE NOT = 'H'             00414000
004150                           AND WOC-DOC-TYPE NOT = 'F'             00415000
004151                           AND WOC-DOC-TYPE NOT = 'B'             00415100
004160             MOVE 'INVALID DOCUMENT TYPE'   TO WS-REJ-REASON      00416000
004170         WHEN WOC-CUSTOMER AND WOC-C-NO NOT NUMERIC               00417000
004180             MOVE 'INVALID CUSTOMER NUMBER' TO WS-REJ-REASON      00418000
004190         WHEN WOC-CLAWBACK NOT = 'Y' AND WOC-CLAWBACK NOT = 'N'   00419000
004200             MOVE 'INVALID CLAWBACK FLAG'   TO WS-REJ-REASON      00420000
004210         WHEN WOC-USER = SPACES                                   00421000
004220             MOVE 'NO APPROVER'             TO WS-REJ-REASON      00422000
004230         WHEN WOC-REASON = SPACES                                 00423000
004240             MOVE 'NO REASON GIVEN'         TO WS-REJ-REASON      00424000
004250         WHEN OTHER                                               00425000
004260             PERFORM 220-CHECK-AUTHORITY                          00426000
004270     END-EVALUATE                                                 00427000
004280                                                                  00428000
004290     IF WS-REJ-REASON = SPACES                                    00429000
004300         PERFORM 230-STORE-CARD                                   00430000
004310     ELSE                                                         00431000
004320         ADD 1 TO WS-REJECT-CNT                                   00432000
004330         MOVE L-WOFCARD     TO RGC-CARD                           00433000
004340         MOVE WS-REJ-REASON TO RGC-REASON                         00434000
004350         WRITE ENR-WOFREG FROM L-REG-CARD                         00435000
004360     END-IF                                                       00436000
004370     PERFORM 200-READ-CARD                                        00437000
004380     EXIT.                                                        00438000
004390                                                                  00439000
004400******************************************************************00440000
004410* L APPROBATEUR DOIT ETRE SUPERVISEUR (NIVEAU S) SUR LA PSEUDO-   00441000
004420* TRANSACTION PJWO DU FICHIER DES HABILITATIONS                   00442000
004430******************************************************************00443000
004440 220-CHECK-AUTHORITY.                                             00444000
004450     MOVE WOC-USER TO AUTH-USERID                                 00445000
004460     MOVE 'PJWO'   TO AUTH-TRANS                                  00446000
004470     READ AUTH KEY IS AUTH-KEY                                    00447000
004480     EVALUATE TRUE                                                00448000
004490         WHEN WS-AUTH-STATUS NOT = '00'                           00449000
004500             MOVE 'APPROVER NOT AUTHORIZED'  TO WS-REJ-REASON     00450000
004510         WHEN AUTH-LEVEL NOT = 'S'                                00451000
004520             MOVE 'APPROVER NOT A SUPERVISOR' TO WS-REJ-REASON    00452000
004530         WHEN OTHER                                               00453000
004540             CONTINUE                                             00454000
004550     END-EVALUATE                                                 00455000
004560     EXIT.                                                        00456000
004570                                                                  00457000
004580 230-STORE-CARD.                                                  00458000
004590     IF WS-CRT-CNT >= WS-CRT-MAX                                  00459000
004600         DISPLAY 'WRITE-OFF CARD TABLE FULL - RUN ABORTED'        00460000
004610         PERFORM ABEND-PROG                                       00461000
004620     END-IF                                                       00462000
004630     IF WOC-CUSTOMER                                              00463000
004640         MOVE ZERO  TO WOC-O-NO                                   00464000
004650         MOVE SPACE TO WOC-DOC-TYPE                               00465000
004660     ELSE                                                         00466000
004670         MOVE ZERO  TO WOC-C-NO                                   00467000
004680     END-IF                                                       00468000
004690     ADD 1 TO WS-CRT-CNT                                          00469000
004700     SET CRT-IDX TO WS-CRT-CNT                                    00470000
004710     MOVE WOC-SCOPE    TO CRT-SCOPE(CRT-IDX)                      00471000
004720     MOVE WOC-O-NO     TO CRT-O-NO(CRT-IDX)                       00472000
004730     MOVE WOC-DOC-TYPE TO CRT-DOC-TYPE(CRT-IDX)                   00473000
004740     MOVE WOC-C-NO     TO CRT-C-NO(CRT-IDX)                       00474000
004750     MOVE WOC-CLAWBACK TO CRT-CLAWBACK(CRT-IDX)                   00475000
004760     MOVE WOC-USER     TO CRT-USER(CRT-IDX)                       00476000
004770     MOVE WOC-REASON   TO CRT-REASON(CRT-IDX)                     00477000
004780     MOVE ZERO         TO CRT-HITS(CRT-IDX)                       00478000
004790     MOVE L-WOFCARD    TO CRT-CARD(CRT-IDX)                       00479000
004800     EXIT.                                                        00480000
004810                                                                  00481000
004820******************************************************************00482000
004830* PARAGRAPHES DE BALAYAGE DES FACTURES OUVERTES : UNE CARTE       00483000
004840* DOCUMENT L EMPORTE SUR UNE CARTE CLIENT POUR LE MEME DOCUMENT   00484000
004850******************************************************************00485000
004860 300-READ-OPNI.                                                   00486000
004870     READ OPNI                                                    00487000
004880         AT END                                                   00488000
004890              SET FF-OPNI TO TRUE                                 00489000
004900         NOT AT END                                               00490000
004910              ADD 1 TO WS-OPNI-READ                               00491000
004920     END-READ                                                     00492000
004930     IF WS-OPNI-STATUS NOT = '00' AND WS-OPNI-STATUS NOT = '10'   00493000
004940         SET FF-OPNI TO TRUE                                      00494000
004950     END-IF                                                       00495000
004960     EXIT.                                                        00496000
004970                                                                  00497000
004980 310-PROCESS-DOCUMENT.                                            00498000
004990     MOVE ENR-OPNI TO L-INVX-HDR                                  00499000
005000     IF (INVXH-TYPE = 'H' OR INVXH-TYPE = 'F'                     00500000
005001        OR INVXH-TYPE = 'B')                                      00500100
005010        AND INVXH-TOTAL > ZERO                                    00501000
005020         MOVE ZERO TO WS-FND                                      00502000
005030         PERFORM 320-MATCH-DOC-CARD                               00503000
005040             VARYING WS-SCAN-I FROM 1 BY 1                        00504000
005050             UNTIL WS-SCAN-I > WS-CRT-CNT                         00505000
005060         IF WS-FND = ZERO                                         00506000
005070             PERFORM 330-MATCH-CUST-CARD                          00507000
005080                 VARYING WS-SCAN-I FROM 1 BY 1                    00508000
005090                 UNTIL WS-SCAN-I > WS-CRT-CNT                     00509000
005100         END-IF                                                   00510000
005110         IF WS-FND > ZERO                                         00511000
005120             PERFORM 400-WRITE-OFF-DOCUMENT                       00512000
005130         END-IF                                                   00513000
005140     END-IF                                                       00514000
005150     PERFORM 300-READ-OPNI                                        00515000
005160     EXIT.                                                        00516000
005170                                                                  00517000
005180 320-MATCH-DOC-CARD.                                              00518000
005190     SET CRT-IDX TO WS-SCAN-I                                     00519000
005200     IF WS-FND = ZERO                                             00520000
005210        AND CRT-SCOPE(CRT-IDX) = 'D'                              00521000
005220        AND CRT-O-NO(CRT-IDX) = INVXH-O-NO                        00522000
005230        AND CRT-DOC-TYPE(CRT-IDX) = INVXH-TYPE                    00523000
005240         MOVE WS-SCAN-I TO WS-FND                                 00524000
005250     END-IF                                                       00525000
005260     EXIT.                                                        00526000
005270                                                                  00527000
005280 330-MATCH-CUST-CARD.                                             00528000
005290     SET CRT-IDX TO WS-SCAN-I                                     00529000
005300     IF WS-FND = ZERO                                             00530000
005310        AND CRT-SCOPE(CRT-IDX) = 'C'                              00531000
005320        AND CRT-C-NO(CRT-IDX) = INVXH-C-NO                        00532000
005330         MOVE WS-SCAN-I TO WS-FND                                 00533000
005340     END-IF                                                       00534000
005350     EXIT.                                                        00535000
005360                                                                  00536000
005370******************************************************************00537000
005380* PASSAGE EN PERTE D UN DOCUMENT : REFUSE SI LE DOCUMENT EST DEJA 00538000
005390* AU GRAND LIVRE DES PERTES (PJPART3C NE L A PAS ENCORE SOLDE).   00539000
005400* LE MONTANT PASSE EN PERTE EST LE SOLDE OUVERT DU DOCUMENT       00540000
005410******************************************************************00541000
005420 400-WRITE-OFF-DOCUMENT.                                          00542000
005430     SET CRT-IDX TO WS-FND                                        00543000
005440     ADD 1 TO CRT-HITS(CRT-IDX)                                   00544000
005450     MOVE SPACES      TO WS-NOTE                                  00545000
005460     MOVE 'N'         TO WS-ALREADY-SW                            00546000
005470     MOVE INVXH-O-NO  TO WOF-O-NO                                 00547000
005480     MOVE INVXH-TYPE  TO WOF-TYPE                                 00548000
005490     READ WOFF KEY IS WOF-KEY                                     00549000
005500     IF WS-WOFF-STATUS = '00'                                     00550000
005510         SET DOC-ALREADY-OFF TO TRUE                              00551000
005520         ADD 1 TO WS-ALREADY-CNT                                  00552000
005530         STRING 'ALREADY WRITTEN OFF ON ' DELIMITED BY SIZE       00553000
005540                WOF-DATE                  DELIMITED BY SIZE       00554000
005550                ' - NOT WRITTEN OFF AGAIN' DELIMITED BY SIZE      00555000
005560                INTO WS-NOTE                                      00556000
005570         END-STRING                                               00557000
005580         PERFORM 450-PRINT-DOCUMENT                               00558000
005590     ELSE                                                         00559000
005600         MOVE ZERO TO WS-CLAW-AMT                                 00560000
005610         MOVE ZERO TO WS-E-NO                                     00561000
005620         IF CRT-CLAWBACK(CRT-IDX) = 'Y'                           00562000
005630             PERFORM 410-COMPUTE-CLAWBACK                         00563000
005640         END-IF                                                   00564000
005650         PERFORM 430-WRITE-LEDGER                                 00565000
005660         PERFORM 450-PRINT-DOCUMENT                               00566000
005670         PERFORM 440-WRITE-W-DOCUMENT                             00567000
005680         ADD 1           TO WS-WOF-CNT                            00568000
005690         ADD INVXH-TOTAL TO WS-WOF-AMT                            00569000
005700     END-IF                                                       00570000
005710     EXIT.                                                        00571000
005720                                                                  00572000
005730******************************************************************00573000
005740* REPRISE DE COMMISSION : LA COMMISSION DU DOCUMENT AU PRORATA DU 00574000
005750* SOLDE PASSE EN PERTE, PLAFONNEE A LA COMMISSION PAYEE. LE       00575000
005760* VENDEUR EST CELUI DE LA COMMANDE DANS DB2 (ORDERS.S_NO) ; UNE   00576000
005761* COMMANDE PARTAGEE (ORDSPLIT) REPARTIT LA REPRISE SELON SES PARTS00576100
005770******************************************************************00577000
005780 410-COMPUTE-CLAWBACK.                                            00578000
005790     COMPUTE WS-DOC-BASE = INVXH-SUBTOTAL + INVXH-TAXAMT          00579000
005800                         + INVXH-FREIGHT                          00580000
005810     IF INVXH-COMAMT = ZERO OR WS-DOC-BASE = ZERO                 00581000
005820         MOVE 'NO COMMISSION ON DOCUMENT - NOTHING CLAWED BACK'   00582000
005830             TO WS-NOTE                                           00583000
005840     ELSE                                                         00584000
005850         MOVE INVXH-O-NO TO ORDER-O-NO                            00585000
005860         EXEC SQL                                                 00586000
005870            SELECT S_NO                                           00587000
005880            INTO :ORDER-S-NO                                      00588000
005890            FROM API5.ORDERS                                      00589000
005900            WHERE O_NO = :ORDER-O-NO                              00590000
005910         END-EXEC                                                 00591000
005920         EVALUATE TRUE                                            00592000
005930             WHEN SQLCODE = ZERO                                  00593000
005940                 MOVE ORDER-S-NO TO WS-E-NO                       00594000
005950                 COMPUTE WS-CLAW-AMT ROUNDED =                    00595000
005960                     INVXH-COMAMT * INVXH-TOTAL / WS-DOC-BASE     00596000
005970                 IF WS-CLAW-AMT > INVXH-COMAMT                    00597000
005980                     MOVE INVXH-COMAMT TO WS-CLAW-AMT             00598000
005990                 END-IF                                           00599000
006000                 PERFORM 415-SPLIT-CLAWBACK                       00600000
006010             WHEN SQLCODE = 100                                   00601000
006020                 MOVE 'ORDER NOT ON FILE - NOTHING CLAWED BACK'   00602000
006030                     TO WS-NOTE                                   00603000
006040             WHEN OTHER                                           00604000
006050                 DISPLAY 'ERREUR SQL ORDERS : ' SQLCODE           00605000
006060                 PERFORM ABEND-PROG                               00606000
006070         END-EVALUATE                                             00607000
006080     END-IF                                                       00608000
006090     EXIT.                                                        00609000
006100                                                                  00610000
006110******************************************************************00611000
006111* PARTAGE DE LA REPRISE : CUMULS DU DOCUMENT PUIS UNE REPRISE PAR 00611100
006112* PART DE LA COMMANDE (ORDSPLIT), AU PRORATA DE LA PART, LA       00611200
006113* DERNIERE PART PRENANT L ARRONDI. SANS PARTAGE, TOUT AU VENDEUR  00611300
006114* DE LA COMMANDE AVEC LES NOMS DU DOCUMENT. LE GRAND LIVRE GARDE  00611400
006115* LE TOTAL DU DOCUMENT ET LE VENDEUR DE LA COMMANDE               00611500
006116******************************************************************00611600
006117 415-SPLIT-CLAWBACK.                                              00611700
006120     ADD 1           TO WS-CLAW-CNT                               00612000
006130     ADD WS-CLAW-AMT TO WS-CLAW-TOT                               00613000
006131     MOVE 'N' TO WS-SPLIT-SW                                      00613100
006131     IF ORDSPLIT-OPEN                                             00613101
006131         MOVE INVXH-O-NO TO SPL-O-NO                              00613102
006131         READ SPLF                                                00613103
006132         IF WS-SPLF-STATUS = '00' AND SPL-CNT > ZERO              00613200
006132             MOVE 'Y' TO WS-SPLIT-SW                              00613201
006132         END-IF                                                   00613202
006132     END-IF                                                       00613203
006133     IF ORDER-SPLIT                                               00613300
006133         MOVE WS-CLAW-AMT TO WS-CLAW-DOC                          00613301
006133         MOVE ZERO        TO WS-CLAW-DONE                         00613302
006133         PERFORM 417-CLAWBACK-ONE-SHARE                           00613303
006134             VARYING WS-SHR-I FROM 1 BY 1                         00613400
006134             UNTIL WS-SHR-I > SPL-CNT                             00613401
006134         MOVE WS-CLAW-DOC TO WS-CLAW-AMT                          00613402
006134         MOVE ORDER-S-NO  TO WS-E-NO                              00613403
006135         STRING 'CLAWBACK SPLIT BETWEEN ' DELIMITED BY SIZE       00613500
006135                SPL-CNT                   DELIMITED BY SIZE       00613501
006135                ' SALESPEOPLE (ORDSPLIT)' DELIMITED BY SIZE       00613502
006135                INTO WS-NOTE                                      00613503
006136         END-STRING                                               00613600
006136     ELSE                                                         00613601
006136         MOVE INVXH-LNAME TO WS-SHR-LNAME                         00613602
006136         MOVE INVXH-FNAME TO WS-SHR-FNAME                         00613603
006137         MOVE INVXH-DNAME TO WS-SHR-DNAME                         00613700
006137         PERFORM 420-ADD-CLAWBACK                                 00613701
006137     END-IF                                                       00613702
006137     EXIT.                                                        00613703
006140                                                                  00614000
006141 417-CLAWBACK-ONE-SHARE.                                          00614100
006141     MOVE SPL-E-NO(WS-SHR-I) TO WS-E-NO                           00614101
006141     IF WS-SHR-I = SPL-CNT                                        00614102
006141         COMPUTE WS-CLAW-AMT = WS-CLAW-DOC - WS-CLAW-DONE         00614103
006141     ELSE                                                         00614104
006141         COMPUTE WS-CLAW-AMT ROUNDED =                            00614105
006142             WS-CLAW-DOC * SPL-SHARE(WS-SHR-I) / 100              00614200
006142         ADD WS-CLAW-AMT TO WS-CLAW-DONE                          00614201
006142     END-IF                                                       00614202
006142     PERFORM 418-GET-SHARE-NAMES                                  00614203
006142     PERFORM 420-ADD-CLAWBACK                                     00614204
006142     EXIT.                                                        00614205
006143                                                                  00614300
006143******************************************************************00614301
006143* NOMS ET SERVICE DU VENDEUR D UNE PART : CEUX DU DOCUMENT POUR LE00614302
006143* VENDEUR DE LA COMMANDE, SINON LUS DANS DB2 (EMPLOYEES, DEPTS)   00614303
006143******************************************************************00614304
006143 418-GET-SHARE-NAMES.                                             00614305
006144     IF WS-E-NO = ORDER-S-NO                                      00614400
006144         MOVE INVXH-LNAME TO WS-SHR-LNAME                         00614401
006144         MOVE INVXH-FNAME TO WS-SHR-FNAME                         00614402
006144         MOVE INVXH-DNAME TO WS-SHR-DNAME                         00614403
006144     ELSE                                                         00614404
006144         INITIALIZE ST-EMPLO                                      00614405
006145         INITIALIZE ST-DEPT                                       00614500
006145         MOVE WS-E-NO TO EMPLO-E-NO                               00614501
006145         EXEC SQL                                                 00614502
006145            SELECT DEPT, LNAME, FNAME                             00614503
006145            INTO :EMPLO-DEPT, :EMPLO-LNAME, :EMPLO-FNAME          00614504
006145            FROM API5.EMPLOYEES                                   00614505
006146            WHERE E_NO = :EMPLO-E-NO                              00614600
006146         END-EXEC                                                 00614601
006146         IF SQLCODE NOT = ZERO                                    00614602
006146             DISPLAY 'ERREUR SQL EMPLOYEES : ' SQLCODE ' ' WS-E-NO00614603
006146             PERFORM ABEND-PROG                                   00614604
006146         END-IF                                                   00614605
006147         MOVE EMPLO-DEPT TO DEPT-DEPT                             00614700
006147         EXEC SQL                                                 00614701
006147            SELECT DNAME                                          00614702
006147            INTO :DEPT-DNAME                                      00614703
006147            FROM API5.DEPTS                                       00614704
006147            WHERE DEPT = :DEPT-DEPT                               00614705
006148         END-EXEC                                                 00614800
006148         IF SQLCODE NOT = ZERO                                    00614801
006148             DISPLAY 'ERREUR SQL DEPTS : ' SQLCODE ' ' DEPT-DEPT  00614802
006148             PERFORM ABEND-PROG                                   00614803
006148         END-IF                                                   00614804
006148         MOVE EMPLO-LNAME TO WS-SHR-LNAME                         00614805
006149         MOVE EMPLO-FNAME TO WS-SHR-FNAME                         00614900
006149         MOVE DEPT-DNAME  TO WS-SHR-DNAME                         00614901
006149     END-IF                                                       00614902
006149     EXIT.                                                        00614903
006149                                                                  00614904
006149 420-ADD-CLAWBACK.                                                00614905
006150     MOVE ZERO TO WS-TBL-FND                                      00615000
006160     PERFORM 422-SCAN-EMPLOYEE                                    00616000
006170         VARYING WS-SCAN-I FROM 1 BY 1                            00617000
006180         UNTIL WS-SCAN-I > WS-CLE-CNT                             00618000
006190     IF WS-TBL-FND = ZERO                                         00619000
006200         IF WS-CLE-CNT >= WS-CLE-MAX                              00620000
006210             DISPLAY 'CLAWBACK EMPLOYEE TABLE FULL - RUN ABORTED' 00621000
006220             PERFORM ABEND-PROG                                   00622000
006230         END-IF                                                   00623000
006240         ADD 1 TO WS-CLE-CNT                                      00624000
006250         MOVE WS-CLE-CNT TO WS-TBL-FND                            00625000
006260         SET CLE-IDX TO WS-TBL-FND                                00626000
006270         MOVE WS-E-NO     TO CLE-E-NO(CLE-IDX)                    00627000
006280         MOVE WS-SHR-LNAME TO CLE-LNAME(CLE-IDX)                  00628000
006290         MOVE WS-SHR-FNAME TO CLE-FNAME(CLE-IDX)                  00629000
006300         MOVE WS-SHR-DNAME TO CLE-DNAME(CLE-IDX)                  00630000
006310         MOVE ZERO        TO CLE-AMOUNT(CLE-IDX)                  00631000
006320     END-IF                                                       00632000
006330     SET CLE-IDX TO WS-TBL-FND                                    00633000
006340     ADD WS-CLAW-AMT TO CLE-AMOUNT(CLE-IDX)                       00634000
006350                                                                  00635000
006360     MOVE ZERO TO WS-TBL-FND                                      00636000
006370     PERFORM 424-SCAN-DEPARTMENT                                  00637000
006380         VARYING WS-SCAN-I FROM 1 BY 1                            00638000
006390         UNTIL WS-SCAN-I > WS-CLD-CNT                             00639000
006400     IF WS-TBL-FND = ZERO                                         00640000
006410         IF WS-CLD-CNT >= WS-CLD-MAX                              00641000
006420             DISPLAY 'CLAWBACK DEPT TABLE FULL - RUN ABORTED'     00642000
006430             PERFORM ABEND-PROG                                   00643000
006440         END-IF                                                   00644000
006450         ADD 1 TO WS-CLD-CNT                                      00645000
006460         MOVE WS-CLD-CNT TO WS-TBL-FND                            00646000
006470         SET CLD-IDX TO WS-TBL-FND                                00647000
006480         MOVE WS-SHR-DNAME TO CLD-DNAME(CLD-IDX)                  00648000
006490         MOVE ZERO        TO CLD-AMOUNT(CLD-IDX)                  00649000
006500     END-IF                                                       00650000
006510     SET CLD-IDX TO WS-TBL-FND                                    00651000
006520     ADD WS-CLAW-AMT TO CLD-AMOUNT(CLD-IDX)                       00652000
006530     EXIT.                                                        00653000
006540                                                                  00654000
006550 422-SCAN-EMPLOYEE.                                               00655000
006560     SET CLE-IDX TO WS-SCAN-I                                     00656000
006570     IF WS-TBL-FND = ZERO AND CLE-E-NO(CLE-IDX) = WS-E-NO         00657000
006580         MOVE WS-SCAN-I TO WS-TBL-FND                             00658000
006590     END-IF                                                       00659000
006600     EXIT.                                                        00660000
006610                                                                  00661000
006620 424-SCAN-DEPARTMENT.                                             00662000
006630     SET CLD-IDX TO WS-SCAN-I                                     00663000
006640     IF WS-TBL-FND = ZERO AND CLD-DNAME(CLD-IDX) = WS-SHR-DNAME   00664000
006650         MOVE WS-SCAN-I TO WS-TBL-FND                             00665000
006660     END-IF                                                       00666000
006670     EXIT.                                                        00667000
006680                                                                  00668000
006690******************************************************************00669000
006700* ENREGISTREMENT DU DOCUMENT AU GRAND LIVRE DES PERTES            00670000
006710******************************************************************00671000
006720 430-WRITE-LEDGER.                                                00672000
006730     INITIALIZE WRTOFF-RECORD                                     00673000
006740     MOVE INVXH-O-NO          TO WOF-O-NO                         00674000
006750     MOVE INVXH-TYPE          TO WOF-TYPE                         00675000
006760     MOVE 'W'                 TO WOF-STATUS                       00676000
006770     MOVE INVXH-C-NO          TO WOF-C-NO                         00677000
006780     MOVE INVXH-COMPANY       TO WOF-COMPANY                      00678000
006790     MOVE INVXH-O-DATE(1:10)  TO WOF-DOC-DATE                     00679000
006800     MOVE INVXH-TOTAL         TO WOF-AMOUNT                       00680000
006810     MOVE ZERO                TO WOF-RCV-AMT                      00681000
006820     MOVE WS-CLAW-AMT         TO WOF-CLAW-AMT                     00682000
006830     MOVE WS-E-NO             TO WOF-E-NO                         00683000
006840     MOVE WS-RUN-DATE         TO WOF-DATE                         00684000
006850     MOVE CRT-USER(CRT-IDX)   TO WOF-USER                         00685000
006860     MOVE CRT-REASON(CRT-IDX) TO WOF-REASON                       00686000
006870     MOVE SPACES              TO WOF-RCV-DATE                     00687000
006880     WRITE WRTOFF-RECORD                                          00688000
006890     IF WS-WOFF-STATUS NOT = '00'                                 00689000
006900         DISPLAY 'ERREUR ECRITURE WRTOFF : ' WS-WOFF-STATUS       00690000
006910                 ' ' WOF-KEY                                      00691000
006920         PERFORM ABEND-PROG                                       00692000
006930     END-IF                                                       00693000
006940     EXIT.                                                        00694000
006950                                                                  00695000
006960******************************************************************00696000
006970* DOCUMENT DE PASSAGE EN PERTE (TYPE W) : MEME NUMERO QUE LE      00697000
006980* DOCUMENT SOLDE, DATE DU RUN, MONTANT = SOLDE PASSE EN PERTE.    00698000
006990* LE TYPE DU DOCUMENT SOLDE (H, F OU B) SUIT 'WOFF-' DANS LES     00699000
007000* CONDITIONS DE PAIEMENT ; PJPART3C Y RETROUVE L ARTICLE A        00700000
007010* SOLDER. LES AUTRES MONTANTS RESTENT A ZERO POUR NE PAS FAUSSER  00701000
007020* L ANALYSE DES VENTES NI LE JOURNAL DES VENTES                   00702000
007030******************************************************************00703000
007040 440-WRITE-W-DOCUMENT.                                            00704000
007050     MOVE INVXH-TYPE   TO WS-ORIG-TYPE                            00705000
007060     MOVE 'W'          TO INVXH-TYPE                              00706000
007070     MOVE WS-RUN-DATE  TO INVXH-O-DATE                            00707000
007080     MOVE ZERO         TO INVXH-TAXPCT                            00708000
007090     MOVE ZERO         TO INVXH-SUBTOTAL                          00709000
007100     MOVE ZERO         TO INVXH-TAXAMT                            00710000
007110     MOVE ZERO         TO INVXH-COMAMT                            00711000
007120     MOVE ZERO         TO INVXH-FREIGHT                           00712000
007130     MOVE ZERO         TO INVXH-DISCOUNT                          00713000
007140     MOVE 'WOFF- '     TO INVXH-TERMS                             00714000
007150     MOVE WS-ORIG-TYPE TO INVXH-TERMS(6:1)                        00715000
007160     MOVE WS-RUN-DATE  TO INVXH-DUEDATE                           00716000
007170     MOVE ZERO         TO INVXH-DISCPCT                           00717000
007180     MOVE WS-RUN-DATE  TO INVXH-DISCDATE                          00718000
007190     WRITE ENR-INVX FROM L-INVX-HDR                               00719000
007200     EXIT.                                                        00720000
007210                                                                  00721000
007220 450-PRINT-DOCUMENT.                                              00722000
007230     INITIALIZE L-REG-LINE                                        00723000
007240     MOVE INVXH-O-NO          TO RGL-O-NO                         00724000
007250     MOVE INVXH-TYPE          TO RGL-TYPE                         00725000
007260     MOVE INVXH-C-NO          TO RGL-C-NO                         00726000
007270     MOVE INVXH-COMPANY       TO RGL-COMPANY                      00727000
007280     MOVE INVXH-O-DATE(1:10)  TO RGL-DOC-DATE                     00728000
007290     MOVE CRT-USER(CRT-IDX)   TO RGL-USER                         00729000
007300     MOVE CRT-REASON(CRT-IDX) TO RGL-REASON                       00730000
007310     IF NOT DOC-ALREADY-OFF                                       00731000
007320         MOVE INVXH-TOTAL     TO RGL-AMOUNT                       00732000
007330         MOVE WS-CLAW-AMT     TO RGL-CLAW                         00733000
007340         MOVE WS-E-NO         TO RGL-E-NO                         00734000
007350     END-IF                                                       00735000
007360     WRITE ENR-WOFREG FROM L-REG-LINE                             00736000
007370     IF WS-NOTE NOT = SPACES                                      00737000
007380         MOVE WS-NOTE TO RGN-TEXT                                 00738000
007390         WRITE ENR-WOFREG FROM L-REG-NOTE                         00739000
007400     END-IF                                                       00740000
007410     EXIT.                                                        00741000
007420                                                                  00742000
007430******************************************************************00743000
007440* CARTES ACCEPTEES N AYANT TROUVE AUCUN DOCUMENT OUVERT           00744000
007450******************************************************************00745000
007460 500-LIST-UNUSED-CARDS.                                           00746000
007470     WRITE ENR-WOFREG FROM L-REG-VIDE                             00747000
007480     PERFORM 510-CHECK-CARD-USED                                  00748000
007490         VARYING WS-SCAN-I FROM 1 BY 1                            00749000
007500         UNTIL WS-SCAN-I > WS-CRT-CNT                             00750000
007510     EXIT.                                                        00751000
007520                                                                  00752000
007530 510-CHECK-CARD-USED.                                             00753000
007540     SET CRT-IDX TO WS-SCAN-I                                     00754000
007550     IF CRT-HITS(CRT-IDX) = ZERO                                  00755000
007560         ADD 1 TO WS-NODOC-CNT                                    00756000
007570         MOVE CRT-CARD(CRT-IDX) TO RGC-CARD                       00757000
007580         MOVE 'NO OPEN DOCUMENT' TO RGC-REASON                    00758000
007590         WRITE ENR-WOFREG FROM L-REG-CARD                         00759000
007600     END-IF                                                       00760000
007610     EXIT.                                                        00761000
007620                                                                  00762000
007630******************************************************************00763000
007640* EXTRACTION PAIE DES COMMISSIONS REPRISES : PAR SERVICE, LES     00764000
007650* VENDEURS (TYPE E) PUIS LE TOTAL DU SERVICE (TYPE D), MONTANTS   00765000
007660* NEGATIFS A DEDUIRE DE LA PROCHAINE PAIE                         00766000
007670******************************************************************00767000
007680 600-WRITE-PAYROLL.                                               00768000
007690     PERFORM 610-WRITE-DEPARTMENT                                 00769000
007700         VARYING WS-FND FROM 1 BY 1                               00770000
007710         UNTIL WS-FND > WS-CLD-CNT                                00771000
007720     EXIT.                                                        00772000
007730                                                                  00773000
007740 610-WRITE-DEPARTMENT.                                            00774000
007750     SET CLD-IDX TO WS-FND                                        00775000
007760     PERFORM 620-WRITE-EMPLOYEE                                   00776000
007770         VARYING WS-SCAN-I FROM 1 BY 1                            00777000
007780         UNTIL WS-SCAN-I > WS-CLE-CNT                             00778000
007790                                                                  00779000
007800     INITIALIZE L-PAYROLL                                         00780000
007810     MOVE 'D'                  TO PAY-REC-TYPE                    00781000
007820     MOVE CLD-DNAME(CLD-IDX)   TO PAY-NAME1                       00782000
007830     COMPUTE PAY-AMOUNT = ZERO - CLD-AMOUNT(CLD-IDX)              00783000
007840     WRITE ENR-PAYROLL FROM L-PAYROLL                             00784000
007850     EXIT.                                                        00785000
007860                                                                  00786000
007870 620-WRITE-EMPLOYEE.                                              00787000
007880     SET CLE-IDX TO WS-SCAN-I                                     00788000
007890     IF CLE-DNAME(CLE-IDX) = CLD-DNAME(CLD-IDX)                   00789000
007900         INITIALIZE L-PAYROLL                                     00790000
007910         MOVE 'E'                TO PAY-REC-TYPE                  00791000
007920         MOVE CLE-E-NO(CLE-IDX)  TO PAY-EMPNO-OUT                 00792000
007930         MOVE CLE-LNAME(CLE-IDX) TO PAY-NAME1                     00793000
007940         MOVE CLE-FNAME(CLE-IDX) TO PAY-NAME2                     00794000
007950         MOVE CLE-DNAME(CLE-IDX) TO PAY-DEPT-OUT                  00795000
007960         COMPUTE PAY-AMOUNT = ZERO - CLE-AMOUNT(CLE-IDX)          00796000
007970         WRITE ENR-PAYROLL FROM L-PAYROLL                         00797000
007980     END-IF                                                       00798000
007990     EXIT.                                                        00799000
008000                                                                  00800000
008010******************************************************************00801000
008020* PARAGRAPHE D ECRITURE DES TOTAUX DE CONTROLE EN FIN D ETAT      00802000
008030******************************************************************00803000
008040 900-WRITE-TOTALS.                                                00804000
008050     WRITE ENR-WOFREG FROM L-REG-VIDE                             00805000
008060                                                                  00806000
008070     MOVE 'CARDS READ'                      TO RGK-LABEL          00807000
008080     MOVE WS-CARD-CNT                       TO RGK-VALUE          00808000
008090     WRITE ENR-WOFREG FROM L-REG-CNT                              00809000
008100                                                                  00810000
008110     MOVE 'CARDS REJECTED'                  TO RGK-LABEL          00811000
008120     MOVE WS-REJECT-CNT                     TO RGK-VALUE          00812000
008130     WRITE ENR-WOFREG FROM L-REG-CNT                              00813000
008140                                                                  00814000
008150     MOVE 'CARDS WITHOUT AN OPEN DOCUMENT'  TO RGK-LABEL          00815000
008160     MOVE WS-NODOC-CNT                      TO RGK-VALUE          00816000
008170     WRITE ENR-WOFREG FROM L-REG-CNT                              00817000
008180                                                                  00818000
008190     MOVE 'OPEN ITEMS READ'                 TO RGK-LABEL          00819000
008200     MOVE WS-OPNI-READ                      TO RGK-VALUE          00820000
008210     WRITE ENR-WOFREG FROM L-REG-CNT                              00821000
008220                                                                  00822000
008230     MOVE 'DOCUMENTS ALREADY WRITTEN OFF'   TO RGK-LABEL          00823000
008240     MOVE WS-ALREADY-CNT                    TO RGK-VALUE          00824000
008250     WRITE ENR-WOFREG FROM L-REG-CNT                              00825000
008260                                                                  00826000
008270     MOVE 'DOCUMENTS WRITTEN OFF'           TO RGK-LABEL          00827000
008280     MOVE WS-WOF-CNT                        TO RGK-VALUE          00828000
008290     WRITE ENR-WOFREG FROM L-REG-CNT                              00829000
008300                                                                  00830000
008310     MOVE 'TOTAL WRITTEN OFF'               TO RGO-LABEL          00831000
008320     MOVE WS-WOF-AMT                        TO RGO-VALUE          00832000
008330     WRITE ENR-WOFREG FROM L-REG-TOT                              00833000
008340                                                                  00834000
008350     MOVE 'COMMISSIONS CLAWED BACK'         TO RGK-LABEL          00835000
008360     MOVE WS-CLAW-CNT                       TO RGK-VALUE          00836000
008370     WRITE ENR-WOFREG FROM L-REG-CNT                              00837000
008380                                                                  00838000
008390     MOVE 'TOTAL COMMISSION CLAWED BACK'    TO RGO-LABEL          00839000
008400     MOVE WS-CLAW-TOT                       TO RGO-VALUE          00840000
008410     WRITE ENR-WOFREG FROM L-REG-TOT                              00841000
008420     EXIT.                                                        00842000
008430                                                                  00843000
008440******************************************************************00844000
008450* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00845000
008460* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00846000
008470******************************************************************00847000
008480 ABEND-PROG.                                                      00848000
008490     DISPLAY 'ABEND-PROG !'                                       00849000
008500     COMPUTE WS-ANO = 1 / WS-ANO.                                 00850000
