000290* 02/09/2026 GAY  REFUND CLEARING DOCUMENTS (TYPE R, PJPART3P)    00029000
000300*                  SHOWN AS POSITIVE REFUND LINES, SETTLING THE   00030000
000310*                  CREDIT BALANCE CARRIED FORWARD                 00031000
000311* 15/10/2026 GAY  OPEN DISPUTES (KSDS DISPUTE, SEE PJDISPM) : THE 00031100
000311*                  MONTH'S DISPUTED DOCUMENTS ARE MARKED IN       00031101
000311*                  DISPUTE AND THE CUSTOMER'S OPEN DISPUTES ARE   00031102
000312*                  LISTED UNDER THE BALANCE DUE                   00031200
000312* 15/10/2026 GAY  BAD-DEBT WRITE-OFF DOCUMENTS (TYPE W, PJPT3WOF) 00031201
000312*                  SHOWN AS NEGATIVE WRITEOFF LINES, CLEARING THE 00031202
000313*                  BALANCE WRITTEN OFF                            00031300
000313* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00031301
000313*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00031302
000314*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00031400
000314* 15/10/2026 GAY  NATIONAL ACCOUNTS (KSDS NATACCT, FACULTATIF) :  00031401
000314*                  A PARENT FLAGGED FOR A CONSOLIDATED STATEMENT  00031402
000315*                  GETS ONE STATEMENT FOR THE WHOLE GROUP, WITH A 00031500
000315*                  SECTION PER ACCOUNT (ITS OWN, THEN EACH        00031501
000315*                  BRANCH : BALANCE BROUGHT FORWARD, LINES,       00031502
000316*                  BALANCE DUE, DISPUTES) AND THE GROUP TOTALS ;  00031600
000316*                  BRANCHES WITH NO MOVEMENT BUT A BALANCE ARE    00031601
000316*                  INCLUDED. THE BALANCE SUMMARY STAYS ONE RECORD 00031602
000317*                  PER ACCOUNT                                    00031700
000317* 15/10/2026 GAY  VOIDED REFUND CHECK DOCUMENTS (TYPE V, PJPT3CHK)00031701
000317*                  SHOWN AS NEGATIVE CHK VOID LINES, RESTORING THE00031702
000318*                  CREDIT THE REFUND HAD SETTLED                  00031800
000318* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, PJPART3B)   00031801
000318*                  ARE LISTED AS B/O INV AND FLAGGED IN DISPUTE   00031802
000319*                  UNDER THEIR OWN DOCUMENT TYPE                  00031900
000319* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00031901
000319*                  NO UNSET FIELD REACHES JOBLOG                  00031902
000320******************************************************************00032000
000330                                                                  00033000
000340 ENVIRONMENT DIVISION.                                            00034000
000640******************************************************************00064000
000650      SELECT STMT ASSIGN TO STMTPRT                               00065000
000660      ORGANIZATION  IS SEQUENTIAL.                                00066000
000661******************************************************************00066100
000661* KSDS DES LITIGES SUR FACTURE (VOIR COPY DSPREC), FACULTATIF     00066101
000662******************************************************************00066200
000662      SELECT DSPF ASSIGN TO DISPUTE                               00066201
000663      ORGANIZATION IS INDEXED                                     00066300
000663      ACCESS MODE  IS SEQUENTIAL                                  00066301
000664      RECORD KEY   IS DSP-KEY                                     00066400
000664      FILE STATUS  IS WS-DSPF-STATUS.                             00066401
000665******************************************************************00066500
000665* KSDS DES COMPTES NATIONAUX (VOIR COPY NATREC), FACULTATIF       00066501
000666******************************************************************00066600
000666      SELECT NATF ASSIGN TO NATACCT                               00066601
000667      ORGANIZATION IS INDEXED                                     00066700
000667      ACCESS MODE  IS SEQUENTIAL                                  00066701
000668      RECORD KEY   IS NAT-KEY                                     00066800
000668      FILE STATUS  IS WS-NATF-STATUS.                             00066801
000670                                                                  00067000
000680******************************************************************00068000
000690                                                                  00069000
000830                                                                  00083000
000840 SD SRTSTW.                                                       00084000
000850 01 STW-REC.                                                      00085000
000851      05 STW-GROUP   PIC X(30).                                   00085100
000852      05 STW-ROLE    PIC X(1).                                    00085200
000860      05 STW-COMPANY PIC X(30).                                   00086000
000870      05 STW-DATE    PIC X(11).                                   00087000
000880      05 STW-TYPE    PIC X(8).                                    00088000
000900      05 STW-AMT     PIC S9(7)V99.                                00090000
000910                                                                  00091000
000920 FD TRSR.                                                         00092000
000930 01 ENR-TRSORT PIC X(95).                                         00093000
000940                                                                  00094000
000950 FD STMT.                                                         00095000
000960 01 ENR-STMTPRT PIC X(101).                                       00096000
000961                                                                  00096100
000962 FD DSPF.                                                         00096200
000963     COPY DSPREC.                                                 00096300
000964                                                                  00096400
000965 FD NATF.                                                         00096500
000966     COPY NATREC.                                                 00096600
000970                                                                  00097000
000980 WORKING-STORAGE SECTION.                                         00098000
000990******************************************************************00099000
001070    88 FF-BALI VALUE 1.                                           00107000
001080 77 FLAG-TRSR PIC 9 VALUE 0.                                      00108000
001090    88 FF-TRSR VALUE 1.                                           00109000
001091 77 FLAG-DSPF PIC 9 VALUE 0.                                      00109100
001092    88 FF-DSPF VALUE 1.                                           00109200
001093 77 FLAG-NATF PIC 9 VALUE 0.                                      00109300
001094    88 FF-NATF VALUE 1.                                           00109400
001100 77 WS-APPL-STATUS PIC X(2) VALUE SPACES.                         00110000
001110 77 WS-BALI-STATUS PIC X(2) VALUE SPACES.                         00111000
001111 77 WS-DSPF-STATUS PIC X(2) VALUE SPACES.                         00111100
001112 77 WS-NATF-STATUS PIC X(2) VALUE SPACES.                         00111200
001120                                                                  00112000
001130 77 WS-ANO PIC 99 VALUE ZERO.                                     00113000
001140                                                                  00114000
001150 77 WS-STMT-CNT PIC 9(7) VALUE ZERO.                              00115000
001151 77 WS-GSTM-CNT PIC 9(7) VALUE ZERO.                              00115100
001160                                                                  00116000
001170******************************************************************00117000
001180* CARTE SYSIN : MOIS DU RELEVE (AAAA-MM)                          00118000
001540 77 WS-BAL-MAX PIC 9(4) VALUE 1000.                               00154000
001550                                                                  00155000
001560******************************************************************00156000
001561* TABLE DES LITIGES OUVERTS (FICHIER DISPUTE)                     00156100
001561******************************************************************00156101
001561 01 DST-TABLE.                                                    00156102
001561      05 DST-ENTRY OCCURS 1000 TIMES INDEXED BY DST-IDX.          00156103
001562         10 DST-O-NO      PIC 9(6).                               00156200
001562         10 DST-TYPE      PIC X(1).                               00156201
001562         10 DST-COMPANY   PIC X(30).                              00156202
001562         10 DST-OPEN-DATE PIC X(10).                              00156203
001563         10 DST-AMOUNT    PIC 9(7)V99.                            00156300
001563 77 WS-DST-CNT   PIC 9(4) VALUE ZERO.                             00156301
001563 77 WS-DST-MAX   PIC 9(4) VALUE 1000.                             00156302
001563 77 WS-DST-KEY-NO   PIC 9(6) VALUE ZERO.                          00156303
001564 77 WS-DST-KEY-TYPE PIC X(1) VALUE SPACE.                         00156400
001564 77 WS-DST-FOUND PIC X(1) VALUE 'N'.                              00156401
001564 77 WS-CUS-DISP  PIC S9(9)V99 VALUE ZERO.                         00156402
001564                                                                  00156403
001565******************************************************************00156500
001565* TABLE DES COMPTES NATIONAUX (FICHIER NATACCT) : NTT-GROUP-CO    00156501
001565* PORTE LA RAISON SOCIALE DU PARENT QUAND LE GROUPE RECOIT UN     00156502
001565* RELEVE CONSOLIDE, SPACES SINON                                  00156503
001566******************************************************************00156600
001566 01 NTT-TABLE.                                                    00156601
001566      05 NTT-ENTRY OCCURS 1000 TIMES INDEXED BY NTT-IDX NTT-PIDX. 00156602
001566         10 NTT-C-NO      PIC 9(3).                               00156603
001567         10 NTT-TYPE      PIC X(1).                               00156700
001567         10 NTT-PARENT-NO PIC 9(3).                               00156701
001567         10 NTT-COMPANY   PIC X(30).                              00156702
001567         10 NTT-CONSOL    PIC X(1).                               00156703
001568         10 NTT-GROUP-CO  PIC X(30).                              00156800
001568 77 WS-NTT-CNT   PIC 9(4) VALUE ZERO.                             00156801
001568 77 WS-NTT-MAX   PIC 9(4) VALUE 1000.                             00156802
001568 77 WS-LKP-COMPANY PIC X(30) VALUE SPACES.                        00156803
001569                                                                  00156900
001569******************************************************************00156901
001570* ZONES DE RUPTURE ET DE CUMUL DU CLIENT EN COURS                 00157000
001580******************************************************************00158000
001590 01 L-TRS.                                                        00159000
001591      05 TRS-GROUP   PIC X(30).                                   00159100
001592      05 TRS-ROLE    PIC X(1).                                    00159200
001593         88 TRS-CONSOLIDATED VALUE '0' '1'.                       00159300
001600      05 TRS-COMPANY PIC X(30).                                   00160000
001610      05 TRS-DATE    PIC X(11).                                   00161000
001620      05 TRS-TYPE    PIC X(8).                                    00162000
001640      05 TRS-AMT     PIC S9(7)V99.                                00164000
001650 77 WS-CUR-COMPANY PIC X(30) VALUE SPACES.                        00165000
001660 77 WS-CUR-BALANCE PIC S9(9)V99 VALUE ZERO.                       00166000
001661 77 WS-CUR-GROUP   PIC X(30) VALUE SPACES.                        00166100
001662 77 WS-GRP-FWD     PIC S9(9)V99 VALUE ZERO.                       00166200
001663 77 WS-GRP-BALANCE PIC S9(9)V99 VALUE ZERO.                       00166300
001664 77 WS-GRP-DISP    PIC S9(9)V99 VALUE ZERO.                       00166400
001665 77 WS-BAL-FOUND   PIC X(1) VALUE 'N'.                            00166500
001670                                                                  00167000
001680******************************************************************00168000
001690* LIGNES D IMPRESSION PARTAGEES (VOIR COPY FACBOX) ET LIGNES      00169000
001800         'STATEMENT OF ACCOUNT - MONTH '.                         00180000
001810      05 STP-MONTH PIC X(7).                                      00181000
001820      05 FILLER PIC X(64) VALUE SPACES.                           00182000
001821                                                                  00182100
001821 01 L-STP-GTITLE.                                                 00182101
001822      05 FILLER PIC X(43) VALUE                                   00182200
001822         'CONSOLIDATED STATEMENT OF ACCOUNT - MONTH '.            00182201
001823      05 STP-GMONTH PIC X(7).                                     00182300
001823      05 FILLER PIC X(51) VALUE SPACES.                           00182301
001824                                                                  00182400
001824 01 L-STP-SECT.                                                   00182401
001825      05 FILLER PIC X(2)  VALUE SPACES.                           00182500
001825      05 FILLER PIC X(10) VALUE 'ACCOUNT : '.                     00182501
001826      05 STP-SECT-COMPANY PIC X(30).                              00182600
001826      05 FILLER PIC X(2)  VALUE SPACES.                           00182601
001827      05 STP-SECT-ROLE    PIC X(8).                               00182700
001827      05 FILLER PIC X(49) VALUE SPACES.                           00182701
001830                                                                  00183000
001840 01 L-STP-HDR.                                                    00184000
001850      05 FILLER PIC X(2)  VALUE SPACES.                           00185000
001980      05 STP-O-NO  PIC 9(6).                                      00198000
001990      05 FILLER    PIC X(2) VALUE SPACES.                         00199000
002000      05 STP-AMT   PIC Z(8)9.99-.                                 00200000
002010      05 FILLER    PIC X(2) VALUE SPACES.                         00201000
002011      05 STP-DISP  PIC X(10).                                     00201100
002012      05 FILLER    PIC X(45) VALUE SPACES.                        00201200
002020                                                                  00202000
002030 01 L-STP-BAL.                                                    00203000
002040      05 FILLER    PIC X(2) VALUE SPACES.                         00204000
002070      05 STP-BAL-AMT PIC Z(10)9.99-.                              00207000
002080      05 FILLER    PIC X(57) VALUE SPACES.                        00208000
002090                                                                  00209000
002091******************************************************************00209100
002092* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00209200
002093******************************************************************00209300
002094     COPY JLGREC.                                                 00209400
002095                                                                  00209500
002100 PROCEDURE DIVISION.                                              00210000
002101                                                                  00210100
002101     INITIALIZE L-JOBLOG                                          00210101
002102     MOVE 'PJPART3S' TO JLG-PROGRAM                               00210200
002103     MOVE 'S' TO JLG-TYPE                                         00210300
002104     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00210400
002110                                                                  00211000
002120     PERFORM 100-INITIALIZE                                       00212000
002130                                                                  00213000
002140     SORT SRTSTW                                                  00214000
002141          ON ASCENDING KEY STW-GROUP                              00214100
002142          ON ASCENDING KEY STW-ROLE                               00214200
002150          ON ASCENDING KEY STW-COMPANY                            00215000
002160          ON ASCENDING KEY STW-DATE                               00216000
002170          INPUT PROCEDURE IS 250-BUILD-TRANS                      00217000
002190                                                                  00219000
002200     OPEN INPUT TRSR                                              00220000
002210     PERFORM 400-READ-TRSR                                        00221000
002220     PERFORM 490-STATEMENT-NEXT UNTIL FF-TRSR                     00222000
002230     CLOSE TRSR                                                   00223000
002240                                                                  00224000
002250     PERFORM 800-CARRY-UNTOUCHED                                  00225000
002270                                                                  00227000
002280     CLOSE STMT                                                   00228000
002290     CLOSE BALO                                                   00229000
002291                                                                  00229100
002292     MOVE WS-SEL-MONTH TO JLG-RUN-KEY                             00229200
002293     MOVE WS-BAL-CNT TO JLG-IN-CNT                                00229300
002294     MOVE WS-STMT-CNT TO JLG-OUT-CNT                              00229400
002295     MOVE RETURN-CODE TO JLG-RC                                   00229500
002296     MOVE 'E' TO JLG-TYPE                                         00229600
002297     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00229700
002298                                                                  00229800
002300     GOBACK.                                                      00230000
002310                                                                  00231000
002320******************************************************************00232000
002470         CLOSE BALI                                               00247000
002480     ELSE                                                         00248000
002490         DISPLAY 'NO PRIOR BALANCE FILE : ' WS-BALI-STATUS        00249000
002491     END-IF                                                       00249100
002491                                                                  00249101
002491     INITIALIZE DST-TABLE                                         00249102
002492     OPEN INPUT DSPF                                              00249200
002492     IF WS-DSPF-STATUS = '00'                                     00249201
002492         PERFORM 120-READ-DSPF                                    00249202
002493         PERFORM 125-LOAD-ONE-DISPUTE UNTIL FF-DSPF               00249300
002493         CLOSE DSPF                                               00249301
002493     ELSE                                                         00249302
002494         DISPLAY 'NO DISPUTE FILE : ' WS-DSPF-STATUS              00249400
002494     END-IF                                                       00249401
002494                                                                  00249402
002495     INITIALIZE NTT-TABLE                                         00249500
002495     OPEN INPUT NATF                                              00249501
002495     IF WS-NATF-STATUS = '00'                                     00249502
002496         PERFORM 130-READ-NATF                                    00249600
002496         PERFORM 135-LOAD-ONE-NAT UNTIL FF-NATF                   00249601
002496         CLOSE NATF                                               00249602
002497         PERFORM 140-SET-GROUP-CO                                 00249700
002497            VARYING NTT-IDX FROM 1 BY 1 UNTIL NTT-IDX > WS-NTT-CNT00249701
002497     ELSE                                                         00249702
002498         DISPLAY 'NO NATACCT FILE : ' WS-NATF-STATUS              00249800
002500     END-IF                                                       00250000
002510     EXIT.                                                        00251000
002520                                                                  00252000
002710     MOVE BAL-AMOUNT  TO BLT-AMOUNT(BAL-IDX)                      00271000
002720     MOVE 'N'         TO BLT-USED-SW(BAL-IDX)                     00272000
002730     PERFORM 110-READ-BALI                                        00273000
002731     EXIT.                                                        00273100
002731                                                                  00273101
002731 120-READ-DSPF.                                                   00273102
002731     READ DSPF NEXT                                               00273103
002731         AT END                                                   00273104
002731              SET FF-DSPF TO TRUE                                 00273105
002731     END-READ                                                     00273106
002731     IF WS-DSPF-STATUS NOT = '00' AND WS-DSPF-STATUS NOT = '10'   00273107
002731         SET FF-DSPF TO TRUE                                      00273108
002731     END-IF                                                       00273109
002731     EXIT.                                                        00273110
002732                                                                  00273200
002732 125-LOAD-ONE-DISPUTE.                                            00273201
002732     IF DSP-OPEN                                                  00273202
002732         IF WS-DST-CNT >= WS-DST-MAX                              00273203
002732             DISPLAY 'DISPUTE TABLE FULL - ENTRY SKIPPED'         00273204
002732         ELSE                                                     00273205
002732             ADD 1 TO WS-DST-CNT                                  00273206
002732             SET DST-IDX TO WS-DST-CNT                            00273207
002732             MOVE DSP-O-NO      TO DST-O-NO(DST-IDX)              00273208
002732             MOVE DSP-TYPE      TO DST-TYPE(DST-IDX)              00273209
002732             MOVE DSP-COMPANY   TO DST-COMPANY(DST-IDX)           00273210
002733             MOVE DSP-OPEN-DATE TO DST-OPEN-DATE(DST-IDX)         00273300
002733             MOVE DSP-AMOUNT    TO DST-AMOUNT(DST-IDX)            00273301
002733         END-IF                                                   00273302
002733     END-IF                                                       00273303
002733     PERFORM 120-READ-DSPF                                        00273304
002733     EXIT.                                                        00273305
002733                                                                  00273306
002733******************************************************************00273307
002733* PARAGRAPHES DE CHARGEMENT DES COMPTES NATIONAUX : UN GROUPE     00273308
002733* N EST CONSOLIDE QUE SI SON PARENT PORTE LE FLAG NAT-CONSOL      00273309
002733******************************************************************00273310
002734 130-READ-NATF.                                                   00273400
002734     READ NATF NEXT                                               00273401
002734         AT END                                                   00273402
002734              SET FF-NATF TO TRUE                                 00273403
002734     END-READ                                                     00273404
002734     IF WS-NATF-STATUS NOT = '00' AND WS-NATF-STATUS NOT = '10'   00273405
002734         SET FF-NATF TO TRUE                                      00273406
002734     END-IF                                                       00273407
002734     EXIT.                                                        00273408
002734                                                                  00273409
002734 135-LOAD-ONE-NAT.                                                00273410
002735     IF WS-NTT-CNT >= WS-NTT-MAX                                  00273500
002735         DISPLAY 'NATACCT TABLE FULL - RUN ABORTED'               00273501
002735         PERFORM ABEND-PROG                                       00273502
002735     END-IF                                                       00273503
002735     ADD 1 TO WS-NTT-CNT                                          00273504
002735     SET NTT-IDX TO WS-NTT-CNT                                    00273505
002735     MOVE NAT-C-NO      TO NTT-C-NO(NTT-IDX)                      00273506
002735     MOVE NAT-TYPE      TO NTT-TYPE(NTT-IDX)                      00273507
002735     MOVE NAT-PARENT-NO TO NTT-PARENT-NO(NTT-IDX)                 00273508
002735     MOVE NAT-COMPANY   TO NTT-COMPANY(NTT-IDX)                   00273509
002735     MOVE NAT-CONSOL    TO NTT-CONSOL(NTT-IDX)                    00273510
002736     MOVE SPACES        TO NTT-GROUP-CO(NTT-IDX)                  00273600
002736     PERFORM 130-READ-NATF                                        00273601
002736     EXIT.                                                        00273602
002736                                                                  00273603
002736 140-SET-GROUP-CO.                                                00273604
002736     SET NTT-PIDX TO 1                                            00273605
002736     SEARCH NTT-ENTRY VARYING NTT-PIDX                            00273606
002736         AT END                                                   00273607
002736             CONTINUE                                             00273608
002736         WHEN NTT-PIDX > WS-NTT-CNT                               00273609
002736             CONTINUE                                             00273610
002737         WHEN NTT-C-NO(NTT-PIDX) = NTT-PARENT-NO(NTT-IDX)         00273700
002737             IF NTT-TYPE(NTT-PIDX) = 'P'                          00273701
002737                AND NTT-CONSOL(NTT-PIDX) = 'Y'                    00273702
002737                 MOVE NTT-COMPANY(NTT-PIDX)                       00273703
002737                   TO NTT-GROUP-CO(NTT-IDX)                       00273704
002737             END-IF                                               00273705
002737     END-SEARCH                                                   00273706
002737     EXIT.                                                        00273707
002737                                                                  00273708
002737******************************************************************00273709
002737* RECHERCHE DU GROUPE D UN CLIENT (PAR RAISON SOCIALE, SEULE CLE  00273710
002738* COMMUNE AUX DOCUMENTS ET AUX PAIEMENTS) : HORS GROUPE CONSOLIDE 00273800
002738* LE CLIENT EST SON PROPRE GROUPE ET STW-ROLE RESTE A SPACE       00273801
002738******************************************************************00273802
002738 150-FIND-GROUP.                                                  00273803
002738     MOVE WS-LKP-COMPANY TO STW-GROUP                             00273804
002738     MOVE SPACE          TO STW-ROLE                              00273805
002738     SET NTT-IDX TO 1                                             00273806
002738     SEARCH NTT-ENTRY                                             00273807
002738         AT END                                                   00273808
002738             CONTINUE                                             00273809
002738         WHEN NTT-IDX > WS-NTT-CNT                                00273810
002739             CONTINUE                                             00273900
002739         WHEN NTT-COMPANY(NTT-IDX) = WS-LKP-COMPANY               00273901
002739             IF NTT-GROUP-CO(NTT-IDX) NOT = SPACES                00273902
002739                 MOVE NTT-GROUP-CO(NTT-IDX) TO STW-GROUP          00273903
002739                 IF NTT-TYPE(NTT-IDX) = 'P'                       00273904
002739                     MOVE '0' TO STW-ROLE                         00273905
002739                 ELSE                                             00273906
002739                     MOVE '1' TO STW-ROLE                         00273907
002739                 END-IF                                           00273908
002739             END-IF                                               00273909
002739     END-SEARCH                                                   00273910
002740     EXIT.                                                        00274000
002750                                                                  00275000
002760******************************************************************00276000
003040     MOVE ENR-INVX TO L-INVX-HDR                                  00304000
003050     IF INVXH-TYPE = 'H' OR INVXH-TYPE = 'C'                      00305000
003060        OR INVXH-TYPE = 'F' OR INVXH-TYPE = 'R'                   00306000
003061        OR INVXH-TYPE = 'W' OR INVXH-TYPE = 'V'                   00306100
003062        OR INVXH-TYPE = 'B'                                       00306200
003070         IF INVXH-O-DATE(1:7) = WS-SEL-MONTH                      00307000
003080             INITIALIZE STW-REC                                   00308000
003090             MOVE INVXH-COMPANY TO STW-COMPANY                    00309000
003091             MOVE INVXH-COMPANY TO WS-LKP-COMPANY                 00309100
003092             PERFORM 150-FIND-GROUP                               00309200
003100             MOVE INVXH-O-DATE  TO STW-DATE                       00310000
003110             MOVE INVXH-O-NO    TO STW-O-NO                       00311000
003120             EVALUATE INVXH-TYPE                                  00312000
003180                     MOVE INVXH-TOTAL TO STW-AMT                  00318000
003190                 WHEN 'R'                                         00319000
003200                     MOVE 'REFUND'  TO STW-TYPE                   00320000
003201                     MOVE INVXH-TOTAL TO STW-AMT                  00320100
003202                 WHEN 'W'                                         00320200
003203                     MOVE 'WRITEOFF' TO STW-TYPE                  00320300
003204                     COMPUTE STW-AMT = ZERO - INVXH-TOTAL         00320400
003205                 WHEN 'V'                                         00320500
003206                     MOVE 'CHK VOID' TO STW-TYPE                  00320600
003207                     COMPUTE STW-AMT = ZERO - INVXH-TOTAL         00320700
003208                 WHEN 'B'                                         00320800
003209                     MOVE 'B/O INV' TO STW-TYPE                   00320900
003210                     MOVE INVXH-TOTAL TO STW-AMT                  00321000
003220                 WHEN OTHER                                       00322000
003230                     MOVE 'INVOICE' TO STW-TYPE                   00323000
003420 290-RELEASE-PAYMENT.                                             00342000
003430     INITIALIZE STW-REC                                           00343000
003440     MOVE APP-COMPANY TO STW-COMPANY                              00344000
003441     MOVE APP-COMPANY TO WS-LKP-COMPANY                           00344100
003442     PERFORM 150-FIND-GROUP                                       00344200
003450     MOVE APP-O-DATE  TO STW-DATE                                 00345000
003460     MOVE APP-O-NO    TO STW-O-NO                                 00346000
003470     MOVE 'PAYMENT'   TO STW-TYPE                                 00347000
003550         AT END                                                   00355000
003560              SET FF-TRSR TO TRUE                                 00356000
003570     END-READ                                                     00357000
003571     EXIT.                                                        00357100
003571                                                                  00357101
003572******************************************************************00357200
003572* AIGUILLAGE : RELEVE CONSOLIDE POUR UN GROUPE, RELEVE SIMPLE     00357201
003573* POUR UN CLIENT HORS GROUPE CONSOLIDE                            00357300
003573******************************************************************00357301
003574 490-STATEMENT-NEXT.                                              00357400
003574     IF TRS-CONSOLIDATED                                          00357401
003575         PERFORM 600-STATEMENT-GROUP                              00357500
003575     ELSE                                                         00357501
003576         PERFORM 500-STATEMENT-CUSTOMER                           00357600
003576     END-IF                                                       00357601
003580     EXIT.                                                        00358000
003590                                                                  00359000
003600******************************************************************00360000
003940     MOVE 'BALANCE DUE             :' TO STP-BAL-LABEL            00394000
003950     MOVE WS-CUR-BALANCE TO STP-BAL-AMT                           00395000
003960     WRITE ENR-STMTPRT FROM L-STP-BAL                             00396000
003961                                                                  00396100
003962     PERFORM 535-CUST-DISPUTES                                    00396200
003970     WRITE ENR-STMTPRT FROM L-STP-VIDE BEFORE ADVANCING PAGE      00397000
003980                                                                  00398000
003990     PERFORM 530-WRITE-BALANCE                                    00399000
004190     MOVE TRS-TYPE TO STP-TYPE                                    00419000
004200     MOVE TRS-O-NO TO STP-O-NO                                    00420000
004210     MOVE TRS-AMT  TO STP-AMT                                     00421000
004211     MOVE SPACES   TO STP-DISP                                    00421100
004211     IF TRS-TYPE = 'INVOICE' OR TRS-TYPE = 'FIN CHG'              00421101
004212        OR TRS-TYPE = 'B/O INV'                                   00421200
004212         MOVE TRS-O-NO TO WS-DST-KEY-NO                           00421201
004213         EVALUATE TRS-TYPE                                        00421300
004213             WHEN 'INVOICE'                                       00421301
004214                 MOVE 'H' TO WS-DST-KEY-TYPE                      00421400
004214             WHEN 'B/O INV'                                       00421401
004215                 MOVE 'B' TO WS-DST-KEY-TYPE                      00421500
004215             WHEN OTHER                                           00421501
004216                 MOVE 'F' TO WS-DST-KEY-TYPE                      00421600
004216         END-EVALUATE                                             00421601
004217         PERFORM 525-FIND-DISPUTE                                 00421700
004217         IF WS-DST-FOUND = 'Y'                                    00421701
004218             MOVE 'IN DISPUTE' TO STP-DISP                        00421800
004218         END-IF                                                   00421801
004219     END-IF                                                       00421900
004220     WRITE ENR-STMTPRT FROM L-STP-LINE                            00422000
004230     ADD TRS-AMT TO WS-CUR-BALANCE                                00423000
004240     PERFORM 400-READ-TRSR                                        00424000
004241     EXIT.                                                        00424100
004241                                                                  00424101
004242 525-FIND-DISPUTE.                                                00424200
004242     MOVE 'N' TO WS-DST-FOUND                                     00424201
004243     SET DST-IDX TO 1                                             00424300
004243     SEARCH DST-ENTRY                                             00424301
004244         AT END                                                   00424400
004244             CONTINUE                                             00424401
004245         WHEN DST-IDX > WS-DST-CNT                                00424500
004245             CONTINUE                                             00424501
004246         WHEN DST-O-NO(DST-IDX) = WS-DST-KEY-NO                   00424600
004246          AND DST-TYPE(DST-IDX) = WS-DST-KEY-TYPE                 00424601
004247             MOVE 'Y' TO WS-DST-FOUND                             00424700
004247     END-SEARCH                                                   00424701
004250     EXIT.                                                        00425000
004260                                                                  00426000
004270 530-WRITE-BALANCE.                                               00427000
004290     MOVE WS-CUR-COMPANY TO BAL-COMPANY                           00429000
004300     MOVE WS-CUR-BALANCE TO BAL-AMOUNT                            00430000
004310     WRITE ENR-BALOUT FROM L-BAL                                  00431000
004311     EXIT.                                                        00431100
004311                                                                  00431101
004311 535-CUST-DISPUTES.                                               00431102
004311     MOVE ZERO TO WS-CUS-DISP                                     00431103
004311     PERFORM 540-SUM-CUST-DISPUTE                                 00431104
004311        VARYING DST-IDX FROM 1 BY 1 UNTIL DST-IDX > WS-DST-CNT    00431105
004311     IF WS-CUS-DISP > ZERO                                        00431106
004311         WRITE ENR-STMTPRT FROM L-STP-VIDE                        00431107
004311         MOVE 'AMOUNT IN DISPUTE       :' TO STP-BAL-LABEL        00431108
004311         MOVE WS-CUS-DISP TO STP-BAL-AMT                          00431109
004311         WRITE ENR-STMTPRT FROM L-STP-BAL                         00431110
004311         PERFORM 545-WRITE-CUST-DISPUTE                           00431111
004311            VARYING DST-IDX FROM 1 BY 1 UNTIL DST-IDX > WS-DST-CNT00431112
004311     END-IF                                                       00431113
004311     EXIT.                                                        00431114
004311                                                                  00431115
004311******************************************************************00431116
004311* PARAGRAPHES DE LISTE DES LITIGES OUVERTS DU CLIENT SOUS LE      00431117
004312* SOLDE DU : DATE D OUVERTURE, DOCUMENT ET MONTANT CONTESTE       00431200
004312******************************************************************00431201
004312 540-SUM-CUST-DISPUTE.                                            00431202
004312     IF DST-COMPANY(DST-IDX) = WS-CUR-COMPANY                     00431203
004312         ADD DST-AMOUNT(DST-IDX) TO WS-CUS-DISP                   00431204
004312     END-IF                                                       00431205
004312     EXIT.                                                        00431206
004312                                                                  00431207
004312 545-WRITE-CUST-DISPUTE.                                          00431208
004312     IF DST-COMPANY(DST-IDX) = WS-CUR-COMPANY                     00431209
004312         INITIALIZE L-STP-LINE                                    00431210
004312         MOVE DST-OPEN-DATE(DST-IDX) TO STP-DATE                  00431211
004312         EVALUATE DST-TYPE(DST-IDX)                               00431212
004312             WHEN 'F'                                             00431213
004312                 MOVE 'FIN CHG' TO STP-TYPE                       00431214
004312             WHEN 'B'                                             00431215
004312                 MOVE 'B/O INV' TO STP-TYPE                       00431216
004312             WHEN OTHER                                           00431217
004313                 MOVE 'INVOICE' TO STP-TYPE                       00431300
004313         END-EVALUATE                                             00431301
004313         MOVE DST-O-NO(DST-IDX)   TO STP-O-NO                     00431302
004313         MOVE DST-AMOUNT(DST-IDX) TO STP-AMT                      00431303
004313         MOVE 'IN DISPUTE' TO STP-DISP                            00431304
004313         WRITE ENR-STMTPRT FROM L-STP-LINE                        00431305
004313     END-IF                                                       00431306
004313     EXIT.                                                        00431307
004313                                                                  00431308
004313******************************************************************00431309
004313* PARAGRAPHES DU RELEVE CONSOLIDE D UN GROUPE : ENTETE AU NOM DU  00431310
004313* PARENT, UNE SECTION PAR COMPTE AYANT DES MOUVEMENTS (LE PARENT  00431311
004313* D ABORD), PUIS LES COMPTES DU GROUPE SANS MOUVEMENT MAIS AVEC UN00431312
004313* SOLDE REPORTE, ET ENFIN LES TOTAUX DU GROUPE. CHAQUE COMPTE     00431313
004313* GARDE SON SOLDE DANS LE FICHIER DES SOLDES                      00431314
004313******************************************************************00431315
004313 600-STATEMENT-GROUP.                                             00431316
004313     MOVE TRS-GROUP TO WS-CUR-GROUP                               00431317
004314     ADD 1 TO WS-STMT-CNT                                         00431400
004314     ADD 1 TO WS-GSTM-CNT                                         00431401
004314     MOVE ZERO TO WS-GRP-FWD                                      00431402
004314     MOVE ZERO TO WS-GRP-BALANCE                                  00431403
004314     MOVE ZERO TO WS-GRP-DISP                                     00431404
004314                                                                  00431405
004314     WRITE ENR-STMTPRT FROM L-BOX-CLIENT                          00431406
004314     MOVE WS-CUR-GROUP TO ED-DATA-CLIENT                          00431407
004314     WRITE ENR-STMTPRT FROM L-DATA-BOX-CLIENT                     00431408
004314     WRITE ENR-STMTPRT FROM L-BOX-CLIENT                          00431409
004314     WRITE ENR-STMTPRT FROM L-STP-VIDE                            00431410
004314                                                                  00431411
004314     CALL 'PJPT3BSS' USING BY REFERENCE WS-DATE-CITY              00431412
004314                                        WS-DATE                   00431413
004314     MOVE WS-DATE TO ED-DATE                                      00431414
004314     WRITE ENR-STMTPRT FROM L-DATE                                00431415
004314     MOVE WS-SEL-MONTH TO STP-GMONTH                              00431416
004314     WRITE ENR-STMTPRT FROM L-STP-GTITLE                          00431417
004315                                                                  00431500
004315     PERFORM 610-GROUP-SECTION                                    00431501
004315        UNTIL FF-TRSR OR TRS-GROUP NOT = WS-CUR-GROUP             00431502
004315     PERFORM 620-QUIET-MEMBER                                     00431503
004315        VARYING NTT-IDX FROM 1 BY 1 UNTIL NTT-IDX > WS-NTT-CNT    00431504
004315                                                                  00431505
004315     WRITE ENR-STMTPRT FROM L-STP-VIDE                            00431506
004315     WRITE ENR-STMTPRT FROM L-STP-VIDE                            00431507
004315     MOVE 'GROUP BROUGHT FORWARD   :' TO STP-BAL-LABEL            00431508
004315     MOVE WS-GRP-FWD TO STP-BAL-AMT                               00431509
004315     WRITE ENR-STMTPRT FROM L-STP-BAL                             00431510
004315     MOVE 'GROUP BALANCE DUE       :' TO STP-BAL-LABEL            00431511
004315     MOVE WS-GRP-BALANCE TO STP-BAL-AMT                           00431512
004315     WRITE ENR-STMTPRT FROM L-STP-BAL                             00431513
004315     IF WS-GRP-DISP > ZERO                                        00431514
004315         MOVE 'GROUP AMOUNT IN DISPUTE :' TO STP-BAL-LABEL        00431515
004315         MOVE WS-GRP-DISP TO STP-BAL-AMT                          00431516
004315         WRITE ENR-STMTPRT FROM L-STP-BAL                         00431517
004316     END-IF                                                       00431600
004316     WRITE ENR-STMTPRT FROM L-STP-VIDE BEFORE ADVANCING PAGE      00431601
004316     EXIT.                                                        00431602
004316                                                                  00431603
004316 610-GROUP-SECTION.                                               00431604
004316     MOVE TRS-COMPANY TO WS-CUR-COMPANY                           00431605
004316     PERFORM 510-FIND-PRIOR-BALANCE                               00431606
004316     PERFORM 630-SECTION-HEADER                                   00431607
004316     WRITE ENR-STMTPRT FROM L-STP-HDR                             00431608
004316                                                                  00431609
004316     PERFORM 520-STATEMENT-LINE                                   00431610
004316        UNTIL FF-TRSR OR TRS-COMPANY NOT = WS-CUR-COMPANY         00431611
004316                                                                  00431612
004316     PERFORM 640-SECTION-CLOSE                                    00431613
004316     EXIT.                                                        00431614
004316                                                                  00431615
004316 620-QUIET-MEMBER.                                                00431616
004316     IF NTT-GROUP-CO(NTT-IDX) = WS-CUR-GROUP                      00431617
004317         MOVE NTT-COMPANY(NTT-IDX) TO WS-CUR-COMPANY              00431700
004317         PERFORM 625-FIND-UNUSED-BALANCE                          00431701
004317         IF WS-BAL-FOUND = 'Y'                                    00431702
004317             PERFORM 630-SECTION-HEADER                           00431703
004317             PERFORM 640-SECTION-CLOSE                            00431704
004317         END-IF                                                   00431705
004317     END-IF                                                       00431706
004317     EXIT.                                                        00431707
004317                                                                  00431708
004317 625-FIND-UNUSED-BALANCE.                                         00431709
004317     MOVE 'N'  TO WS-BAL-FOUND                                    00431710
004317     MOVE ZERO TO WS-CUR-BALANCE                                  00431711
004317     SET BAL-IDX TO 1                                             00431712
004317     SEARCH BAL-ENTRY                                             00431713
004317         AT END                                                   00431714
004317             CONTINUE                                             00431715
004317         WHEN BAL-IDX > WS-BAL-CNT                                00431716
004317             CONTINUE                                             00431717
004318         WHEN BLT-COMPANY(BAL-IDX) = WS-CUR-COMPANY               00431800
004318          AND BLT-USED-SW(BAL-IDX) = 'N'                          00431801
004318             MOVE BLT-AMOUNT(BAL-IDX) TO WS-CUR-BALANCE           00431802
004318             MOVE 'Y' TO BLT-USED-SW(BAL-IDX)                     00431803
004318             MOVE 'Y' TO WS-BAL-FOUND                             00431804
004318     END-SEARCH                                                   00431805
004318     EXIT.                                                        00431806
004318                                                                  00431807
004318 630-SECTION-HEADER.                                              00431808
004318     ADD WS-CUR-BALANCE TO WS-GRP-FWD                             00431809
004318     WRITE ENR-STMTPRT FROM L-STP-VIDE                            00431810
004318     MOVE WS-CUR-COMPANY TO STP-SECT-COMPANY                      00431811
004318     IF WS-CUR-COMPANY = WS-CUR-GROUP                             00431812
004318         MOVE 'PARENT' TO STP-SECT-ROLE                           00431813
004318     ELSE                                                         00431814
004318         MOVE 'BRANCH' TO STP-SECT-ROLE                           00431815
004318     END-IF                                                       00431816
004318     WRITE ENR-STMTPRT FROM L-STP-SECT                            00431817
004319     MOVE 'BALANCE BROUGHT FORWARD :' TO STP-BAL-LABEL            00431900
004319     MOVE WS-CUR-BALANCE TO STP-BAL-AMT                           00431901
004319     WRITE ENR-STMTPRT FROM L-STP-BAL                             00431902
004319     EXIT.                                                        00431903
004319                                                                  00431904
004319 640-SECTION-CLOSE.                                               00431905
004319     MOVE 'BALANCE DUE             :' TO STP-BAL-LABEL            00431906
004319     MOVE WS-CUR-BALANCE TO STP-BAL-AMT                           00431907
004319     WRITE ENR-STMTPRT FROM L-STP-BAL                             00431908
004319     PERFORM 535-CUST-DISPUTES                                    00431909
004319     ADD WS-CUS-DISP    TO WS-GRP-DISP                            00431910
004319     ADD WS-CUR-BALANCE TO WS-GRP-BALANCE                         00431911
004319     PERFORM 530-WRITE-BALANCE                                    00431912
004320     EXIT.                                                        00432000
004330                                                                  00433000
004340******************************************************************00434000
004510                                                                  00451000
004520 900-WRITE-TOTALS.                                                00452000
004530     DISPLAY 'STATEMENTS PRINTED : ' WS-STMT-CNT                  00453000
004531     DISPLAY 'OF WHICH GROUP     : ' WS-GSTM-CNT                  00453100
004540     EXIT.                                                        00454000
004550                                                                  00455000
004560******************************************************************00456000
