000700*                  CARD FOR AN ORDER ALREADY CREDITED WHOLE THE   00070000
000710*                  SAME NIGHT CANNOT DOUBLE-CREDIT IT (THE        00071000
000720*                  TABLE WAS ONLY LOADED ON A RESTART BEFORE)     00072000
000721* 15/10/2026 GAY  BACKORDER RELEASES : LINES RELEASED BY PJPT3BOR 00072100
000721*                  IN THE BOMSTR KSDS (STATUS R) ARE BILLED AS    00072101
000721*                  I-TYPE EXTRACT LINES FOR THE RELEASED QUANTITY,00072102
000721*                  CAPPED BY SHIPCONF, WITH STOCK RELIEF. THE LINE00072103
000722*                  IS THEN CLOSED (B) OR PUT BACK OPEN (O) FOR THE00072200
000722*                  UNSHIPPED REMAINDER, SO IT IS NEVER BILLED     00072201
000722*                  TWICE. BACKORD RECORDS NOW CARRY THE RUN DATE. 00072202
000722*                  FILE ABSENT = NO RELEASE BILLING               00072203
000723* 15/10/2026 GAY  PHYSICAL INVENTORY : A PART BEING COUNTED       00072300
000723*                  (STK-COUNT-SW SET BY PJPT3CNT) IS NOT RELIEVED,00072301
000723*                  THE QUANTITY IS HELD IN STK-COUNT-HELD AND     00072302
000723*                  TAKEN OFF ON-HAND WHEN THE COUNT IS POSTED     00072303
000724* 15/10/2026 GAY  SPLIT COMMISSION : THE ORDSPLIT KSDS (PJORDE    00072400
000724*                  AND PJORDAM) IS READ PER ORDER, EACH SALESMAN  00072401
000724*                  OF THE SPLIT IS LOOKED UP (CACHE THEN SQL) AND 00072402
000724*                  ONE SPLITS RECORD PER SHARE IS WRITTEN FOR     00072403
000725*                  PJPART3B. A SALESMAN NOT ON FILE REJECTS THE   00072500
000725*                  ORDER. FILE ABSENT = 100% TO S_NO, AS BEFORE   00072501
000725* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00072502
000725*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00072503
000726*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00072600
000726* 15/10/2026 GAY  SHIPMENT CONFIRMATION : THE CARRIER AND         00072601
000726*                  TRACKING NUMBER OF A SHIPMENT CONFIRMED IN PJSH00072602
000726*                  (KSDS SHIPCNF, COPY SHCREC) ARE CARRIED ON THE 00072603
000727*                  INVOICE LINES OF THE ORDER (NOT ON A RETURN    00072700
000727*                  CREDIT). EXTRACT LRECL 436. FILE ABSENT = NO   00072701
000727*                  CARRIER                                        00072702
000727* 15/10/2026 GAY  BACKORDER RELEASES ARE NOW B-TYPE EXTRACT LINES,00072703
000728*                  BILLED BY PJPART3B AS A SEPARATE B DOCUMENT    00072800
000728*                  (RELEASE INVOICE) RATHER THAN A SECOND H       00072801
000728*                  DOCUMENT UNDER THE SAME ORDER NUMBER           00072802
000729* 15/10/2026 GAY  A RELEASED LINE IS HELD (LEFT AT STATUS R) WHILE00072900
000729*                  THE PREVIOUS RELEASE INVOICE OF THE ORDER IS   00072901
000729*                  STILL OPEN IN OPNITEMK : AN ORDER HAS ONE OPEN 00072902
000729*                  B DOCUMENT AT A TIME. HELD LINES ARE LISTED ON 00072903
000729*                  SYSOUT. FILE ABSENT = NO CHECK                 00072904
000729* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00072905
000729*                  NO UNSET FIELD REACHES JOBLOG                  00072906
000730******************************************************************00073000
000740                                                                  00074000
000750 ENVIRONMENT DIVISION.                                            00075000
001560      RECORD KEY   IS SHI-KEY                                     00156000
001570      FILE STATUS  IS WS-SHIPF-STATUS.                            00157000
001580******************************************************************00158000
001581* KSDS DES CONFIRMATIONS D EXPEDITION (ECRIT PAR PJSHIPM)         00158100
001582******************************************************************00158200
001583      SELECT SHCF ASSIGN TO SHIPCNF                               00158300
001584      ORGANIZATION IS INDEXED                                     00158400
001585      ACCESS MODE  IS RANDOM                                      00158500
001586      RECORD KEY   IS SHK-KEY                                     00158600
001587      FILE STATUS  IS WS-SHCF-STATUS.                             00158700
001588******************************************************************00158800
001590* FICHIER DES RETOURS PARTIELS (CARTES O_NO, P_NO, QTE, MOTIF)    00159000
001600******************************************************************00160000
001610      SELECT RETF ASSIGN TO RETURNS                               00161000
001660******************************************************************00166000
001670      SELECT RLOG ASSIGN TO RETLOG                                00167000
001680      ORGANIZATION IS SEQUENTIAL.                                 00168000
001681******************************************************************00168100
001681* KSDS DES RELIQUATS LIBERES PAR PJPT3BOR (VOIR COPY BOMREC)      00168101
001681******************************************************************00168102
001682      SELECT BOMF ASSIGN TO BOMSTR                                00168200
001682      ORGANIZATION IS INDEXED                                     00168201
001682      ACCESS MODE  IS DYNAMIC                                     00168202
001683      RECORD KEY   IS BOM-KEY                                     00168300
001683      FILE STATUS  IS WS-BOMF-STATUS.                             00168301
001683******************************************************************00168302
001684* KSDS DES PARTAGES DE COMMISSION PAR COMMANDE (VOIR COPY SPLTREC)00168400
001684* ET FICHIER DES PARTS TRANSMIS A PJPART3B (VOIR COPY SPLXREC)    00168401
001684******************************************************************00168402
001685      SELECT SPLF ASSIGN TO ORDSPLIT                              00168500
001685      ORGANIZATION IS INDEXED                                     00168501
001685      ACCESS MODE  IS RANDOM                                      00168502
001686      RECORD KEY   IS SPL-KEY                                     00168600
001686      FILE STATUS  IS WS-SPLF-STATUS.                             00168601
001686      SELECT SPLX ASSIGN TO SPLITS                                00168602
001687      ORGANIZATION IS SEQUENTIAL.                                 00168700
001688******************************************************************00168800
001688* KSDS DES DOCUMENTS OUVERTS, RECONSTRUIT PAR PJPART3K            00168801
001688* (VOIR COPY OPNKREC)                                             00168802
001688******************************************************************00168803
001688      SELECT OPNK ASSIGN TO OPNITEMK                              00168804
001689      ORGANIZATION IS INDEXED                                     00168900
001689      ACCESS MODE  IS RANDOM                                      00168901
001689      RECORD KEY   IS OPN-KEY                                     00168902
001689      FILE STATUS  IS WS-OPNK-STATUS.                             00168903
001690                                                                  00169000
001700******************************************************************00170000
001710                                                                  00171000
001720 DATA DIVISION.                                                   00172000
001730 FILE SECTION.                                                    00173000
001740 FD EXT.                                                          00174000
001750 01 ENR-EXT PIC X(436).                                           00175000
001760                                                                  00176000
001770 FD REJ.                                                          00177000
001780 01 ENR-REJECT PIC X(34).                                         00178000
002100 FD SHIPF.                                                        00210000
002110     COPY SHIPREC.                                                00211000
002120                                                                  00212000
002121 FD SHCF.                                                         00212100
002122     COPY SHCREC.                                                 00212200
002123                                                                  00212300
002130 FD RETF.                                                         00213000
002140 01 ENR-RETURNS PIC X(80).                                        00214000
002150                                                                  00215000
002160 FD RLOG.                                                         00216000
002170 01 ENR-RETLOG PIC X(33).                                         00217000
002171                                                                  00217100
002172 FD BOMF.                                                         00217200
002173     COPY BOMREC.                                                 00217300
002174                                                                  00217400
002175 FD SPLF.                                                         00217500
002176     COPY SPLTREC.                                                00217600
002177                                                                  00217700
002178 FD SPLX.                                                         00217800
002179 01 ENR-SPLITS PIC X(80).                                         00217900
002179                                                                  00217901
002179 FD OPNK.                                                         00217902
002179     COPY OPNKREC.                                                00217903
002180                                                                  00218000
002190 WORKING-STORAGE SECTION.                                         00219000
002200******************************************************************00220000
003880    88 STOCK-OPEN VALUE 'Y'.                                      00388000
003890 77 WS-STK-RELIEVED PIC 9(7) VALUE ZERO.                          00389000
003900 77 WS-STK-UNKNOWN  PIC 9(7) VALUE ZERO.                          00390000
003901 77 WS-STK-COUNT-HELD PIC 9(7) VALUE ZERO.                        00390100
003910                                                                  00391000
003920******************************************************************00392000
003930* TABLE DES CONFIRMATIONS D EXPEDITION : QUANTITE CONFIRMEE PAR   00393000
004220    88 SHIPTO-OPEN VALUE 'Y'.                                     00422000
004230                                                                  00423000
004240******************************************************************00424000
004241* TEMOIN D OUVERTURE DU FICHIER DES CONFIRMATIONS D EXPEDITION    00424100
004241******************************************************************00424101
004241 77 WS-SHCF-STATUS PIC X(2) VALUE SPACES.                         00424102
004242 77 WS-SHCF-SW PIC X(1) VALUE 'N'.                                00424200
004242    88 SHIPCNF-OPEN VALUE 'Y'.                                    00424201
004242                                                                  00424202
004243******************************************************************00424300
004243* ZONES DU PARTAGE DE COMMISSION : LES VENDEURS DU PARTAGE SONT   00424301
004243* TOUS RECHERCHES AVANT D ECRIRE LA MOINDRE PART, UN VENDEUR      00424302
004244* ABSENT REJETTE LA COMMANDE COMME LE VENDEUR PRINCIPAL           00424400
004244******************************************************************00424401
004244 77 WS-SPLF-STATUS PIC X(2) VALUE SPACES.                         00424402
004245 77 WS-SPLF-SW PIC X(1) VALUE 'N'.                                00424500
004245    88 ORDSPLIT-OPEN VALUE 'Y'.                                   00424501
004245 77 WS-SPL-I    PIC 9(1) VALUE ZERO.                              00424502
004246 77 WS-SPLX-CNT PIC 9(7) VALUE ZERO.                              00424600
004246                                                                  00424601
004246 01 SPLIT-WORK.                                                   00424602
004247      05 SPW-ENTRY OCCURS 4 TIMES.                                00424700
004247         10 SPW-LNAME PIC X(20).                                  00424701
004247         10 SPW-FNAME PIC X(20).                                  00424702
004248         10 SPW-DNAME PIC X(20).                                  00424800
004248         10 SPW-COM   PIC 99V99.                                  00424801
004248                                                                  00424802
004249     COPY SPLXREC.                                                00424900
004249                                                                  00424901
004249******************************************************************00424902
004250* ZONES DES RETOURS PARTIELS ET DE LEUR JOURNAL                   00425000
004260******************************************************************00426000
004270 77 WS-RETF-STATUS PIC X(2) VALUE SPACES.                         00427000
004500      05 BO-O-NO PIC 9(6).                                        00450000
004510      05 BO-P-NO PIC X(3).                                        00451000
004520      05 BO-QTY  PIC 99.                                          00452000
004530      05 BO-DATE PIC X(8).                                        00453000
004531      05 FILLER  PIC X(1).                                        00453100
004532                                                                  00453200
004533******************************************************************00453300
004534* ZONES DE LA FACTURATION DES RELIQUATS LIBERES (BOMSTR)          00453400
004535******************************************************************00453500
004536 77 WS-BOMF-STATUS PIC X(2) VALUE SPACES.                         00453600
004537 77 WS-REL-BILLED  PIC 99 VALUE ZERO.                             00453700
004538 77 WS-REL-CNT     PIC 9(7) VALUE ZERO.                           00453800
004539 77 WS-REL-HELD    PIC 9(7) VALUE ZERO.                           00453900
004539 77 WS-REL-OPEN-B  PIC 9(7) VALUE ZERO.                           00453901
004539 77 WS-OPNK-STATUS PIC X(2) VALUE SPACES.                         00453902
004539 77 WS-OPNK-SW     PIC X(1) VALUE 'N'.                            00453903
004539    88 OPNITEMK-OPEN VALUE 'Y'.                                   00453904
004539 77 WS-RELB-SW     PIC X(1) VALUE 'N'.                            00453905
004539    88 RELEASE-INV-OPEN VALUE 'Y'.                                00453906
004540                                                                  00454000
004550******************************************************************00455000
004560* CACHES DES DONNEES DE REFERENCE : LES MEMES CLIENTS,            00456000
005600                                                                  00560000
005610 77 WS-ANO PIC 99 VALUE 0.                                        00561000
005620                                                                  00562000
005621******************************************************************00562100
005622* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00562200
005623******************************************************************00562300
005624     COPY JLGREC.                                                 00562400
005625                                                                  00562500
005630 PROCEDURE DIVISION.                                              00563000
005631                                                                  00563100
005631     INITIALIZE L-JOBLOG                                          00563101
005632     MOVE 'PJPART3' TO JLG-PROGRAM                                00563200
005633     MOVE 'S' TO JLG-TYPE                                         00563300
005634     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00563400
005640                                                                  00564000
005650     PERFORM 100-INITIALIZE                                       00565000
005660     IF RECYCLE-RUN                                               00566000
005750     END-IF                                                       00575000
005760     PERFORM 500-PROCESS-CREDITS                                  00576000
005770     PERFORM 550-PROCESS-RETURNS                                  00577000
005771     PERFORM 600-PROCESS-RELEASES                                 00577100
005780     PERFORM 800-WRITE-CTLTOT                                     00578000
005790     PERFORM 820-WRITE-RUNCTL-END                                 00579000
005800     PERFORM 810-CLOSE-FILES                                      00580000
005801                                                                  00580100
005801     MOVE SPACES TO JLG-RUN-KEY                                   00580101
005802     MOVE WS-DT-FROM TO JLG-RUN-KEY(1:10)                         00580200
005802     MOVE WS-DT-TO TO JLG-RUN-KEY(12:10)                          00580201
005803     MOVE WS-ORDERS-READ TO JLG-IN-CNT                            00580300
005803     MOVE WS-EXT-WRITTEN TO JLG-OUT-CNT                           00580301
005804     MOVE RETURN-CODE TO JLG-RC                                   00580400
005804     MOVE 'E' TO JLG-TYPE                                         00580401
005805     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00580500
005805                                                                  00580501
005810     GOBACK.                                                      00581000
005820                                                                  00582000
005830******************************************************************00583000
006040           OPEN EXTEND EXT                                        00604000
006050           OPEN EXTEND REJ                                        00605000
006060           OPEN EXTEND EXCP                                       00606000
006061           OPEN EXTEND SPLX                                       00606100
006070       ELSE                                                       00607000
006080           OPEN OUTPUT EXT                                        00608000
006090           OPEN OUTPUT REJ                                        00609000
006100           OPEN OUTPUT EXCP                                       00610000
006101           OPEN OUTPUT SPLX                                       00610100
006110       END-IF                                                     00611000
006120       OPEN OUTPUT CTL                                            00612000
006130       IF RECYCLE-RUN                                             00613000
006220       PERFORM 180-OPEN-STOCK                                     00622000
006230       PERFORM 190-LOAD-SHIPCONF                                  00623000
006240       PERFORM 195-OPEN-SHIPTO                                    00624000
006241       PERFORM 197-OPEN-ORDSPLIT                                  00624100
006242       PERFORM 198-OPEN-SHIPCNF                                   00624200
006250       OPEN OUTPUT BORD                                           00625000
006260       OPEN OUTPUT RLOG                                           00626000
006270       MOVE SPACES TO WS-RET-REASON                               00627000
006530       MOVE SPACES TO WS-SHIP-CITY                                00653000
006540       MOVE SPACES TO WS-SHIP-STATE                               00654000
006550       MOVE SPACES TO WS-SHIP-ZIP                                 00655000
006551       PERFORM 199-GET-SHIPMENT                                   00655100
006560       IF SHIPTO-OPEN                                             00656000
006570           MOVE WS-O-NO TO SHI-O-NO                               00657000
006580           READ SHIPF                                             00658000
006620               MOVE SHI-CITY  TO WS-SHIP-CITY                     00662000
006630               MOVE SHI-STATE TO WS-SHIP-STATE                    00663000
006640               MOVE SHI-ZIP   TO WS-SHIP-ZIP                      00664000
006641           END-IF                                                 00664100
006641       END-IF                                                     00664101
006641       EXIT.                                                      00664102
006641                                                                  00664103
006641******************************************************************00664104
006642* OUVERTURE DU FICHIER DES PARTAGES DE COMMISSION. FICHIER ABSENT 00664200
006642* = TOUTE LA COMMISSION AU VENDEUR DE LA COMMANDE, COMME AVANT    00664201
006642******************************************************************00664202
006642 197-OPEN-ORDSPLIT.                                               00664203
006642       MOVE 'N' TO WS-SPLF-SW                                     00664204
006643       OPEN INPUT SPLF                                            00664300
006643       IF WS-SPLF-STATUS = '00'                                   00664301
006643           MOVE 'Y' TO WS-SPLF-SW                                 00664302
006643       ELSE                                                       00664303
006643           DISPLAY 'PAS DE FICHIER ORDSPLIT : ' WS-SPLF-STATUS    00664304
006644       END-IF                                                     00664400
006644       EXIT.                                                      00664401
006644                                                                  00664402
006644******************************************************************00664403
006644* PARAGRAPHES DU FICHIER DES CONFIRMATIONS D EXPEDITION : LE      00664404
006645* TRANSPORTEUR ET LE SUIVI DE L EXPEDITION CONFIRMEE DE LA        00664500
006645* COMMANDE, POUR UNE FACTURE. FICHIER ABSENT, COMMANDE NON        00664501
006645* CONFIRMEE OU AVOIR = A BLANC                                    00664502
006645******************************************************************00664503
006645 198-OPEN-SHIPCNF.                                                00664504
006646       MOVE 'N' TO WS-SHCF-SW                                     00664600
006646       OPEN INPUT SHCF                                            00664601
006646       IF WS-SHCF-STATUS = '00'                                   00664602
006646           MOVE 'Y' TO WS-SHCF-SW                                 00664603
006646       ELSE                                                       00664604
006647           DISPLAY 'PAS DE FICHIER SHIPCNF : ' WS-SHCF-STATUS     00664700
006647       END-IF                                                     00664701
006647       EXIT.                                                      00664702
006647                                                                  00664703
006647 199-GET-SHIPMENT.                                                00664704
006648       MOVE SPACES TO WS-CARRIER                                  00664800
006648       MOVE SPACES TO WS-TRACKING                                 00664801
006648       IF SHIPCNF-OPEN AND NOT CREDIT-DOC                         00664802
006648           MOVE WS-O-NO TO SHK-O-NO                               00664803
006648           MOVE SPACES  TO SHK-P-NO                               00664804
006649           READ SHCF                                              00664900
006649           IF WS-SHCF-STATUS = '00' AND SHK-CONFIRMED             00664901
006649               MOVE SHK-CARRIER  TO WS-CARRIER                    00664902
006649               MOVE SHK-TRACKING TO WS-TRACKING                   00664903
006650           END-IF                                                 00665000
006660       END-IF                                                     00666000
006670       EXIT.                                                      00667000
010880       PERFORM 320-FETCH-CUST                                     01088000
010890       PERFORM 330-FETCH-EMP                                      01089000
010900       PERFORM 340-FETCH-DEPT                                     01090000
010901       PERFORM 345-GET-SPLITS                                     01090100
010910       IF CUST-FAILED OR EMP-FAILED OR DEPT-FAILED                01091000
010920           CONTINUE                                               01092000
010930       ELSE                                                       01093000
011730 330-FETCH-EMP.                                                   01173000
011740       INITIALIZE ST-EMPLO                                        01174000
011750       MOVE ORDER-S-NO TO EMPLO-E-NO                              01175000
011751       PERFORM 331-LOOKUP-EMP                                     01175100
011752       IF NOT EMP-FAILED                                          01175200
011753           MOVE EMPLO-LNAME TO WS-LNAME                           01175300
011754           MOVE EMPLO-FNAME TO WS-FNAME                           01175400
011755           MOVE EMPLO-COM   TO WS-COM                             01175500
011756       END-IF                                                     01175600
011757       EXIT.                                                      01175700
011758                                                                  01175800
011759 331-LOOKUP-EMP.                                                  01175900
011760       MOVE 'N' TO WS-HIT-SW                                      01176000
011770       SET EC-IDX TO 1                                            01177000
011780       SEARCH EC-ENTRY                                            01178000
012040               PERFORM 332-ADD-EMP-CACHE                          01204000
012050           END-IF                                                 01205000
012060       END-IF                                                     01206000
012120       EXIT.                                                      01212000
012130                                                                  01213000
012140 332-ADD-EMP-CACHE.                                               01214000
012260 340-FETCH-DEPT.                                                  01226000
012270       INITIALIZE ST-DEPT                                         01227000
012280       MOVE EMPLO-DEPT TO DEPT-DEPT                               01228000
012281       PERFORM 341-LOOKUP-DEPT                                    01228100
012282       IF NOT DEPT-FAILED                                         01228200
012283           MOVE DEPT-DNAME TO WS-DNAME                            01228300
012284       END-IF                                                     01228400
012285       EXIT.                                                      01228500
012286                                                                  01228600
012287 341-LOOKUP-DEPT.                                                 01228700
012290       MOVE 'N' TO WS-HIT-SW                                      01229000
012300       SET DC-IDX TO 1                                            01230000
012310       SEARCH DC-ENTRY                                            01231000
012530               PERFORM 342-ADD-DEPT-CACHE                         01253000
012540           END-IF                                                 01254000
012550       END-IF                                                     01255000
012590       EXIT.                                                      01259000
012600                                                                  01260000
012610 342-ADD-DEPT-CACHE.                                              01261000
012650           MOVE DEPT-DEPT  TO DC-DEPT(DC-IDX)                     01265000
012660           MOVE DEPT-DNAME TO DC-DNAME(DC-IDX)                    01266000
012670       END-IF                                                     01267000
012671       EXIT.                                                      01267100
012671                                                                  01267101
012671******************************************************************01267102
012671* PARAGRAPHES DU PARTAGE DE COMMISSION : LA COMMANDE PARTAGEE     01267103
012671* (ORDSPLIT) VOIT CHACUN DE SES VENDEURS RECHERCHE (MEMES CACHES  01267104
012671* QUE LE VENDEUR PRINCIPAL) PUIS UNE LIGNE SPLITS PAR PART. LES   01267105
012671* ZONES DU VENDEUR PRINCIPAL DE L EXTRACT NE SONT PAS TOUCHEES    01267106
012672******************************************************************01267200
012672 345-GET-SPLITS.                                                  01267201
012672       IF ORDSPLIT-OPEN AND NOT CUST-FAILED                       01267202
012672          AND NOT EMP-FAILED AND NOT DEPT-FAILED                  01267203
012672           MOVE WS-O-NO TO SPL-O-NO                               01267204
012672           READ SPLF                                              01267205
012672           IF WS-SPLF-STATUS = '00' AND SPL-CNT > ZERO            01267206
012673               INITIALIZE SPLIT-WORK                              01267300
012673               PERFORM 346-LOOKUP-ONE-SHARE                       01267301
012673                  VARYING WS-SPL-I FROM 1 BY 1                    01267302
012673                    UNTIL WS-SPL-I > SPL-CNT                      01267303
012673                       OR EMP-FAILED OR DEPT-FAILED               01267304
012673               IF NOT EMP-FAILED AND NOT DEPT-FAILED              01267305
012673                   PERFORM 347-WRITE-ONE-SHARE                    01267306
012674                      VARYING WS-SPL-I FROM 1 BY 1                01267400
012674                        UNTIL WS-SPL-I > SPL-CNT                  01267401
012674               END-IF                                             01267402
012674           END-IF                                                 01267403
012674       END-IF                                                     01267404
012674       EXIT.                                                      01267405
012674                                                                  01267406
012675 346-LOOKUP-ONE-SHARE.                                            01267500
012675       INITIALIZE ST-EMPLO                                        01267501
012675       MOVE SPL-E-NO(WS-SPL-I) TO EMPLO-E-NO                      01267502
012675       PERFORM 331-LOOKUP-EMP                                     01267503
012675       IF NOT EMP-FAILED                                          01267504
012675           INITIALIZE ST-DEPT                                     01267505
012675           MOVE EMPLO-DEPT TO DEPT-DEPT                           01267506
012676           PERFORM 341-LOOKUP-DEPT                                01267600
012676       END-IF                                                     01267601
012676       IF NOT EMP-FAILED AND NOT DEPT-FAILED                      01267602
012676           MOVE EMPLO-LNAME TO SPW-LNAME(WS-SPL-I)                01267603
012676           MOVE EMPLO-FNAME TO SPW-FNAME(WS-SPL-I)                01267604
012676           MOVE DEPT-DNAME  TO SPW-DNAME(WS-SPL-I)                01267605
012676           MOVE EMPLO-COM   TO SPW-COM(WS-SPL-I)                  01267606
012677       END-IF                                                     01267700
012677       EXIT.                                                      01267701
012677                                                                  01267702
012677 347-WRITE-ONE-SHARE.                                             01267703
012677       INITIALIZE L-SPLX                                          01267704
012677       MOVE WS-O-NO                TO SPX-O-NO                    01267705
012677       MOVE WS-SPL-I               TO SPX-SEQ                     01267706
012678       MOVE SPL-E-NO(WS-SPL-I)     TO SPX-E-NO                    01267800
012678       MOVE SPL-SHARE(WS-SPL-I)    TO SPX-SHARE                   01267801
012678       MOVE SPW-LNAME(WS-SPL-I)    TO SPX-LNAME                   01267802
012678       MOVE SPW-FNAME(WS-SPL-I)    TO SPX-FNAME                   01267803
012678       MOVE SPW-DNAME(WS-SPL-I)    TO SPX-DNAME                   01267804
012678       MOVE SPW-COM(WS-SPL-I)      TO SPX-COM                     01267805
012678       WRITE ENR-SPLITS FROM L-SPLX                               01267806
012679       ADD 1 TO WS-SPLX-CNT                                       01267900
012680       EXIT.                                                      01268000
012690                                                                  01269000
012700 350-FETCH-CITEM.                                                 01270000
013370       MOVE WS-O-NO   TO BO-O-NO                                  01337000
013380       MOVE WS-P-NO   TO BO-P-NO                                  01338000
013390       MOVE WS-BO-QTY TO BO-QTY                                   01339000
013391       MOVE WS-TODAY-YMD TO BO-DATE                               01339100
013400       WRITE ENR-BACKORD FROM L-BACKORD                           01340000
013410       ADD 1 TO WS-BO-CNT                                         01341000
013420       EXIT.                                                      01342000
013510           MOVE WS-P-NO TO STK-P-NO                               01351000
013520           READ STKM                                              01352000
013530           IF WS-STKM-STATUS = '00'                               01353000
013540               IF STK-COUNT-IN-PROGRESS                           01354000
013550                   IF CREDIT-DOC                                  01355000
013551                       SUBTRACT WS-QUANTITY FROM STK-COUNT-HELD   01355100
013552                   ELSE                                           01355200
013553                       ADD WS-QUANTITY TO STK-COUNT-HELD          01355300
013554                   END-IF                                         01355400
013555                   ADD 1 TO WS-STK-COUNT-HELD                     01355500
013560               ELSE                                               01356000
013570                   IF CREDIT-DOC                                  01357000
013571                       ADD WS-QUANTITY TO STK-ONHAND              01357100
013572                   ELSE                                           01357200
013573                       SUBTRACT WS-QUANTITY FROM STK-ONHAND       01357300
013574                   END-IF                                         01357400
013575                   ADD 1 TO WS-STK-RELIEVED                       01357500
013580               END-IF                                             01358000
013590               REWRITE STOCK-RECORD                               01359000
013610           ELSE                                                   01361000
013620               ADD 1 TO WS-STK-UNKNOWN                            01362000
013630           END-IF                                                 01363000
015600       PERFORM 320-FETCH-CUST                                     01560000
015610       PERFORM 330-FETCH-EMP                                      01561000
015620       PERFORM 340-FETCH-DEPT                                     01562000
015621       PERFORM 345-GET-SPLITS                                     01562100
015630       IF CUST-FAILED OR EMP-FAILED OR DEPT-FAILED                01563000
015640           CONTINUE                                               01564000
015650       ELSE                                                       01565000
016130       EXIT.                                                      01613000
016140                                                                  01614000
016150******************************************************************01615000
016151* PARAGRAPHES DE FACTURATION DES RELIQUATS LIBERES : CHAQUE       01615100
016151* LIGNE DE STATUT R DU KSDS BOMSTR DONNE UNE LIGNE EXTRACT DE     01615101
016151* TYPE B POUR LA QUANTITE LIBEREE, PLAFONNEE PAR LA CONFIRMATION  01615102
016151* D EXPEDITION. LA LIGNE EST SOLDEE (B) OU REMISE OUVERTE (O)     01615103
016151* POUR LE NON EXPEDIE, JAMAIS REFACTUREE. FICHIER ABSENT = PAS    01615104
016151* DE FACTURATION DE RELIQUATS                                     01615105
016151******************************************************************01615106
016151 600-PROCESS-RELEASES.                                            01615107
016151       MOVE 'B' TO WS-DOC-TYPE                                    01615108
016151       MOVE SPACES TO WS-RET-REASON                               01615109
016151       OPEN I-O BOMF                                              01615110
016151       IF WS-BOMF-STATUS = '00'                                   01615111
016151           PERFORM 602-OPEN-OPNITEMK                              01615112
016151           MOVE LOW-VALUES TO BOM-KEY                             01615113
016151           START BOMF KEY IS NOT LESS THAN BOM-KEY                01615114
016151           IF WS-BOMF-STATUS = '00'                               01615115
016151               PERFORM 605-READ-NEXT-BOMF                         01615116
016152               PERFORM 610-RELEASE-LINE                           01615200
016152                  UNTIL WS-BOMF-STATUS NOT = '00'                 01615201
016152           END-IF                                                 01615202
016152           CLOSE BOMF                                             01615203
016152           IF OPNITEMK-OPEN                                       01615204
016152               CLOSE OPNK                                         01615205
016152           END-IF                                                 01615206
016152       ELSE                                                       01615207
016152           DISPLAY 'PAS DE FICHIER BOMSTR : ' WS-BOMF-STATUS      01615208
016152       END-IF                                                     01615209
016152       DISPLAY 'RELIQUATS LIBERES FACTURES : ' WS-REL-CNT         01615210
016152       EXIT.                                                      01615211
016152                                                                  01615212
016152******************************************************************01615213
016152* OUVERTURE DU KSDS DES DOCUMENTS OUVERTS : UNE COMMANDE DONT LA  01615214
016152* FACTURE DE RELIQUAT PRECEDENTE N EST PAS SOLDEE N EN RECOIT PAS 01615215
016152* UNE SECONDE. FICHIER ABSENT = PAS DE CONTROLE                   01615216
016152******************************************************************01615217
016152 602-OPEN-OPNITEMK.                                               01615218
016152       MOVE 'N' TO WS-OPNK-SW                                     01615219
016152       OPEN INPUT OPNK                                            01615220
016152       IF WS-OPNK-STATUS = '00'                                   01615221
016152           MOVE 'Y' TO WS-OPNK-SW                                 01615222
016152       ELSE                                                       01615223
016152           DISPLAY 'PAS DE FICHIER OPNITEMK : ' WS-OPNK-STATUS    01615224
016152       END-IF                                                     01615225
016152       EXIT.                                                      01615226
016152                                                                  01615227
016152 605-READ-NEXT-BOMF.                                              01615228
016152       READ BOMF NEXT RECORD                                      01615229
016152       EXIT.                                                      01615230
016152                                                                  01615231
016152 610-RELEASE-LINE.                                                01615232
016152       IF BOM-RELEASED                                            01615233
016153           MOVE BOM-O-NO TO WS-FETCH-O-NO                         01615300
016153           PERFORM 308-FETCH-ONE-ORDER                            01615301
016153           IF NOT ORD-FAILED                                      01615302
016153               PERFORM 176-CHECK-HOLD                             01615303
016153               IF ORDER-ON-HOLD                                   01615304
016153                   ADD 1 TO WS-REL-HELD                           01615305
016153               ELSE                                               01615306
016153                   PERFORM 612-CHECK-OPEN-RELEASE                 01615307
016153                   IF RELEASE-INV-OPEN                            01615308
016153                       ADD 1 TO WS-REL-OPEN-B                     01615309
016153                   ELSE                                           01615310
016153                       PERFORM 615-EXTRACT-RELEASE                01615311
016153                   END-IF                                         01615312
016153               END-IF                                             01615313
016153           END-IF                                                 01615314
016153       END-IF                                                     01615315
016153       PERFORM 605-READ-NEXT-BOMF                                 01615316
016153       EXIT.                                                      01615317
016153                                                                  01615318
016153******************************************************************01615319
016153* PARAGRAPHE DE CONTROLE DE LA FACTURE DE RELIQUAT PRECEDENTE : SI01615320
016153* LA COMMANDE A ENCORE UN DOCUMENT B OUVERT, LA LIGNE RESTE       01615321
016153* LIBEREE (R) ET SERA FACTUREE LA NUIT QUI SUIT SON REGLEMENT     01615322
016153******************************************************************01615323
016153 612-CHECK-OPEN-RELEASE.                                          01615324
016153       MOVE 'N' TO WS-RELB-SW                                     01615325
016153       IF OPNITEMK-OPEN                                           01615326
016153           MOVE BOM-O-NO TO OPN-O-NO                              01615327
016153           MOVE 'B'      TO OPN-TYPE                              01615328
016153           READ OPNK                                              01615329
016153           IF WS-OPNK-STATUS = '00'                               01615330
016153               MOVE 'Y' TO WS-RELB-SW                             01615331
016153               DISPLAY 'RELIQUAT RETENU, FACTURE B OUVERTE : '    01615332
016153                       BOM-O-NO ' ' BOM-P-NO                      01615333
016153           END-IF                                                 01615334
016153       END-IF                                                     01615335
016153       EXIT.                                                      01615336
016153                                                                  01615337
016153 615-EXTRACT-RELEASE.                                             01615338
016153       MOVE 'N' TO WS-CUST-SW                                     01615339
016154       MOVE 'N' TO WS-EMP-SW                                      01615400
016154       MOVE 'N' TO WS-DEPT-SW                                     01615401
016154       MOVE 'N' TO WS-PROD-SW                                     01615402
016154       PERFORM 196-GET-SHIPTO                                     01615403
016154       PERFORM 320-FETCH-CUST                                     01615404
016154       PERFORM 330-FETCH-EMP                                      01615405
016154       PERFORM 340-FETCH-DEPT                                     01615406
016154       PERFORM 345-GET-SPLITS                                     01615407
016154       IF CUST-FAILED OR EMP-FAILED OR DEPT-FAILED                01615408
016154           CONTINUE                                               01615409
016154       ELSE                                                       01615410
016154           INITIALIZE ST-ITEM                                     01615411
016154           MOVE BOM-O-NO TO ITEM-O-NO                             01615412
016154           MOVE BOM-P-NO TO ITEM-P-NO                             01615413
016154           EXEC SQL                                               01615414
016154               SELECT QUANTITY, PRICE                             01615415
016155                   INTO :ITEM-QUANTITY, :ITEM-PRICE               01615500
016155                   FROM API5.ITEMS                                01615501
016155                   WHERE O_NO = :ITEM-O-NO                        01615502
016155                     AND P_NO = :ITEM-P-NO                        01615503
016155           END-EXEC                                               01615504
016155           IF SQLCODE NOT = ZERO                                  01615505
016155               DISPLAY 'LIGNE DE RELIQUAT INTROUVABLE : '         01615506
016155                       BOM-O-NO ' ' BOM-P-NO                      01615507
016155           ELSE                                                   01615508
016155               MOVE BOM-P-NO   TO WS-P-NO                         01615509
016155               MOVE ITEM-PRICE TO WS-PRICE                        01615510
016155               PERFORM 370-FETCH-PROD                             01615511
016155               IF NOT PROD-FAILED                                 01615512
016155                   PERFORM 617-APPLY-RELEASE-SHIPCONF             01615513
016155                   IF WS-REL-BILLED > ZERO                        01615514
016155                       MOVE WS-REL-BILLED TO WS-QUANTITY          01615515
016156                       WRITE ENR-EXT FROM L-EXT                   01615600
016156                       ADD 1 TO WS-EXT-WRITTEN                    01615601
016156                       PERFORM 368-RELIEVE-STOCK                  01615602
016156                       ADD 1 TO WS-REL-CNT                        01615603
016156                   END-IF                                         01615604
016156                   PERFORM 620-UPDATE-BOMF                        01615605
016156               END-IF                                             01615606
016156           END-IF                                                 01615607
016156       END-IF                                                     01615608
016156       EXIT.                                                      01615609
016156                                                                  01615610
016156******************************************************************01615611
016156* PARAGRAPHE DE PLAFONNEMENT D UN RELIQUAT LIBERE PAR LA          01615612
016156* CONFIRMATION D EXPEDITION. LA QUANTITE CONFIRMEE EST CONSOMMEE  01615613
016156* DANS LA TABLE POUR NE PAS SERVIR DEUX FOIS SI LA COMMANDE A     01615614
016156* PLUSIEURS RELIQUATS DU MEME PRODUIT. PAS DE CONFIRMATION POUR   01615615
016157* LA LIGNE = QUANTITE LIBEREE FACTUREE, COMME EN 367              01615700
016157******************************************************************01615701
016157 617-APPLY-RELEASE-SHIPCONF.                                      01615702
016157       MOVE BOM-REL-QTY TO WS-REL-BILLED                          01615703
016157       IF SHIPCONF-LOADED                                         01615704
016157           SET SHP-IDX TO 1                                       01615705
016157           SEARCH SHP-ENTRY                                       01615706
016157               AT END                                             01615707
016157                   CONTINUE                                       01615708
016157               WHEN SHP-IDX > WS-SHP-CNT                          01615709
016157                   CONTINUE                                       01615710
016157               WHEN SHP-O-NO(SHP-IDX) = BOM-O-NO                  01615711
016157                AND SHP-P-NO(SHP-IDX) = BOM-P-NO                  01615712
016157                   IF SHP-QTY(SHP-IDX) < WS-REL-BILLED            01615713
016157                       MOVE SHP-QTY(SHP-IDX) TO WS-REL-BILLED     01615714
016157                   END-IF                                         01615715
016158                   SUBTRACT WS-REL-BILLED FROM SHP-QTY(SHP-IDX)   01615800
016158           END-SEARCH                                             01615801
016158       END-IF                                                     01615802
016158       EXIT.                                                      01615803
016158                                                                  01615804
016158******************************************************************01615805
016158* PARAGRAPHE DE MISE A JOUR DU RELIQUAT APRES FACTURATION         01615806
016158******************************************************************01615807
016158 620-UPDATE-BOMF.                                                 01615808
016158       SUBTRACT WS-REL-BILLED FROM BOM-OPEN-QTY                   01615809
016158       MOVE ZERO TO BOM-REL-QTY                                   01615810
016158       MOVE SPACES TO BOM-REL-DATE                                01615811
016158       IF BOM-OPEN-QTY = ZERO                                     01615812
016158           MOVE 'B' TO BOM-STATUS                                 01615813
016158       ELSE                                                       01615814
016158           MOVE 'O' TO BOM-STATUS                                 01615815
016159       END-IF                                                     01615900
016159       MOVE WS-TODAY-D TO BOM-BILL-DATE                           01615901
016159       REWRITE BACKORDER-RECORD                                   01615902
016159       IF WS-BOMF-STATUS NOT = '00'                               01615903
016159           DISPLAY 'ERREUR MISE A JOUR BOMSTR : ' WS-BOMF-STATUS  01615904
016159           PERFORM 900-ABEND-PROG                                 01615905
016159       END-IF                                                     01615906
016159       EXIT.                                                      01615907
016159                                                                  01615908
016159******************************************************************01615909
016160* PARAGRAPHES POUR FERMER LES CURSEURS                            01616000
016170******************************************************************01617000
016180 700-CLOSE-CORD.                                                  01618000
016450       DISPLAY 'COMMANDES BLOQUEES SAUTEES : ' WS-SKIP-HELD-CNT   01645000
016460       DISPLAY 'LIGNES RELEVEES DU STOCK   : ' WS-STK-RELIEVED    01646000
016470       DISPLAY 'PRODUITS HORS STOCK MASTER : ' WS-STK-UNKNOWN     01647000
016471       DISPLAY 'RELEVES DIFFERES INVENTAIRE : ' WS-STK-COUNT-HELD 01647100
016480       DISPLAY 'RELIQUATS EN BACKORDER     : ' WS-BO-CNT          01648000
016490       DISPLAY 'LIGNES ENTIEREMENT DIFFEREES : ' WS-BO-FULL-CNT   01649000
016491       DISPLAY 'RELIQUATS SUR COMMANDE BLOQUEE : ' WS-REL-HELD    01649100
016491       DISPLAY 'RELIQUATS RETENUS, B OUVERTE : ' WS-REL-OPEN-B    01649101
016492       DISPLAY 'PARTS DE COMMISSION ECRITES : ' WS-SPLX-CNT       01649200
016500       EXIT.                                                      01650000
016510                                                                  01651000
016520 810-CLOSE-FILES.                                                 01652000
016560       IF SHIPTO-OPEN                                             01656000
016570           CLOSE SHIPF                                            01657000
016580       END-IF                                                     01658000
016581       IF SHIPCNF-OPEN                                            01658100
016582           CLOSE SHCF                                             01658200
016583       END-IF                                                     01658300
016584       IF ORDSPLIT-OPEN                                           01658400
016585           CLOSE SPLF                                             01658500
016586       END-IF                                                     01658600
016587       CLOSE SPLX                                                 01658700
016590       CLOSE BORD                                                 01659000
016600       CLOSE RLOG                                                 01660000
016610       CLOSE EXT                                                  01661000
