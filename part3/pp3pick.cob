000310*                  PICKED BOX IS FILLED IN BY THE WAREHOUSE) ;    00031000
000320*                  A STRAY BLANK LINE NO LONGER SPLITS THE PICK   00032000
000330*                  LIST HEADING FROM ITS FIRST DETAIL LINE        00033000
000331* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00033100
000332*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00033200
000333*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00033300
000334* 15/10/2026 GAY  SHIPMENT CONFIRMATION : EACH ORDER PRINTED IS   00033400
000335*                  RECORDED AS PICKED (HEADER STATUS P, PICK DATE,00033500
000336*                  CUSTOMER) IN THE SHIPCNF KSDS (COPY SHCREC) FOR00033600
000337*                  ITS CONFIRMATION IN PJSH. AN ORDER ALREADY ON  00033700
000338*                  FILE KEEPS ITS FIRST PICK DATE OR ITS          00033800
000339*                  CONFIRMATION. FILE ABSENT = NOTHING RECORDED   00033900
000339* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00033901
000339*                  NO UNSET FIELD REACHES JOBLOG                  00033902
000340******************************************************************00034000
000350                                                                  00035000
000360 ENVIRONMENT DIVISION.                                            00036000
000580      ACCESS MODE  IS SEQUENTIAL                                  00058000
000590      RECORD KEY   IS HLD-KEY                                     00059000
000600      FILE STATUS  IS WS-HOLDF-STATUS.                            00060000
000601******************************************************************00060100
000602* KSDS DES CONFIRMATIONS D EXPEDITION : COMMANDES PREPAREES       00060200
000603******************************************************************00060300
000604      SELECT SHCF ASSIGN TO SHIPCNF                               00060400
000605      ORGANIZATION IS INDEXED                                     00060500
000606      ACCESS MODE  IS RANDOM                                      00060600
000607      RECORD KEY   IS SHK-KEY                                     00060700
000608      FILE STATUS  IS WS-SHCF-STATUS.                             00060800
000610                                                                  00061000
000620******************************************************************00062000
000630                                                                  00063000
000710                                                                  00071000
000720 FD HOLDF.                                                        00072000
000730     COPY ORDHREC.                                                00073000
000731                                                                  00073100
000732 FD SHCF.                                                         00073200
000733     COPY SHCREC.                                                 00073300
000740                                                                  00074000
000750 WORKING-STORAGE SECTION.                                         00075000
000760******************************************************************00076000
001370    88 ORDER-ON-HOLD VALUE 'Y'.                                   00137000
001380                                                                  00138000
001390******************************************************************00139000
001391* FICHIER DES CONFIRMATIONS D EXPEDITION ET DATE DE PREPARATION   00139100
001392******************************************************************00139200
001393 77 WS-SHCF-STATUS PIC X(2) VALUE SPACES.                         00139300
001394 77 WS-SHCF-SW PIC X(1) VALUE 'N'.                                00139400
001395    88 SHIPCNF-OPEN VALUE 'Y'.                                    00139500
001396 77 WS-TODAY-YMD PIC X(8) VALUE SPACES.                           00139600
001397 77 WS-TODAY-D   PIC X(10) VALUE SPACES.                          00139700
001398                                                                  00139800
001399******************************************************************00139900
001400* COMPTEURS DE CONTROLE                                           00140000
001410******************************************************************00141000
001420 77 WS-ORDERS-READ PIC 9(7) VALUE ZERO.                           00142000
001430 77 WS-DOCS-PRINTED PIC 9(7) VALUE ZERO.                          00143000
001440 77 WS-SKIP-HELD-CNT PIC 9(7) VALUE ZERO.                         00144000
001441 77 WS-PICK-RECORDED PIC 9(7) VALUE ZERO.                         00144100
001450                                                                  00145000
001460******************************************************************00146000
001470* LIGNES D IMPRESSION PARTAGEES (VOIR COPY FACBOX) ET LIGNES      00147000
002080                                                                  00208000
002090 77 WS-ANO PIC 99 VALUE 0.                                        00209000
002100                                                                  00210000
002101******************************************************************00210100
002102* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00210200
002103******************************************************************00210300
002104     COPY JLGREC.                                                 00210400
002105                                                                  00210500
002110 PROCEDURE DIVISION.                                              00211000
002111                                                                  00211100
002111     INITIALIZE L-JOBLOG                                          00211101
002112     MOVE 'PJPART3L' TO JLG-PROGRAM                               00211200
002113     MOVE 'S' TO JLG-TYPE                                         00211300
002114     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00211400
002120                                                                  00212000
002130     PERFORM 100-INITIALIZE                                       00213000
002140     PERFORM 200-OPEN-CORD                                        00214000
002160     PERFORM 310-PROCESS-ORDER UNTIL SQLCODE NOT = ZERO           00216000
002170     PERFORM 700-CLOSE-CORD                                       00217000
002180     PERFORM 900-WRITE-TOTALS                                     00218000
002181     IF SHIPCNF-OPEN                                              00218100
002182         CLOSE SHCF                                               00218200
002183     END-IF                                                       00218300
002190     CLOSE PICK                                                   00219000
002200     CLOSE PACK                                                   00220000
002201                                                                  00220100
002202     MOVE WS-DT-FROM TO JLG-RUN-KEY                               00220200
002203     MOVE WS-ORDERS-READ TO JLG-IN-CNT                            00220300
002204     MOVE WS-DOCS-PRINTED TO JLG-OUT-CNT                          00220400
002205     MOVE RETURN-CODE TO JLG-RC                                   00220500
002206     MOVE 'E' TO JLG-TYPE                                         00220600
002207     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00220700
002208                                                                  00220800
002210     GOBACK.                                                      00221000
002220                                                                  00222000
002230******************************************************************00223000
002300     OPEN OUTPUT PICK                                             00230000
002310     OPEN OUTPUT PACK                                             00231000
002320     PERFORM 170-LOAD-HOLDS                                       00232000
002321     PERFORM 180-OPEN-SHIPCNF                                     00232100
002330     EXIT.                                                        00233000
002340                                                                  00234000
002350 170-LOAD-HOLDS.                                                  00235000
002720     EXIT.                                                        00272000
002730                                                                  00273000
002740******************************************************************00274000
002741* OUVERTURE DES CONFIRMATIONS D EXPEDITION ET DATE DU JOUR (DATE  00274100
002741* DE PREPARATION). FICHIER ABSENT = RIEN N EST ENREGISTRE         00274101
002741******************************************************************00274102
002742 180-OPEN-SHIPCNF.                                                00274200
002742     ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD                       00274201
002742     MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-D(1:4)                    00274202
002743     MOVE '-'               TO WS-TODAY-D(5:1)                    00274300
002743     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-D(6:2)                    00274301
002743     MOVE '-'               TO WS-TODAY-D(8:1)                    00274302
002744     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-D(9:2)                    00274400
002744     MOVE 'N' TO WS-SHCF-SW                                       00274401
002744     OPEN I-O SHCF                                                00274402
002745     IF WS-SHCF-STATUS = '00'                                     00274500
002745         MOVE 'Y' TO WS-SHCF-SW                                   00274501
002745     ELSE                                                         00274502
002746         DISPLAY 'PAS DE FICHIER SHIPCNF : ' WS-SHCF-STATUS       00274600
002746     END-IF                                                       00274601
002746     EXIT.                                                        00274602
002747                                                                  00274700
002747******************************************************************00274701
002750* PARAGRAPHES DU CURSEUR DES COMMANDES                            00275000
002760******************************************************************00276000
002770 200-OPEN-CORD.                                                   00277000
003090         IF CUST-FOUND                                            00309000
003100             PERFORM 400-PRINT-DOCUMENTS                          00310000
003110             ADD 1 TO WS-DOCS-PRINTED                             00311000
003111             IF SHIPCNF-OPEN                                      00311100
003112                 PERFORM 450-RECORD-PICK                          00311200
003113             END-IF                                               00311300
003120         END-IF                                                   00312000
003130     END-IF                                                       00313000
003140     PERFORM 300-FETCH-CORD                                       00314000
004220     EXIT.                                                        00422000
004230                                                                  00423000
004240******************************************************************00424000
004241* ENREGISTREMENT DE LA COMMANDE PREPAREE (ENTETE STATUT P) SI ELLE00424100
004241* N EST PAS DEJA AU FICHIER (PREPAREE OU CONFIRMEE AVANT)         00424101
004241******************************************************************00424102
004241 450-RECORD-PICK.                                                 00424103
004242     MOVE WS-O-NO TO SHK-O-NO                                     00424200
004242     MOVE SPACES  TO SHK-P-NO                                     00424201
004242     READ SHCF                                                    00424202
004242     EVALUATE WS-SHCF-STATUS                                      00424203
004243         WHEN '00'                                                00424300
004243             CONTINUE                                             00424301
004243         WHEN '23'                                                00424302
004243             MOVE SPACES TO SHK-DATA                              00424303
004244             MOVE 'P'               TO SHK-STATUS                 00424400
004244             MOVE WS-TODAY-D        TO SHK-PICK-DATE              00424401
004244             MOVE WS-C-NO           TO SHK-C-NO                   00424402
004244             MOVE CUSTS-COMPANY     TO SHK-COMPANY                00424403
004245             MOVE WS-O-DATE(1:10)   TO SHK-O-DATE                 00424500
004245             MOVE ZERO              TO SHK-PACKAGES               00424501
004245             MOVE ZERO              TO SHK-WEIGHT                 00424502
004245             WRITE SHIPCNF-RECORD                                 00424503
004246             IF WS-SHCF-STATUS = '00'                             00424600
004246                 ADD 1 TO WS-PICK-RECORDED                        00424601
004246             ELSE                                                 00424602
004246                 DISPLAY 'ERREUR ECRITURE SHIPCNF : '             00424603
004247                         WS-SHCF-STATUS ' COMMANDE ' WS-O-NO      00424700
004247             END-IF                                               00424701
004247         WHEN OTHER                                               00424702
004247             DISPLAY 'ERREUR LECTURE SHIPCNF : ' WS-SHCF-STATUS   00424703
004248                     ' COMMANDE ' WS-O-NO                         00424800
004248     END-EVALUATE                                                 00424801
004248     EXIT.                                                        00424802
004248                                                                  00424803
004249******************************************************************00424900
004250* PARAGRAPHES DE FIN DE RUN                                       00425000
004260******************************************************************00426000
004270 700-CLOSE-CORD.                                                  00427000
004350     DISPLAY 'COMMANDES LUES            : ' WS-ORDERS-READ        00435000
004360     DISPLAY 'DOCUMENTS EDITES          : ' WS-DOCS-PRINTED       00436000
004370     DISPLAY 'COMMANDES BLOQUEES SAUTEES: ' WS-SKIP-HELD-CNT      00437000
004371     DISPLAY 'COMMANDES A CONFIRMER     : ' WS-PICK-RECORDED      00437100
004380     EXIT.                                                        00438000
004390                                                                  00439000
004400******************************************************************00440000
