000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3SHP.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - SHIPMENT CONFIRMATIONS : THE  00020000
000210*                  SHIPCNF KSDS (COPY SHCREC, ORDERS RECORDED AS  00021000
000220*                  PICKED BY PJPART3L AND CONFIRMED ON PJSH) IS   00022000
000230*                  READ BEFORE THE EXTRACT. EACH LINE OF A        00023000
000240*                  CONFIRMED ORDER NOT YET INVOICED BECOMES A     00024000
000250*                  SHIPCONF RECORD (O_NO, P_NO, QTY SHIPPED) FOR  00025000
000260*                  PJPART3. THE ORDERS PICKED BEFORE THE RUN DATE 00026000
000270*                  AND STILL NOT CONFIRMED ARE LISTED WITH THEIR  00027000
000280*                  DAYS OUTSTANDING. NIGHT JOB LOG THROUGH        00028000
000290*                  PJPT3LOG (COPY JLGREC)                         00029000
000291* 15/10/2026 GAY  BACKORDER RELEASES : AN INVOICED ORDER WITH     00029100
000292*                  RELEASED LINES (STATUS R) IN THE BOMSTR KSDS IS00029200
000293*                  NO LONGER TREATED AS INVOICED. ITS LINES ARE   00029300
000294*                  SENT ONCE THE WAREHOUSE HAS CONFIRMED AGAIN    00029400
000295*                  AFTER THE RELEASE, SO PJPART3 CAPS THE RELEASE 00029500
000296*                  INVOICE BY WHAT WAS SHIPPED. BOMSTR IS OPTIONAL00029600
000297* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00029700
000298*                  NO UNSET FIELD REACHES JOBLOG                  00029800
000300******************************************************************00030000
000310                                                                  00031000
000320 ENVIRONMENT DIVISION.                                            00032000
000330 INPUT-OUTPUT SECTION.                                            00033000
000340 FILE-CONTROL.                                                    00034000
000350******************************************************************00035000
000360* KSDS DES CONFIRMATIONS D EXPEDITION (VOIR COPY SHCREC), LU EN   00036000
000370* SEQUENTIEL : L ENTETE D UNE COMMANDE PRECEDE SES LIGNES         00037000
000380******************************************************************00038000
000390      SELECT SHCF ASSIGN TO SHIPCNF                               00039000
000400      ORGANIZATION IS INDEXED                                     00040000
000410      ACCESS MODE  IS SEQUENTIAL                                  00041000
000420      RECORD KEY   IS SHK-KEY                                     00042000
000430      FILE STATUS  IS WS-SHCF-STATUS.                             00043000
000440******************************************************************00044000
000450* KSDS LUS POUR LES COMMANDES DEJA FACTUREES OU ANNULEES          00045000
000460******************************************************************00046000
000470      SELECT HISF ASSIGN TO INVHIST                               00047000
000480      ORGANIZATION IS INDEXED                                     00048000
000490      ACCESS MODE  IS RANDOM                                      00049000
000500      RECORD KEY   IS HIST-KEY                                    00050000
000510      FILE STATUS  IS WS-HISF-STATUS.                             00051000
000520      SELECT HLDF ASSIGN TO ORDHOLD                               00052000
000530      ORGANIZATION IS INDEXED                                     00053000
000540      ACCESS MODE  IS RANDOM                                      00054000
000550      RECORD KEY   IS HLD-KEY                                     00055000
000560      FILE STATUS  IS WS-HLDF-STATUS.                             00056000
000561******************************************************************00056100
000562* KSDS DES RELIQUATS (VOIR COPY BOMREC) : UNE COMMANDE FACTUREE   00056200
000563* DONT DES LIGNES SONT LIBEREES (R) ATTEND LEUR CONFIRMATION      00056300
000564******************************************************************00056400
000565      SELECT BOMF ASSIGN TO BOMSTR                                00056500
000566      ORGANIZATION IS INDEXED                                     00056600
000567      ACCESS MODE  IS DYNAMIC                                     00056700
000568      RECORD KEY   IS BOM-KEY                                     00056800
000569      FILE STATUS  IS WS-BOMF-STATUS.                             00056900
000570******************************************************************00057000
000580* CONFIRMATIONS D EXPEDITION POUR L EXTRACT (O_NO, P_NO, QTE)     00058000
000590******************************************************************00059000
000600      SELECT SHPC ASSIGN TO SHIPCONF                              00060000
000610      ORGANIZATION IS SEQUENTIAL                                  00061000
000620      FILE STATUS IS WS-SHPC-STATUS.                              00062000
000630******************************************************************00063000
000640* ETAT DES COMMANDES PREPAREES NON CONFIRMEES                     00064000
000650******************************************************************00065000
000660      SELECT UNCR ASSIGN TO SHIPUNC                               00066000
000670      ORGANIZATION  IS SEQUENTIAL.                                00067000
000680                                                                  00068000
000690******************************************************************00069000
000700                                                                  00070000
000710 DATA DIVISION.                                                   00071000
000720 FILE SECTION.                                                    00072000
000730 FD SHCF.                                                         00073000
000740     COPY SHCREC.                                                 00074000
000750                                                                  00075000
000760 FD HISF.                                                         00076000
000770 01 HIST-RECORD.                                                  00077000
000780    05 HIST-KEY.                                                  00078000
000790       10 HK-O-NO PIC 9(6).                                       00079000
000800       10 HK-TYPE PIC X(1).                                       00080000
000810       10 HK-SEQ  PIC 9(3).                                       00081000
000820    05 HIST-DATA  PIC X(204).                                     00082000
000830                                                                  00083000
000840 FD HLDF.                                                         00084000
000850     COPY ORDHREC.                                                00085000
000860                                                                  00086000
000861 FD BOMF.                                                         00086100
000862     COPY BOMREC.                                                 00086200
000863                                                                  00086300
000870 FD SHPC.                                                         00087000
000880 01 ENR-SHIPCONF PIC X(20).                                       00088000
000890                                                                  00089000
000900 FD UNCR.                                                         00090000
000910 01 ENR-SHIPUNC PIC X(132).                                       00091000
000920                                                                  00092000
000930 WORKING-STORAGE SECTION.                                         00093000
000940******************************************************************00094000
000950* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00095000
000960******************************************************************00096000
000970 77 FLAG-SHCF   PIC 9 VALUE 0.                                    00097000
000980    88 FF-SHCF VALUE 1.                                           00098000
000990 77 WS-SHCF-STATUS  PIC X(2) VALUE SPACES.                        00099000
001000 77 WS-HISF-STATUS  PIC X(2) VALUE SPACES.                        00100000
001010 77 WS-HLDF-STATUS  PIC X(2) VALUE SPACES.                        00101000
001020 77 WS-SHPC-STATUS  PIC X(2) VALUE SPACES.                        00102000
001021 77 WS-BOMF-STATUS  PIC X(2) VALUE SPACES.                        00102100
001030 77 WS-SHCF-SW PIC X(1) VALUE 'N'.                                00103000
001040    88 SHIPCNF-OPEN VALUE 'Y'.                                    00104000
001050 77 WS-HISF-SW PIC X(1) VALUE 'N'.                                00105000
001060    88 INVHIST-OPEN VALUE 'Y'.                                    00106000
001070 77 WS-HLDF-SW PIC X(1) VALUE 'N'.                                00107000
001080    88 ORDHOLD-OPEN VALUE 'Y'.                                    00108000
001081 77 WS-BOMF-SW PIC X(1) VALUE 'N'.                                00108100
001082    88 BOMSTR-OPEN VALUE 'Y'.                                     00108200
001090                                                                  00109000
001100 77 WS-ANO PIC 99 VALUE ZERO.                                     00110000
001110                                                                  00111000
001120******************************************************************00112000
001130* CARTE SYSIN : DATE DU TRAITEMENT (AAAA-MM-JJ). UNE COMMANDE     00113000
001140* PREPAREE AVANT CETTE DATE ET NON CONFIRMEE EST EN RETARD        00114000
001150******************************************************************00115000
001160 77 WS-RUN-DATE PIC X(10) VALUE SPACES.                           00116000
001170 77 WS-RUN-INT  PIC S9(9) COMP VALUE ZERO.                        00117000
001180                                                                  00118000
001190******************************************************************00119000
001200* CONTROLE DES DATES AAAA-MM-JJ                                   00120000
001210******************************************************************00121000
001220 01 W-YMD.                                                        00122000
001230      05 W-YMD-Y PIC X(4).                                        00123000
001240      05 W-YMD-M PIC X(2).                                        00124000
001250      05 W-YMD-D PIC X(2).                                        00125000
001260 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00126000
001270 77 WS-DATE-X    PIC X(10) VALUE SPACES.                          00127000
001280 77 WS-DATE-INT  PIC S9(9) COMP VALUE ZERO.                       00128000
001290                                                                  00129000
001300******************************************************************00130000
001310* COMMANDE EN COURS : SES LIGNES PARTENT A LA FACTURATION SI ELLE 00131000
001320* EST CONFIRMEE, NI FACTUREE NI ANNULEE                           00132000
001330******************************************************************00133000
001340 77 WS-CUR-O-NO  PIC 9(6) VALUE ZERO.                             00134000
001350 77 WS-SEND-SW   PIC X(1) VALUE 'N'.                              00135000
001360    88 SEND-LINES VALUE 'Y'.                                      00136000
001370 77 WS-STATE-SW  PIC X(1) VALUE SPACE.                            00137000
001380    88 ORDER-OPEN      VALUE SPACE.                               00138000
001390    88 ORDER-INVOICED  VALUE 'I'.                                 00139000
001400    88 ORDER-CANCELLED VALUE 'X'.                                 00140000
001401    88 ORDER-RELEASED  VALUE 'R'.                                 00140100
001402 77 WS-REL-DATE  PIC X(10) VALUE SPACES.                          00140200
001410 77 WS-DAYS-OUT  PIC S9(5) VALUE ZERO.                            00141000
001420                                                                  00142000
001430******************************************************************00143000
001440* ENREGISTREMENT SHIPCONF ECRIT POUR L EXTRACT (VOIR PJPART3)     00144000
001450******************************************************************00145000
001460 01 L-SHIPC.                                                      00146000
001470      05 SHC-O-NO PIC 9(6).                                       00147000
001480      05 SHC-P-NO PIC X(3).                                       00148000
001490      05 SHC-QTY  PIC 99.                                         00149000
001500      05 FILLER   PIC X(9) VALUE SPACES.                          00150000
001510                                                                  00151000
001520******************************************************************00152000
001530* COMPTEURS DE CONTROLE                                           00153000
001540******************************************************************00154000
001550 77 WS-HDR-READ     PIC 9(7) VALUE ZERO.                          00155000
001560 77 WS-LINE-READ    PIC 9(7) VALUE ZERO.                          00156000
001570 77 WS-ORD-SENT     PIC 9(7) VALUE ZERO.                          00157000
001580 77 WS-LINE-SENT    PIC 9(7) VALUE ZERO.                          00158000
001590 77 WS-ORD-BILLED   PIC 9(7) VALUE ZERO.                          00159000
001600 77 WS-ORD-CANCEL   PIC 9(7) VALUE ZERO.                          00160000
001610 77 WS-ORD-PICKED   PIC 9(7) VALUE ZERO.                          00161000
001620 77 WS-ORD-LATE     PIC 9(7) VALUE ZERO.                          00162000
001621 77 WS-ORD-RELWAIT  PIC 9(7) VALUE ZERO.                          00162100
001630 77 WS-LINE-ORPHAN  PIC 9(7) VALUE ZERO.                          00163000
001640                                                                  00164000
001650******************************************************************00165000
001660* DECLARATION DES LIGNES DE L ETAT DES COMMANDES NON CONFIRMEES   00166000
001670******************************************************************00167000
001680 77 L-UNC-VIDE PIC X(132) VALUE SPACES.                           00168000
001690                                                                  00169000
001700 01 L-UNC-TITLE.                                                  00170000
001710      05 FILLER   PIC X(42) VALUE                                 00171000
001720         'ORDERS PICKED AND NOT CONFIRMED - RUN '.                00172000
001730      05 UNT-DATE PIC X(10).                                      00173000
001740      05 FILLER   PIC X(80) VALUE SPACES.                         00174000
001750                                                                  00175000
001760 01 L-UNC-HDR.                                                    00176000
001770      05 FILLER PIC X(8)  VALUE 'ORDER'.                          00177000
001780      05 FILLER PIC X(6)  VALUE 'CUST'.                           00178000
001790      05 FILLER PIC X(32) VALUE 'COMPANY'.                        00179000
001800      05 FILLER PIC X(12) VALUE 'ORDER DATE'.                     00180000
001810      05 FILLER PIC X(12) VALUE 'PICK DATE'.                      00181000
001820      05 FILLER PIC X(6)  VALUE ' DAYS'.                          00182000
001830      05 FILLER PIC X(56) VALUE SPACES.                           00183000
001840                                                                  00184000
001850 01 L-UNC-DET.                                                    00185000
001860      05 UND-O-NO     PIC 9(6).                                   00186000
001870      05 FILLER       PIC X(2) VALUE SPACES.                      00187000
001880      05 UND-C-NO     PIC 9(3).                                   00188000
001890      05 FILLER       PIC X(3) VALUE SPACES.                      00189000
001900      05 UND-COMPANY  PIC X(30).                                  00190000
001910      05 FILLER       PIC X(2) VALUE SPACES.                      00191000
001920      05 UND-O-DATE   PIC X(10).                                  00192000
001930      05 FILLER       PIC X(2) VALUE SPACES.                      00193000
001940      05 UND-PICK     PIC X(10).                                  00194000
001950      05 FILLER       PIC X(2) VALUE SPACES.                      00195000
001960      05 UND-DAYS     PIC ZZZZ9.                                  00196000
001970      05 FILLER       PIC X(57) VALUE SPACES.                     00197000
001980                                                                  00198000
001990 01 L-UNC-CNT.                                                    00199000
002000      05 UNC-CNT-LABEL PIC X(38).                                 00200000
002010      05 FILLER        PIC X(9) VALUE SPACES.                     00201000
002020      05 UNC-CNT-VALUE PIC Z(6)9.                                 00202000
002030      05 FILLER        PIC X(78) VALUE SPACES.                    00203000
002040                                                                  00204000
002050******************************************************************00205000
002060* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00206000
002070******************************************************************00207000
002080     COPY JLGREC.                                                 00208000
002090                                                                  00209000
002100 PROCEDURE DIVISION.                                              00210000
002110                                                                  00211000
002111     INITIALIZE L-JOBLOG                                          00211100
002120     MOVE 'PJPT3SHP' TO JLG-PROGRAM                               00212000
002130     MOVE 'S' TO JLG-TYPE                                         00213000
002140     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00214000
002150                                                                  00215000
002160     PERFORM 100-INITIALIZE                                       00216000
002170                                                                  00217000
002180     IF SHIPCNF-OPEN                                              00218000
002190         PERFORM 200-READ-SHCF                                    00219000
002200         PERFORM 300-PROCESS-REC UNTIL FF-SHCF                    00220000
002210         CLOSE SHCF                                               00221000
002220     END-IF                                                       00222000
002230                                                                  00223000
002240     PERFORM 900-WRITE-TOTALS                                     00224000
002250                                                                  00225000
002260     IF INVHIST-OPEN                                              00226000
002270         CLOSE HISF                                               00227000
002280     END-IF                                                       00228000
002290     IF ORDHOLD-OPEN                                              00229000
002300         CLOSE HLDF                                               00230000
002310     END-IF                                                       00231000
002311     IF BOMSTR-OPEN                                               00231100
002312         CLOSE BOMF                                               00231200
002313     END-IF                                                       00231300
002320     CLOSE SHPC                                                   00232000
002330     CLOSE UNCR                                                   00233000
002340                                                                  00234000
002350     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00235000
002360     MOVE WS-HDR-READ TO JLG-IN-CNT                               00236000
002370     MOVE WS-LINE-SENT TO JLG-OUT-CNT                             00237000
002380     MOVE RETURN-CODE TO JLG-RC                                   00238000
002390     MOVE 'E' TO JLG-TYPE                                         00239000
002400     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00240000
002410                                                                  00241000
002420     GOBACK.                                                      00242000
002430                                                                  00243000
002440******************************************************************00244000
002450* PARAGRAPHE D INITIALISATION : CARTE SYSIN, ETAT ET OUVERTURE    00245000
002460* DES FICHIERS. SHIPCNF ABSENT = SHIPCONF VIDE (PJPART3 FACTURE   00246000
002470* ALORS LES QUANTITES COMMANDEES) ; INVHIST, ORDHOLD ET BOMSTR    00247000
002471* FACULTATIFS                                                     00247100
002480******************************************************************00248000
002490 100-INITIALIZE.                                                  00249000
002500     ACCEPT WS-RUN-DATE FROM SYSIN                                00250000
002510     MOVE WS-RUN-DATE TO WS-DATE-X                                00251000
002520     PERFORM 810-CHECK-DATE                                       00252000
002530     IF WS-DATE-INT = ZERO                                        00253000
002540         DISPLAY 'SYSIN RUN DATE INVALID : ' WS-RUN-DATE          00254000
002550         PERFORM ABEND-PROG                                       00255000
002560     END-IF                                                       00256000
002570     MOVE WS-DATE-INT TO WS-RUN-INT                               00257000
002580                                                                  00258000
002590     OPEN OUTPUT SHPC                                             00259000
002600     IF WS-SHPC-STATUS NOT = '00'                                 00260000
002610         DISPLAY 'SHIPCONF OPEN ERROR : ' WS-SHPC-STATUS          00261000
002620         PERFORM ABEND-PROG                                       00262000
002630     END-IF                                                       00263000
002640     OPEN OUTPUT UNCR                                             00264000
002650     MOVE WS-RUN-DATE TO UNT-DATE                                 00265000
002660     WRITE ENR-SHIPUNC FROM L-UNC-TITLE                           00266000
002670     WRITE ENR-SHIPUNC FROM L-UNC-VIDE                            00267000
002680     WRITE ENR-SHIPUNC FROM L-UNC-HDR                             00268000
002690                                                                  00269000
002700     OPEN INPUT SHCF                                              00270000
002710     IF WS-SHCF-STATUS = '00'                                     00271000
002720         MOVE 'Y' TO WS-SHCF-SW                                   00272000
002730     ELSE                                                         00273000
002740         DISPLAY 'NO SHIPCNF FILE : ' WS-SHCF-STATUS              00274000
002750     END-IF                                                       00275000
002760     OPEN INPUT HISF                                              00276000
002770     IF WS-HISF-STATUS = '00'                                     00277000
002780         MOVE 'Y' TO WS-HISF-SW                                   00278000
002790     ELSE                                                         00279000
002800         DISPLAY 'NO INVHIST FILE : ' WS-HISF-STATUS              00280000
002810     END-IF                                                       00281000
002820     OPEN INPUT HLDF                                              00282000
002830     IF WS-HLDF-STATUS = '00'                                     00283000
002840         MOVE 'Y' TO WS-HLDF-SW                                   00284000
002850     ELSE                                                         00285000
002860         DISPLAY 'NO ORDHOLD FILE : ' WS-HLDF-STATUS              00286000
002870     END-IF                                                       00287000
002871     OPEN INPUT BOMF                                              00287100
002872     IF WS-BOMF-STATUS = '00'                                     00287200
002873         MOVE 'Y' TO WS-BOMF-SW                                   00287300
002874     ELSE                                                         00287400
002875         DISPLAY 'NO BOMSTR FILE : ' WS-BOMF-STATUS               00287500
002876     END-IF                                                       00287600
002880     EXIT.                                                        00288000
002890                                                                  00289000
002900 200-READ-SHCF.                                                   00290000
002910     READ SHCF NEXT RECORD                                        00291000
002920         AT END                                                   00292000
002930              SET FF-SHCF TO TRUE                                 00293000
002940     END-READ                                                     00294000
002950     IF WS-SHCF-STATUS NOT = '00' AND WS-SHCF-STATUS NOT = '10'   00295000
002960         DISPLAY 'SHIPCNF READ ERROR : ' WS-SHCF-STATUS           00296000
002970         SET FF-SHCF TO TRUE                                      00297000
002980     END-IF                                                       00298000
002990     EXIT.                                                        00299000
003000                                                                  00300000
003010******************************************************************00301000
003020* UN ENREGISTREMENT : ENTETE (PRODUIT A BLANC) OU LIGNE DE LA     00302000
003030* COMMANDE EN COURS. UNE LIGNE SANS SON ENTETE EST IGNOREE        00303000
003040******************************************************************00304000
003050 300-PROCESS-REC.                                                 00305000
003060     IF SHK-P-NO = SPACES                                         00306000
003070         PERFORM 310-ORDER-HEADER                                 00307000
003080     ELSE                                                         00308000
003090         ADD 1 TO WS-LINE-READ                                    00309000
003100         IF SHK-O-NO NOT = WS-CUR-O-NO                            00310000
003110             ADD 1 TO WS-LINE-ORPHAN                              00311000
003120         ELSE                                                     00312000
003130             IF SEND-LINES                                        00313000
003140                 PERFORM 330-WRITE-SHIPCONF                       00314000
003150             END-IF                                               00315000
003160         END-IF                                                   00316000
003170     END-IF                                                       00317000
003180     PERFORM 200-READ-SHCF                                        00318000
003190     EXIT.                                                        00319000
003200                                                                  00320000
003210******************************************************************00321000
003220* ENTETE D UNE COMMANDE : DEJA FACTUREE OU ANNULEE = IGNOREE ;    00322000
003230* CONFIRMEE = SES LIGNES PARTENT ; PREPAREE AVANT LA DATE DU      00323000
003240* TRAITEMENT ET NON CONFIRMEE = LISTEE EN RETARD. UNE COMMANDE    00324000
003241* FACTUREE AVEC DES RELIQUATS LIBERES PART SI ELLE A ETE          00324100
003242* CONFIRMEE APRES LA LIBERATION, SINON ELLE EST COMPTEE EN ATTENTE00324200
003250******************************************************************00325000
003260 310-ORDER-HEADER.                                                00326000
003270     ADD 1 TO WS-HDR-READ                                         00327000
003280     MOVE SHK-O-NO TO WS-CUR-O-NO                                 00328000
003290     MOVE 'N' TO WS-SEND-SW                                       00329000
003300     PERFORM 320-CHECK-ORDER-STATE                                00330000
003310     EVALUATE TRUE                                                00331000
003320         WHEN ORDER-INVOICED                                      00332000
003330             ADD 1 TO WS-ORD-BILLED                               00333000
003340         WHEN ORDER-CANCELLED                                     00334000
003350             ADD 1 TO WS-ORD-CANCEL                               00335000
003351         WHEN ORDER-RELEASED AND SHK-CONFIRMED                    00335100
003352              AND SHK-CONF-DATE > WS-REL-DATE                     00335200
003353             MOVE 'Y' TO WS-SEND-SW                               00335300
003354             ADD 1 TO WS-ORD-SENT                                 00335400
003355         WHEN ORDER-RELEASED                                      00335500
003356             ADD 1 TO WS-ORD-RELWAIT                              00335600
003360         WHEN SHK-CONFIRMED                                       00336000
003370             MOVE 'Y' TO WS-SEND-SW                               00337000
003380             ADD 1 TO WS-ORD-SENT                                 00338000
003390         WHEN SHK-PICKED                                          00339000
003400             ADD 1 TO WS-ORD-PICKED                               00340000
003410             IF SHK-PICK-DATE < WS-RUN-DATE                       00341000
003420                 PERFORM 400-REPORT-LATE                          00342000
003430             END-IF                                               00343000
003440     END-EVALUATE                                                 00344000
003450     EXIT.                                                        00345000
003460                                                                  00346000
003470 320-CHECK-ORDER-STATE.                                           00347000
003480     MOVE SPACE TO WS-STATE-SW                                    00348000
003490     IF INVHIST-OPEN                                              00349000
003500         MOVE SHK-O-NO TO HK-O-NO                                 00350000
003510         MOVE 'H'  TO HK-TYPE                                     00351000
003520         MOVE ZERO TO HK-SEQ                                      00352000
003530         READ HISF KEY IS HIST-KEY                                00353000
003540         IF WS-HISF-STATUS = '00'                                 00354000
003550             MOVE 'I' TO WS-STATE-SW                              00355000
003560         END-IF                                                   00356000
003570     END-IF                                                       00357000
003571     IF ORDER-INVOICED AND BOMSTR-OPEN                            00357100
003572         PERFORM 325-CHECK-RELEASED                               00357200
003573     END-IF                                                       00357300
003580     IF ORDER-OPEN AND ORDHOLD-OPEN                               00358000
003590         MOVE SHK-O-NO TO HLD-O-NO                                00359000
003600         READ HLDF KEY IS HLD-KEY                                 00360000
003610         IF WS-HLDF-STATUS = '00' AND HLD-STATUS = 'X'            00361000
003620             MOVE 'X' TO WS-STATE-SW                              00362000
003630         END-IF                                                   00363000
003640     END-IF                                                       00364000
003641     EXIT.                                                        00364100
003641                                                                  00364101
003641******************************************************************00364102
003641* RELIQUATS DE LA COMMANDE DANS BOMSTR : DATE DE LA DERNIERE      00364103
003642* LIBERATION ENCORE A FACTURER (STATUT R), A BLANC SI AUCUNE      00364200
003642******************************************************************00364201
003642 325-CHECK-RELEASED.                                              00364202
003642     MOVE SPACES TO WS-REL-DATE                                   00364203
003643     MOVE SHK-O-NO   TO BOM-O-NO                                  00364300
003643     MOVE LOW-VALUES TO BOM-P-NO                                  00364301
003643     MOVE LOW-VALUES TO BOM-BO-DATE                               00364302
003643     START BOMF KEY IS NOT LESS THAN BOM-KEY                      00364303
003644     IF WS-BOMF-STATUS = '00'                                     00364400
003644         PERFORM 327-READ-NEXT-BOMF                               00364401
003644         PERFORM 326-SCAN-BOMF                                    00364402
003644            UNTIL WS-BOMF-STATUS NOT = '00'                       00364403
003645               OR BOM-O-NO NOT = SHK-O-NO                         00364500
003645     END-IF                                                       00364501
003645     IF WS-REL-DATE NOT = SPACES                                  00364502
003645         MOVE 'R' TO WS-STATE-SW                                  00364503
003646     END-IF                                                       00364600
003646     EXIT.                                                        00364601
003646                                                                  00364602
003646 326-SCAN-BOMF.                                                   00364603
003647     IF BOM-RELEASED AND BOM-REL-DATE > WS-REL-DATE               00364700
003647         MOVE BOM-REL-DATE TO WS-REL-DATE                         00364701
003647     END-IF                                                       00364702
003647     PERFORM 327-READ-NEXT-BOMF                                   00364703
003648     EXIT.                                                        00364800
003648                                                                  00364801
003648 327-READ-NEXT-BOMF.                                              00364802
003648     READ BOMF NEXT RECORD                                        00364803
003650     EXIT.                                                        00365000
003660                                                                  00366000
003670 330-WRITE-SHIPCONF.                                              00367000
003680     MOVE SHK-O-NO     TO SHC-O-NO                                00368000
003690     MOVE SHK-P-NO     TO SHC-P-NO                                00369000
003700     MOVE SHK-QTY-SHIP TO SHC-QTY                                 00370000
003710     WRITE ENR-SHIPCONF FROM L-SHIPC                              00371000
003720     ADD 1 TO WS-LINE-SENT                                        00372000
003730     EXIT.                                                        00373000
003740                                                                  00374000
003750******************************************************************00375000
003760* ETAT : UNE COMMANDE PREPAREE NON CONFIRMEE ET SES JOURS DE      00376000
003770* RETARD DEPUIS LA PREPARATION                                    00377000
003780******************************************************************00378000
003790 400-REPORT-LATE.                                                 00379000
003800     ADD 1 TO WS-ORD-LATE                                         00380000
003810     MOVE SHK-PICK-DATE TO WS-DATE-X                              00381000
003820     PERFORM 810-CHECK-DATE                                       00382000
003830     MOVE ZERO TO WS-DAYS-OUT                                     00383000
003840     IF WS-DATE-INT > ZERO                                        00384000
003850         COMPUTE WS-DAYS-OUT = WS-RUN-INT - WS-DATE-INT           00385000
003860     END-IF                                                       00386000
003870     MOVE SHK-O-NO      TO UND-O-NO                               00387000
003880     MOVE SHK-C-NO      TO UND-C-NO                               00388000
003890     MOVE SHK-COMPANY   TO UND-COMPANY                            00389000
003900     MOVE SHK-O-DATE    TO UND-O-DATE                             00390000
003910     MOVE SHK-PICK-DATE TO UND-PICK                               00391000
003920     MOVE WS-DAYS-OUT   TO UND-DAYS                               00392000
003930     WRITE ENR-SHIPUNC FROM L-UNC-DET                             00393000
003940     EXIT.                                                        00394000
003950                                                                  00395000
003960******************************************************************00396000
003970* CONTROLE D UNE DATE AAAA-MM-JJ (ZERO SI ELLE EST ILLISIBLE)     00397000
003980******************************************************************00398000
003990 810-CHECK-DATE.                                                  00399000
004000     MOVE ZERO TO WS-DATE-INT                                     00400000
004010     MOVE WS-DATE-X(1:4) TO W-YMD-Y                               00401000
004020     MOVE WS-DATE-X(6:2) TO W-YMD-M                               00402000
004030     MOVE WS-DATE-X(9:2) TO W-YMD-D                               00403000
004040     IF W-YMD-NUM NUMERIC                                         00404000
004050        AND W-YMD-M >= '01' AND W-YMD-M <= '12'                   00405000
004060        AND W-YMD-D >= '01' AND W-YMD-D <= '31'                   00406000
004070        AND W-YMD-Y >= '1601'                                     00407000
004080        AND WS-DATE-X(5:1) = '-' AND WS-DATE-X(8:1) = '-'         00408000
004090         COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)00409000
004100     END-IF                                                       00410000
004110     EXIT.                                                        00411000
004120                                                                  00412000
004130 900-WRITE-TOTALS.                                                00413000
004140     WRITE ENR-SHIPUNC FROM L-UNC-VIDE                            00414000
004150     MOVE 'ORDERS ON SHIPCNF'             TO UNC-CNT-LABEL        00415000
004160     MOVE WS-HDR-READ                     TO UNC-CNT-VALUE        00416000
004170     WRITE ENR-SHIPUNC FROM L-UNC-CNT                             00417000
004180     MOVE 'CONFIRMED ORDERS SENT TO BILLING' TO UNC-CNT-LABEL     00418000
004190     MOVE WS-ORD-SENT                     TO UNC-CNT-VALUE        00419000
004200     WRITE ENR-SHIPUNC FROM L-UNC-CNT                             00420000
004210     MOVE 'SHIPCONF LINES WRITTEN'        TO UNC-CNT-LABEL        00421000
004220     MOVE WS-LINE-SENT                    TO UNC-CNT-VALUE        00422000
004230     WRITE ENR-SHIPUNC FROM L-UNC-CNT                             00423000
004240     MOVE 'ORDERS PICKED, NOT CONFIRMED'  TO UNC-CNT-LABEL        00424000
004250     MOVE WS-ORD-PICKED                   TO UNC-CNT-VALUE        00425000
004260     WRITE ENR-SHIPUNC FROM L-UNC-CNT                             00426000
004270     MOVE '  OF WHICH PICKED BEFORE RUN DATE' TO UNC-CNT-LABEL    00427000
004280     MOVE WS-ORD-LATE                     TO UNC-CNT-VALUE        00428000
004290     WRITE ENR-SHIPUNC FROM L-UNC-CNT                             00429000
004291     MOVE 'RELEASES AWAITING CONFIRMATION' TO UNC-CNT-LABEL       00429100
004292     MOVE WS-ORD-RELWAIT                  TO UNC-CNT-VALUE        00429200
004293     WRITE ENR-SHIPUNC FROM L-UNC-CNT                             00429300
004300     MOVE 'ORDERS ALREADY INVOICED'       TO UNC-CNT-LABEL        00430000
004310     MOVE WS-ORD-BILLED                   TO UNC-CNT-VALUE        00431000
004320     WRITE ENR-SHIPUNC FROM L-UNC-CNT                             00432000
004330     MOVE 'ORDERS CANCELLED'              TO UNC-CNT-LABEL        00433000
004340     MOVE WS-ORD-CANCEL                   TO UNC-CNT-VALUE        00434000
004350     WRITE ENR-SHIPUNC FROM L-UNC-CNT                             00435000
004360     MOVE 'LINES WITHOUT ORDER HEADER'    TO UNC-CNT-LABEL        00436000
004370     MOVE WS-LINE-ORPHAN                  TO UNC-CNT-VALUE        00437000
004380     WRITE ENR-SHIPUNC FROM L-UNC-CNT                             00438000
004390     DISPLAY 'SHIPCNF ORDERS        : ' WS-HDR-READ               00439000
004400     DISPLAY 'CONFIRMED ORDERS SENT : ' WS-ORD-SENT               00440000
004410     DISPLAY 'SHIPCONF LINES        : ' WS-LINE-SENT              00441000
004420     DISPLAY 'PICKED NOT CONFIRMED  : ' WS-ORD-PICKED             00442000
004430     DISPLAY 'OUTSTANDING (LISTED)  : ' WS-ORD-LATE               00443000
004431     DISPLAY 'RELEASES NOT CONFIRMED: ' WS-ORD-RELWAIT            00443100
004440     EXIT.                                                        00444000
004450                                                                  00445000
004460******************************************************************00446000
004470* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00447000
004480* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00448000
004490******************************************************************00449000
004500 ABEND-PROG.                                                      00450000
004510     DISPLAY 'ABEND-PROG !'                                       00451000
004520     COMPUTE WS-ANO = 1 / WS-ANO.                                 00452000
