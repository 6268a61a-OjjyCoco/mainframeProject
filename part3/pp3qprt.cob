000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3QPR.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - FORMAL QUOTATION PRINT : ONE  00020000
000210*                  QUOTATION PER QUOTE NUMBER DEMANDE EN SYSIN,   00021000
000220*                  LU DANS LE KSDS QUOTE ECRIT PAR PJQUOTE, DANS  00022000
000230*                  LES CADRES FACBOX DE LA FACTURE (ENTETE ET     00023000
000240*                  REMIT-TO DU PROFIL D AGENCE, CADRE CLIENT,     00024000
000250*                  CADRE PRODUITS, TOTAUX) AVEC LA DATE DE FIN DE 00025000
000260*                  VALIDITE ET LA REMISE CONTRAT DU DEVIS         00026000
000261* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00026100
000262*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00026200
000263*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00026300
000264* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00026400
000265*                  NO UNSET FIELD REACHES JOBLOG                  00026500
000270******************************************************************00027000
000280                                                                  00028000
000290 ENVIRONMENT DIVISION.                                            00029000
000300 INPUT-OUTPUT SECTION.                                            00030000
000310 FILE-CONTROL.                                                    00031000
000320******************************************************************00032000
000330* KSDS DES DEVIS (ECRIT PAR PJQUOTE, VOIR COPY QTEREC)            00033000
000340******************************************************************00034000
000350      SELECT QTEF ASSIGN TO QUOTE                                 00035000
000360      ORGANIZATION IS INDEXED                                     00036000
000370      ACCESS MODE  IS DYNAMIC                                     00037000
000380      RECORD KEY   IS QTE-KEY                                     00038000
000390      FILE STATUS  IS WS-QTEF-STATUS.                             00039000
000400******************************************************************00040000
000410* FICHIER D IMPRESSION DES DEVIS                                  00041000
000420******************************************************************00042000
000430      SELECT PRT ASSIGN TO QUOTPRT                                00043000
000440      ORGANIZATION  IS SEQUENTIAL.                                00044000
000450******************************************************************00045000
000460* FICHIER DES PROFILS D AGENCE (ENTETE ET REMIT-TO)               00046000
000470******************************************************************00047000
000480      SELECT BRN ASSIGN TO BRNPROF                                00048000
000490      ORGANIZATION IS SEQUENTIAL                                  00049000
000500      FILE STATUS IS WS-BRN-STATUS.                               00050000
000510                                                                  00051000
000520******************************************************************00052000
000530                                                                  00053000
000540 DATA DIVISION.                                                   00054000
000550 FILE SECTION.                                                    00055000
000560 FD QTEF.                                                         00056000
000570     COPY QTEREC.                                                 00057000
000580                                                                  00058000
000590 FD PRT.                                                          00059000
000600 01 ENR-QUOTPRT PIC X(101).                                       00060000
000610                                                                  00061000
000620 FD BRN.                                                          00062000
000630 01 ENR-BRNPROF PIC X(220).                                       00063000
000640                                                                  00064000
000650 WORKING-STORAGE SECTION.                                         00065000
000660******************************************************************00066000
000670*                  DECLARATION SQL                                00067000
000680******************************************************************00068000
000690     EXEC SQL                                                     00069000
000700        INCLUDE SQLCA                                             00070000
000710     END-EXEC.                                                    00071000
000720                                                                  00072000
000730     EXEC SQL                                                     00073000
000740        INCLUDE CUSTS                                             00074000
000750     END-EXEC.                                                    00075000
000760                                                                  00076000
000770     EXEC SQL                                                     00077000
000780        INCLUDE EMPLO                                             00078000
000790     END-EXEC.                                                    00079000
000800                                                                  00080000
000810******************************************************************00081000
000820* CARTES SYSIN : CODE AGENCE, PUIS UN NUMERO DE DEVIS PAR CARTE,  00082000
000830* TERMINEES PAR UNE CARTE END                                     00083000
000840******************************************************************00084000
000850 01 WS-CARD PIC X(80) VALUE SPACES.                               00085000
000860 77 WS-RUN-BRANCH PIC X(3) VALUE SPACES.                          00086000
000870 77 WS-QTEF-STATUS PIC X(2) VALUE SPACES.                         00087000
000880 77 WS-LINE-SW PIC X(1) VALUE 'N'.                                00088000
000890    88 LINES-DONE VALUE 'Y'.                                      00089000
000900                                                                  00090000
000910******************************************************************00091000
000920* PROFIL DE L AGENCE EMETTRICE, CHOISIE PAR LA CARTE SYSIN        00092000
000930* BRANCH : ENTETE DU DEVIS, BLOC REMIT-TO, VILLE DE LA LIGNE DE   00093000
000940* DATE                                                            00094000
000950******************************************************************00095000
000960 77 WS-BRN-STATUS PIC X(2) VALUE SPACES.                          00096000
000970 77 FLAG-BRN PIC 9 VALUE 0.                                       00097000
000980    88 FF-BRN VALUE 1.                                            00098000
000990 77 WS-BRN-FOUND-SW PIC X(1) VALUE 'N'.                           00099000
001000    88 BRANCH-FOUND VALUE 'Y'.                                    00100000
001010                                                                  00101000
001020 01 L-BRN.                                                        00102000
001030      05 BRN-CODE    PIC X(3).                                    00103000
001040      05 BRN-NAME    PIC X(30).                                   00104000
001050      05 BRN-ADDR    PIC X(30).                                   00105000
001060      05 BRN-CSZ     PIC X(30).                                   00106000
001070      05 BRN-REMIT1  PIC X(30).                                   00107000
001080      05 BRN-REMIT2  PIC X(30).                                   00108000
001090      05 BRN-REMIT3  PIC X(30).                                   00109000
001100      05 BRN-PHONE   PIC X(12).                                   00110000
001110      05 BRN-CITY    PIC X(20).                                   00111000
001120      05 FILLER      PIC X(5).                                    00112000
001130                                                                  00113000
001140 01 WS-BRANCH-PROF.                                               00114000
001150      05 WS-BRN-NAME   PIC X(30).                                 00115000
001160      05 WS-BRN-ADDR   PIC X(30).                                 00116000
001170      05 WS-BRN-CSZ    PIC X(30).                                 00117000
001180      05 WS-BRN-REMIT1 PIC X(30).                                 00118000
001190      05 WS-BRN-REMIT2 PIC X(30).                                 00119000
001200      05 WS-BRN-REMIT3 PIC X(30).                                 00120000
001210      05 WS-BRN-PHONE  PIC X(12).                                 00121000
001220      05 WS-BRN-CITY   PIC X(20).                                 00122000
001230                                                                  00123000
001240******************************************************************00124000
001250* COMPTEURS DE CONTROLE                                           00125000
001260******************************************************************00126000
001270 77 WS-REQ-READ PIC 9(5) VALUE ZERO.                              00127000
001280 77 WS-DOCS-PRINTED PIC 9(5) VALUE ZERO.                          00128000
001290 77 WS-NOT-FOUND-CNT PIC 9(5) VALUE ZERO.                         00129000
001300                                                                  00130000
001310******************************************************************00131000
001320* LIGNES D IMPRESSION PARTAGEES (VOIR COPY FACBOX) ET LIGNES      00132000
001330* PROPRES AU DEVIS                                                00133000
001340******************************************************************00134000
001350     COPY FACBOX.                                                 00135000
001360                                                                  00136000
001370 77 L-QPR-VIDE PIC X(101) VALUE SPACES.                           00137000
001380                                                                  00138000
001390 01 L-QPR-TITLE.                                                  00139000
001400      05 FILLER PIC X(2) VALUE SPACES.                            00140000
001410      05 FILLER PIC X(36) VALUE                                   00141000
001420         '*********   QUOTATION   *********'.                     00142000
001430                                                                  00143000
001440 01 L-QPR-CLOSED.                                                 00144000
001450      05 FILLER PIC X(2) VALUE SPACES.                            00145000
001460      05 FILLER PIC X(25) VALUE 'COPY ONLY - QUOTE CLOSED '.      00146000
001470      05 ED-QPR-STATUS PIC X(30).                                 00147000
001480                                                                  00148000
001490 01 L-QPR-NUM.                                                    00149000
001500      05 FILLER PIC X(2) VALUE ALL SPACES.                        00150000
001510      05 FILLER PIC X(13) VALUE 'QUOTE NO   : '.                  00151000
001520      05 ED-QPR-NO PIC 9(6).                                      00152000
001530                                                                  00153000
001540 01 L-QPR-DATE.                                                   00154000
001550      05 FILLER PIC X(2) VALUE ALL SPACES.                        00155000
001560      05 FILLER PIC X(13) VALUE 'QUOTE DATE : '.                  00156000
001570      05 ED-QPR-DATE PIC X(10).                                   00157000
001580                                                                  00158000
001590 01 L-QPR-VALID.                                                  00159000
001600      05 FILLER PIC X(2) VALUE ALL SPACES.                        00160000
001610      05 FILLER PIC X(13) VALUE 'VALID UNTIL: '.                  00161000
001620      05 ED-QPR-EXP PIC X(10).                                    00162000
001630                                                                  00163000
001640 01 L-QPR-COND.                                                   00164000
001650      05 FILLER PIC X(2) VALUE ALL SPACES.                        00165000
001660      05 FILLER PIC X(49) VALUE                                   00166000
001670         'PRICES FIRM UNTIL THE DATE ABOVE. TAX AND FREIGHT'.     00167000
001680      05 FILLER PIC X(34) VALUE                                   00168000
001690         ' ARE ADDED ON THE INVOICE.'.                            00169000
001700                                                                  00170000
001710 01 L-QPR-CONTRACT.                                               00171000
001720      05 FILLER PIC X(2) VALUE ALL SPACES.                        00172000
001730      05 FILLER PIC X(11) VALUE 'CONTRACT : '.                    00173000
001740      05 ED-QPR-P-NO PIC X(3).                                    00174000
001750      05 FILLER PIC X(1) VALUE SPACE.                             00175000
001760      05 ED-QPR-CON PIC X(40).                                    00176000
001770                                                                  00177000
001780******************************************************************00178000
001790* ZONES DE TRAVAIL DU DEVIS EN COURS                              00179000
001800******************************************************************00180000
001810 77 WS-Q-NO     PIC 9(6) VALUE ZERO.                              00181000
001820 77 WS-SUMP     PIC 9(7)V99 VALUE ZERO.                           00182000
001830 77 WS-CUMUL    PIC 9(7)V99 VALUE ZERO.                           00183000
001840 77 WS-NET      PIC 9(7)V99 VALUE ZERO.                           00184000
001850 77 WS-DATE     PIC X(40).                                        00185000
001860 77 WS-CONTACT  PIC X(55) VALUE SPACES.                           00186000
001870 77 ED-PCT      PIC Z9.99.                                        00187000
001880 77 ED-CON-PRICE PIC $$$B$$9.99.                                  00188000
001890                                                                  00189000
001900******************************************************************00190000
001910* DECLARATION DE VARIABLE UTILITAIRE COMME AFFICHER LE CODE SQL   00191000
001920* DE RETOUR OU EN CAS D ANOMALIE ARRETER LE PROGRAMME             00192000
001930******************************************************************00193000
001940 77 ED-SQLCODE PIC +Z(8)9.                                        00194000
001950                                                                  00195000
001960 77 WS-ANO PIC 99 VALUE 0.                                        00196000
001970                                                                  00197000
001971******************************************************************00197100
001972* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00197200
001973******************************************************************00197300
001974     COPY JLGREC.                                                 00197400
001975                                                                  00197500
001980 PROCEDURE DIVISION.                                              00198000
001981                                                                  00198100
001981     INITIALIZE L-JOBLOG                                          00198101
001982     MOVE 'PJPT3QPR' TO JLG-PROGRAM                               00198200
001983     MOVE 'S' TO JLG-TYPE                                         00198300
001984     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00198400
001990                                                                  00199000
002000     PERFORM 100-INITIALIZE                                       00200000
002010     PERFORM 200-PRINT-REQUEST UNTIL WS-CARD(1:3) = 'END'         00201000
002020     PERFORM 900-WRITE-TOTALS                                     00202000
002030     CLOSE QTEF                                                   00203000
002040     CLOSE PRT                                                    00204000
002041                                                                  00204100
002042     MOVE SPACES TO JLG-RUN-KEY                                   00204200
002043     MOVE WS-REQ-READ TO JLG-IN-CNT                               00204300
002044     MOVE WS-DOCS-PRINTED TO JLG-OUT-CNT                          00204400
002045     MOVE RETURN-CODE TO JLG-RC                                   00204500
002046     MOVE 'E' TO JLG-TYPE                                         00204600
002047     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00204700
002048                                                                  00204800
002050     GOBACK.                                                      00205000
002060                                                                  00206000
002070******************************************************************00207000
002080* PARAGRAPHE D INITIALISATION : CARTE AGENCE, PROFIL, OUVERTURES, 00208000
002090* PREMIERE CARTE DEVIS                                            00209000
002100******************************************************************00210000
002110 100-INITIALIZE.                                                  00211000
002120     ACCEPT WS-RUN-BRANCH FROM SYSIN                              00212000
002130     PERFORM 130-LOAD-PROFILE                                     00213000
002140     OPEN INPUT QTEF                                              00214000
002150     IF WS-QTEF-STATUS NOT = '00'                                 00215000
002160         DISPLAY 'NO QUOTE FILE : ' WS-QTEF-STATUS                00216000
002170         PERFORM 900-ABEND-PROG                                   00217000
002180     END-IF                                                       00218000
002190     OPEN OUTPUT PRT                                              00219000
002200     ACCEPT WS-CARD FROM SYSIN                                    00220000
002210     EXIT.                                                        00221000
002220                                                                  00222000
002230******************************************************************00223000
002240* PARAGRAPHES DE CHARGEMENT DU PROFIL DE L AGENCE DEMANDEE        00224000
002250******************************************************************00225000
002260 130-LOAD-PROFILE.                                                00226000
002270     OPEN INPUT BRN                                               00227000
002280     IF WS-BRN-STATUS NOT = '00'                                  00228000
002290         DISPLAY 'NO BRANCH PROFILE FILE : ' WS-BRN-STATUS        00229000
002300         PERFORM 900-ABEND-PROG                                   00230000
002310     END-IF                                                       00231000
002320     PERFORM 132-READ-BRN                                         00232000
002330     PERFORM 134-MATCH-BRANCH UNTIL FF-BRN OR BRANCH-FOUND        00233000
002340     CLOSE BRN                                                    00234000
002350     IF NOT BRANCH-FOUND                                          00235000
002360         DISPLAY 'BRANCH NOT IN PROFILE : ' WS-RUN-BRANCH         00236000
002370         PERFORM 900-ABEND-PROG                                   00237000
002380     END-IF                                                       00238000
002390     EXIT.                                                        00239000
002400                                                                  00240000
002410 132-READ-BRN.                                                    00241000
002420     READ BRN INTO L-BRN                                          00242000
002430         AT END                                                   00243000
002440              SET FF-BRN TO TRUE                                  00244000
002450     END-READ                                                     00245000
002460     IF WS-BRN-STATUS NOT = '00' AND WS-BRN-STATUS NOT = '10'     00246000
002470         SET FF-BRN TO TRUE                                       00247000
002480     END-IF                                                       00248000
002490     EXIT.                                                        00249000
002500                                                                  00250000
002510 134-MATCH-BRANCH.                                                00251000
002520     IF BRN-CODE = WS-RUN-BRANCH                                  00252000
002530         MOVE 'Y' TO WS-BRN-FOUND-SW                              00253000
002540         MOVE BRN-NAME   TO WS-BRN-NAME                           00254000
002550         MOVE BRN-ADDR   TO WS-BRN-ADDR                           00255000
002560         MOVE BRN-CSZ    TO WS-BRN-CSZ                            00256000
002570         MOVE BRN-REMIT1 TO WS-BRN-REMIT1                         00257000
002580         MOVE BRN-REMIT2 TO WS-BRN-REMIT2                         00258000
002590         MOVE BRN-REMIT3 TO WS-BRN-REMIT3                         00259000
002600         MOVE BRN-PHONE  TO WS-BRN-PHONE                          00260000
002610         MOVE BRN-CITY   TO WS-BRN-CITY                           00261000
002620     ELSE                                                         00262000
002630         PERFORM 132-READ-BRN                                     00263000
002640     END-IF                                                       00264000
002650     EXIT.                                                        00265000
002660                                                                  00266000
002670******************************************************************00267000
002680* PARAGRAPHE DE TRAITEMENT D UNE CARTE DEVIS : ENTETE DU DEVIS LU 00268000
002690* PAR SA CLE, PUIS SES LIGNES EN LECTURE SEQUENTIELLE A LA SUITE  00269000
002700******************************************************************00270000
002710 200-PRINT-REQUEST.                                               00271000
002720     ADD 1 TO WS-REQ-READ                                         00272000
002730     IF WS-CARD(1:6) NUMERIC                                      00273000
002740         MOVE WS-CARD(1:6) TO WS-Q-NO                             00274000
002750         INITIALIZE QUOTE-RECORD                                  00275000
002760         MOVE 'Q'     TO QTE-TYPE                                 00276000
002770         MOVE WS-Q-NO TO QTE-NO                                   00277000
002780         MOVE ZERO    TO QTE-SEQ                                  00278000
002790         READ QTEF                                                00279000
002800             INVALID KEY                                          00280000
002810                 CONTINUE                                         00281000
002820         END-READ                                                 00282000
002830         IF WS-QTEF-STATUS = '00'                                 00283000
002840             PERFORM 300-PRINT-QUOTE                              00284000
002850             ADD 1 TO WS-DOCS-PRINTED                             00285000
002860         ELSE                                                     00286000
002870             DISPLAY 'QUOTE NOT ON FILE : ' WS-Q-NO               00287000
002880             ADD 1 TO WS-NOT-FOUND-CNT                            00288000
002890         END-IF                                                   00289000
002900     ELSE                                                         00290000
002910         DISPLAY 'INVALID REQUEST CARD : ' WS-CARD(1:10)          00291000
002920     END-IF                                                       00292000
002930     ACCEPT WS-CARD FROM SYSIN                                    00293000
002940     EXIT.                                                        00294000
002950                                                                  00295000
002960******************************************************************00296000
002970* PARAGRAPHES POUR L ECRITURE D UN DEVIS                          00297000
002980******************************************************************00298000
002990 300-PRINT-QUOTE.                                                 00299000
003000     PERFORM 310-FETCH-CUST                                       00300000
003010     PERFORM 320-WRITE-CUST-INFO                                  00301000
003020     PERFORM 330-WRITE-DATE                                       00302000
003030     WRITE ENR-QUOTPRT FROM L-QPR-VIDE                            00303000
003040     WRITE ENR-QUOTPRT FROM L-QPR-TITLE                           00304000
003050     IF NOT QTH-OPEN                                              00305000
003060         PERFORM 335-WRITE-CLOSED                                 00306000
003070     END-IF                                                       00307000
003080     WRITE ENR-QUOTPRT FROM L-QPR-VIDE                            00308000
003090     PERFORM 340-WRITE-QUOTE-INFO                                 00309000
003100     PERFORM 350-WRITE-EMP-INFO                                   00310000
003110     PERFORM 360-WRITE-PROD                                       00311000
003120     PERFORM 370-WRITE-TOTAL                                      00312000
003130     WRITE ENR-QUOTPRT FROM L-QPR-VIDE BEFORE ADVANCING PAGE      00313000
003140     EXIT.                                                        00314000
003150                                                                  00315000
003160 310-FETCH-CUST.                                                  00316000
003170     INITIALIZE ST-CUSTS                                          00317000
003180     MOVE QTH-C-NO TO CUSTS-C-NO                                  00318000
003190     EXEC SQL                                                     00319000
003200         SELECT COMPANY, ADDRESS, CITY, STATE                     00320000
003210             INTO :CUSTS-COMPANY, :CUSTS-ADDRESS,                 00321000
003220                  :CUSTS-CITY, :CUSTS-STATE                       00322000
003230             FROM API5.CUSTOMERS                                  00323000
003240             WHERE C_NO = :CUSTS-C-NO                             00324000
003250     END-EXEC                                                     00325000
003260     PERFORM TEST-SQLCODE                                         00326000
003270     IF SQLCODE NOT = ZERO                                        00327000
003280         DISPLAY 'CLIENT INCONNU SUR LE DEVIS : ' WS-Q-NO         00328000
003290     END-IF                                                       00329000
003300     EXIT.                                                        00330000
003310                                                                  00331000
003320 320-WRITE-CUST-INFO.                                             00332000
003330      MOVE WS-BRN-NAME TO ED-LETTER                               00333000
003340      WRITE ENR-QUOTPRT FROM L-LETTERHEAD                         00334000
003350      MOVE WS-BRN-ADDR TO ED-LETTER                               00335000
003360      WRITE ENR-QUOTPRT FROM L-LETTERHEAD                         00336000
003370      MOVE WS-BRN-CSZ TO ED-LETTER                                00337000
003380      WRITE ENR-QUOTPRT FROM L-LETTERHEAD                         00338000
003390      MOVE WS-BRN-PHONE TO ED-LETTER                              00339000
003400      WRITE ENR-QUOTPRT FROM L-LETTERHEAD                         00340000
003410      WRITE ENR-QUOTPRT FROM L-BOX-CLIENT                         00341000
003420      MOVE CUSTS-COMPANY TO ED-DATA-CLIENT                        00342000
003430      WRITE ENR-QUOTPRT FROM L-DATA-BOX-CLIENT                    00343000
003440      MOVE CUSTS-ADDRESS TO ED-DATA-CLIENT                        00344000
003450      WRITE ENR-QUOTPRT FROM L-DATA-BOX-CLIENT                    00345000
003460      MOVE CUSTS-CITY    TO ED-DATA-CLIENT                        00346000
003470      WRITE ENR-QUOTPRT FROM L-DATA-BOX-CLIENT                    00347000
003480      MOVE CUSTS-STATE   TO ED-DATA-CLIENT                        00348000
003490      WRITE ENR-QUOTPRT FROM L-DATA-BOX-CLIENT                    00349000
003500      WRITE ENR-QUOTPRT FROM L-BOX-CLIENT                         00350000
003510      IF QTH-SHIP-NAME NOT = SPACES                               00351000
003520          WRITE ENR-QUOTPRT FROM L-SHIPTO-TAG                     00352000
003530          WRITE ENR-QUOTPRT FROM L-BOX-CLIENT                     00353000
003540          MOVE QTH-SHIP-NAME TO ED-DATA-CLIENT                    00354000
003550          WRITE ENR-QUOTPRT FROM L-DATA-BOX-CLIENT                00355000
003560          MOVE QTH-SHIP-ADDR TO ED-DATA-CLIENT                    00356000
003570          WRITE ENR-QUOTPRT FROM L-DATA-BOX-CLIENT                00357000
003580          MOVE QTH-SHIP-CITY TO ED-DATA-CLIENT                    00358000
003590          WRITE ENR-QUOTPRT FROM L-DATA-BOX-CLIENT                00359000
003600          MOVE QTH-SHIP-ST   TO ED-DATA-CLIENT                    00360000
003610          WRITE ENR-QUOTPRT FROM L-DATA-BOX-CLIENT                00361000
003620          WRITE ENR-QUOTPRT FROM L-BOX-CLIENT                     00362000
003630      END-IF                                                      00363000
003640      EXIT.                                                       00364000
003650                                                                  00365000
003660******************************************************************00366000
003670* PARAGRAPHE POUR APPELER UN SOUS PROGRAMME AFIN DE RECUPERER     00367000
003680* LA DATE DU JOUR ET DE LE METTRE SOUS UN BON FORMAT              00368000
003690******************************************************************00369000
003700 330-WRITE-DATE.                                                  00370000
003710      CALL 'PJPT3BSS' USING BY REFERENCE WS-BRN-CITY              00371000
003720                                       WS-DATE                    00372000
003730                                                                  00373000
003740      MOVE WS-DATE TO ED-DATE                                     00374000
003750      WRITE ENR-QUOTPRT FROM L-DATE                               00375000
003760      MOVE WS-BRN-REMIT1 TO ED-REMIT                              00376000
003770      WRITE ENR-QUOTPRT FROM L-REMIT-TAG                          00377000
003780      MOVE SPACES TO ED-REMIT-TAG                                 00378000
003790      MOVE WS-BRN-REMIT2 TO ED-REMIT                              00379000
003800      WRITE ENR-QUOTPRT FROM L-REMIT-TAG                          00380000
003810      MOVE WS-BRN-REMIT3 TO ED-REMIT                              00381000
003820      WRITE ENR-QUOTPRT FROM L-REMIT-TAG                          00382000
003830      MOVE 'REMIT TO :' TO ED-REMIT-TAG                           00383000
003840      EXIT.                                                       00384000
003850                                                                  00385000
003860******************************************************************00386000
003870* UN DEVIS GAGNE OU PERDU PEUT ETRE REIMPRIME POUR ARCHIVE : IL   00387000
003880* PORTE ALORS LA MENTION DE SA CLOTURE                            00388000
003890******************************************************************00389000
003900 335-WRITE-CLOSED.                                                00390000
003910     MOVE SPACES TO ED-QPR-STATUS                                 00391000
003920     IF QTH-WON                                                   00392000
003930         STRING                                                   00393000
003940            '(WON - ORDER '  DELIMITED BY SIZE                    00394000
003950            QTH-O-NO         DELIMITED BY SIZE                    00395000
003960            ')'              DELIMITED BY SIZE                    00396000
003970            INTO ED-QPR-STATUS                                    00397000
003980         END-STRING                                               00398000
003990     ELSE                                                         00399000
004000         MOVE '(LOST)' TO ED-QPR-STATUS                           00400000
004010     END-IF                                                       00401000
004020     WRITE ENR-QUOTPRT FROM L-QPR-CLOSED                          00402000
004030     EXIT.                                                        00403000
004040                                                                  00404000
004050 340-WRITE-QUOTE-INFO.                                            00405000
004060     MOVE WS-Q-NO      TO ED-QPR-NO                               00406000
004070     WRITE ENR-QUOTPRT FROM L-QPR-NUM                             00407000
004080     MOVE QTH-DATE     TO ED-QPR-DATE                             00408000
004090     WRITE ENR-QUOTPRT FROM L-QPR-DATE                            00409000
004100     MOVE QTH-EXP-DATE TO ED-QPR-EXP                              00410000
004110     WRITE ENR-QUOTPRT FROM L-QPR-VALID                           00411000
004120     EXIT.                                                        00412000
004130                                                                  00413000
004140 350-WRITE-EMP-INFO.                                              00414000
004150     INITIALIZE ST-EMPLO                                          00415000
004160     MOVE QTH-S-NO TO EMPLO-E-NO                                  00416000
004170     EXEC SQL                                                     00417000
004180        SELECT LNAME, FNAME                                       00418000
004190            INTO :EMPLO-LNAME, :EMPLO-FNAME                       00419000
004200            FROM API5.EMPLOYEES                                   00420000
004210            WHERE E_NO = :EMPLO-E-NO                              00421000
004220     END-EXEC                                                     00422000
004230     PERFORM TEST-SQLCODE                                         00423000
004240     IF SQLCODE = ZERO                                            00424000
004250         INITIALIZE L-CONTACT                                     00425000
004260         STRING                                                   00426000
004270            'SALES:'    DELIMITED BY SIZE                         00427000
004280            EMPLO-LNAME DELIMITED BY SPACES                       00428000
004290            ','         DELIMITED BY SIZE                         00429000
004300            EMPLO-FNAME DELIMITED BY SPACES                       00430000
004310            INTO WS-CONTACT                                       00431000
004320         END-STRING                                               00432000
004330         MOVE WS-CONTACT TO ED-CONTACT                            00433000
004340         WRITE ENR-QUOTPRT FROM L-CONTACT                         00434000
004350         MOVE SPACE TO WS-CONTACT                                 00435000
004360     END-IF                                                       00436000
004370     EXIT.                                                        00437000
004380                                                                  00438000
004390******************************************************************00439000
004400* PARAGRAPHES D EDITION DU CADRE PRODUITS : LES LIGNES DU DEVIS   00440000
004410* SUIVENT SON ENTETE DANS LE KSDS (MEME TYPE, MEME NUMERO)        00441000
004420******************************************************************00442000
004430 360-WRITE-PROD.                                                  00443000
004440     MOVE ZERO TO WS-CUMUL                                        00444000
004450     WRITE ENR-QUOTPRT FROM L-QPR-VIDE                            00445000
004460     WRITE ENR-QUOTPRT FROM L-BOX-PROD                            00446000
004470     WRITE ENR-QUOTPRT FROM L-ENTETE-BOX-PROD                     00447000
004480     WRITE ENR-QUOTPRT FROM L-BOX-PROD                            00448000
004490     MOVE 'N' TO WS-LINE-SW                                       00449000
004500     PERFORM 362-READ-NEXT-LINE                                   00450000
004510     PERFORM 364-WRITE-ONE-LINE UNTIL LINES-DONE                  00451000
004520     WRITE ENR-QUOTPRT FROM L-BOX-PROD                            00452000
004530     EXIT.                                                        00453000
004540                                                                  00454000
004550 362-READ-NEXT-LINE.                                              00455000
004560     READ QTEF NEXT RECORD                                        00456000
004570         AT END                                                   00457000
004580             MOVE 'Y' TO WS-LINE-SW                               00458000
004590     END-READ                                                     00459000
004600     IF WS-QTEF-STATUS NOT = '00'                                 00460000
004610     OR QTE-TYPE NOT = 'Q'                                        00461000
004620     OR QTE-NO NOT = WS-Q-NO                                      00462000
004630         MOVE 'Y' TO WS-LINE-SW                                   00463000
004640     END-IF                                                       00464000
004650     EXIT.                                                        00465000
004660                                                                  00466000
004670 364-WRITE-ONE-LINE.                                              00467000
004680     INITIALIZE L-DATA-BOX-PROD                                   00468000
004690     MOVE QTL-P-NO  TO ED-P-NO                                    00469000
004700     MOVE QTL-DESC  TO ED-DESC                                    00470000
004710     MOVE QTL-QTY   TO ED-QUANT                                   00471000
004720     MOVE QTL-PRICE TO ED-PRICE                                   00472000
004730     COMPUTE WS-SUMP = QTL-QTY * QTL-PRICE                        00473000
004740     ADD WS-SUMP TO WS-CUMUL                                      00474000
004750     MOVE WS-SUMP   TO ED-SUMP                                    00475000
004760     WRITE ENR-QUOTPRT FROM L-DATA-BOX-PROD                       00476000
004770     IF QTL-CON-TYPE = 'P' OR QTL-CON-TYPE = 'D'                  00477000
004780         PERFORM 366-WRITE-CONTRACT-NOTE                          00478000
004790     END-IF                                                       00479000
004800     PERFORM 362-READ-NEXT-LINE                                   00480000
004810     EXIT.                                                        00481000
004820                                                                  00482000
004830 366-WRITE-CONTRACT-NOTE.                                         00483000
004840     MOVE QTL-P-NO TO ED-QPR-P-NO                                 00484000
004850     MOVE SPACES   TO ED-QPR-CON                                  00485000
004860     IF QTL-CON-TYPE = 'P'                                        00486000
004870         MOVE QTL-LIST-PRICE TO ED-CON-PRICE                      00487000
004880         STRING                                                   00488000
004890            'CONTRACT PRICE - LIST ' DELIMITED BY SIZE            00489000
004900            ED-CON-PRICE             DELIMITED BY SIZE            00490000
004910            INTO ED-QPR-CON                                       00491000
004920         END-STRING                                               00492000
004930     ELSE                                                         00493000
004940         MOVE QTL-CON-PCT TO ED-PCT                               00494000
004950         STRING                                                   00495000
004960            'CONTRACT DISCOUNT '     DELIMITED BY SIZE            00496000
004970            ED-PCT                   DELIMITED BY SIZE            00497000
004980            '%'                      DELIMITED BY SIZE            00498000
004990            INTO ED-QPR-CON                                       00499000
005000         END-STRING                                               00500000
005010     END-IF                                                       00501000
005020     WRITE ENR-QUOTPRT FROM L-QPR-CONTRACT                        00502000
005030     EXIT.                                                        00503000
005040                                                                  00504000
005050******************************************************************00505000
005060* TOTAUX DU DEVIS : SOUS-TOTAL, REMISE CONTRAT CALCULEE COMME     00506000
005070* SUR LA FACTURE, NET, PUIS LES CONDITIONS DE VALIDITE            00507000
005080******************************************************************00508000
005090 370-WRITE-TOTAL.                                                 00509000
005100     IF QTH-DISC > ZERO                                           00510000
005110         MOVE 'SUB TOTAL' TO ED-TOTAL                             00511000
005120         MOVE WS-CUMUL TO ED-CUMUL                                00512000
005130         WRITE ENR-QUOTPRT FROM L-TOTAL                           00513000
005140         MOVE 'CONTRACT DISCOUNT' TO ED-TOTAL                     00514000
005150         MOVE QTH-DISC TO ED-CUMUL                                00515000
005160         WRITE ENR-QUOTPRT FROM L-TOTAL                           00516000
005170     END-IF                                                       00517000
005180     COMPUTE WS-NET = WS-CUMUL - QTH-DISC                         00518000
005190     MOVE 'TOTAL QUOTED' TO ED-TOTAL                              00519000
005200     MOVE WS-NET TO ED-CUMUL                                      00520000
005210     WRITE ENR-QUOTPRT FROM L-TOTAL                               00521000
005220     WRITE ENR-QUOTPRT FROM L-QPR-VIDE                            00522000
005230     WRITE ENR-QUOTPRT FROM L-QPR-COND                            00523000
005240     EXIT.                                                        00524000
005250                                                                  00525000
005260******************************************************************00526000
005270* PARAGRAPHES DE FIN DE RUN                                       00527000
005280******************************************************************00528000
005290 900-WRITE-TOTALS.                                                00529000
005300     DISPLAY 'CARTES DEVIS LUES         : ' WS-REQ-READ           00530000
005310     DISPLAY 'DEVIS EDITES              : ' WS-DOCS-PRINTED       00531000
005320     DISPLAY 'DEVIS INCONNUS            : ' WS-NOT-FOUND-CNT      00532000
005330     EXIT.                                                        00533000
005340                                                                  00534000
005350******************************************************************00535000
005360* PARAGRAPHE POUR TESTER LE CODE SQL DE RETOUR ET AGIR SELON LUI  00536000
005370******************************************************************00537000
005380 TEST-SQLCODE.                                                    00538000
005390     MOVE SQLCODE TO ED-SQLCODE                                   00539000
005400     EVALUATE TRUE                                                00540000
005410         WHEN SQLCODE = ZERO                                      00541000
005420               CONTINUE                                           00542000
005430         WHEN SQLCODE = +100                                      00543000
005440               CONTINUE                                           00544000
005450         WHEN OTHER                                               00545000
005460               PERFORM 900-ABEND-PROG                             00546000
005470     END-EVALUATE.                                                00547000
005480                                                                  00548000
005490******************************************************************00549000
005500* PARAGRAPHE APPELER EN CAS DANOMALIE POUR ARRETER LE PROGRAMME   00550000
005510******************************************************************00551000
005520 900-ABEND-PROG.                                                  00552000
005530     DISPLAY 'SQLCODE : ' ED-SQLCODE                              00553000
005540     DISPLAY 'ANOMALIE GRAVE !'                                   00554000
005550     COMPUTE WS-ANO = 1 / WS-ANO.                                 00555000
