000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3CHK.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - REFUND CHECK ISSUANCE : EVERY 00020000
000210*                  CHECK REQUEST WRITTEN BY PJPART3P GETS THE NEXT00021000
000220*                  NUMBER OF THE CHECK STOCK RANGE KEPT IN THE    00022000
000230*                  CHKREG KSDS (COPY CHKREC), A LINE ON THE CHECK 00023000
000240*                  REGISTER AND AN ISSUE RECORD ON THE BANK       00024000
000250*                  POSITIVE-PAY FILE (COPY PPAYREC). SUPERVISOR   00025000
000260*                  CARDS (AUTHFIL LEVEL S ON PJCK) LOAD A NEW     00026000
000270*                  CHECK STOCK, VOID A CHECK AND PUT THE CREDIT ON00027000
000280*                  THE CUSTOMER ACCOUNT AGAIN (V-TYPE INVEXTR     00028000
000290*                  DOCUMENT)                                      00029000
000300*                  OR VOID AND REISSUE IT UNDER A NEW NUMBER.     00030000
000310*                  NIGHT JOB LOG THROUGH PJPT3LOG (COPY JLGREC)   00031000
000311* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00031100
000312*                  NO UNSET FIELD REACHES JOBLOG                  00031200
000320******************************************************************00032000
000330                                                                  00033000
000340 ENVIRONMENT DIVISION.                                            00034000
000350 INPUT-OUTPUT SECTION.                                            00035000
000360 FILE-CONTROL.                                                    00036000
000370******************************************************************00037000
000380* CARTES SUPERVISEUR : NOUVEAU CARNET, ANNULATION, REEMISSION     00038000
000390******************************************************************00039000
000400      SELECT CARDS ASSIGN TO CHKCARDS                             00040000
000410      ORGANIZATION IS SEQUENTIAL                                  00041000
000420      FILE STATUS IS WS-CARDS-STATUS.                             00042000
000430******************************************************************00043000
000440* DEMANDES DE CHEQUE ECRITES PAR PJPART3P                         00044000
000450******************************************************************00045000
000460      SELECT REQS ASSIGN TO CHKREQ                                00046000
000470      ORGANIZATION IS SEQUENTIAL                                  00047000
000480      FILE STATUS IS WS-REQS-STATUS.                              00048000
000490******************************************************************00049000
000500* KSDS DES HABILITATIONS (VOIR COPY AUTHREC)                      00050000
000510******************************************************************00051000
000520      SELECT AUTH ASSIGN TO AUTHFIL                               00052000
000530      ORGANIZATION IS INDEXED                                     00053000
000540      ACCESS MODE  IS RANDOM                                      00054000
000550      RECORD KEY   IS AUTH-KEY                                    00055000
000560      FILE STATUS  IS WS-AUTH-STATUS.                             00056000
000570******************************************************************00057000
000580* KSDS DU REGISTRE DES CHEQUES (VOIR COPY CHKREC)                 00058000
000590******************************************************************00059000
000600      SELECT CHKG ASSIGN TO CHKREG                                00060000
000610      ORGANIZATION IS INDEXED                                     00061000
000620      ACCESS MODE  IS RANDOM                                      00062000
000630      RECORD KEY   IS CKR-KEY                                     00063000
000640      FILE STATUS  IS WS-CHKG-STATUS.                             00064000
000650******************************************************************00065000
000660* FICHIER POSITIVE-PAY POUR LA BANQUE (VOIR COPY PPAYREC)         00066000
000670******************************************************************00067000
000680      SELECT PPAY ASSIGN TO POSPAY                                00068000
000690      ORGANIZATION  IS SEQUENTIAL.                                00069000
000700******************************************************************00070000
000710* FLUX INVEXTR DES CHEQUES ANNULES (TYPE V, CREDIT RESTITUE)      00071000
000720******************************************************************00072000
000730      SELECT INVX ASSIGN TO INVEXTR                               00073000
000740      ORGANIZATION  IS SEQUENTIAL.                                00074000
000750******************************************************************00075000
000760* ETAT DU REGISTRE DES CHEQUES                                    00076000
000770******************************************************************00077000
000780      SELECT CREG ASSIGN TO CHKLST                                00078000
000790      ORGANIZATION  IS SEQUENTIAL.                                00079000
000800                                                                  00080000
000810******************************************************************00081000
000820                                                                  00082000
000830 DATA DIVISION.                                                   00083000
000840 FILE SECTION.                                                    00084000
000850 FD CARDS.                                                        00085000
000860 01 ENR-CHKCARD PIC X(80).                                        00086000
000870                                                                  00087000
000880 FD REQS.                                                         00088000
000890 01 ENR-CHKREQ PIC X(60).                                         00089000
000900                                                                  00090000
000910 FD AUTH.                                                         00091000
000920     COPY AUTHREC.                                                00092000
000930                                                                  00093000
000940 FD CHKG.                                                         00094000
000950     COPY CHKREC.                                                 00095000
000960                                                                  00096000
000970 FD PPAY.                                                         00097000
000980 01 ENR-POSPAY PIC X(80).                                         00098000
000990                                                                  00099000
001000 FD INVX.                                                         00100000
001010 01 ENR-INVX PIC X(204).                                          00101000
001020                                                                  00102000
001030 FD CREG.                                                         00103000
001040 01 ENR-CHKLST PIC X(132).                                        00104000
001050                                                                  00105000
001060 WORKING-STORAGE SECTION.                                         00106000
001070******************************************************************00107000
001080* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00108000
001090******************************************************************00109000
001100 77 FLAG-CARDS  PIC 9 VALUE 0.                                    00110000
001110    88 FF-CARDS VALUE 1.                                          00111000
001120 77 FLAG-REQS   PIC 9 VALUE 0.                                    00112000
001130    88 FF-REQS VALUE 1.                                           00113000
001140 77 WS-CARDS-STATUS PIC X(2) VALUE SPACES.                        00114000
001150 77 WS-REQS-STATUS  PIC X(2) VALUE SPACES.                        00115000
001160 77 WS-AUTH-STATUS  PIC X(2) VALUE SPACES.                        00116000
001170 77 WS-CHKG-STATUS  PIC X(2) VALUE SPACES.                        00117000
001180 77 WS-AUTH-SW PIC X(1) VALUE 'N'.                                00118000
001190    88 AUTHFIL-OPEN VALUE 'Y'.                                    00119000
001200                                                                  00120000
001210 77 WS-ANO PIC 99 VALUE ZERO.                                     00121000
001220                                                                  00122000
001230******************************************************************00123000
001240* CARTE SYSIN : DATE DU TRAITEMENT (AAAA-MM-JJ), DATE D EMISSION  00124000
001250* DES CHEQUES ET DATE DES DOCUMENTS V                             00125000
001260******************************************************************00126000
001270 77 WS-RUN-DATE PIC X(10) VALUE SPACES.                           00127000
001280                                                                  00128000
001290******************************************************************00129000
001300* CONTROLE DES DATES AAAA-MM-JJ ET FORMAT BANQUE AAAAMMJJ         00130000
001310******************************************************************00131000
001320 01 W-YMD.                                                        00132000
001330      05 W-YMD-Y PIC X(4).                                        00133000
001340      05 W-YMD-M PIC X(2).                                        00134000
001350      05 W-YMD-D PIC X(2).                                        00135000
001360 01 W-YMD-NUM REDEFINES W-YMD PIC 9(8).                           00136000
001370 77 WS-DATE-X    PIC X(10) VALUE SPACES.                          00137000
001380 77 WS-DATE-INT  PIC S9(9) COMP VALUE ZERO.                       00138000
001390 77 WS-BANK-DATE PIC 9(8) VALUE ZERO.                             00139000
001400                                                                  00140000
001410******************************************************************00141000
001420* CARTE SUPERVISEUR : S = NOUVEAU CARNET (PREMIER ET DERNIER      00142000
001430* NUMERO, COMPTE BANCAIRE), V = ANNULATION AVEC CREDIT RESTITUE   00143000
001440* AU CLIENT, X = ANNULATION ET REEMISSION SOUS UN NOUVEAU NUMERO. 00144000
001450* USER ID DU SUPERVISEUR ET MOTIF                                 00145000
001460******************************************************************00146000
001470 01 L-CHKCARD.                                                    00147000
001480      05 CKD-ACTION   PIC X(1).                                   00148000
001490         88 CKD-STOCK   VALUE 'S'.                                00149000
001500         88 CKD-VOID    VALUE 'V'.                                00150000
001510         88 CKD-REISSUE VALUE 'X'.                                00151000
001520      05 CKD-CHECK-NO PIC 9(8).                                   00152000
001530      05 CKD-LAST-NO  PIC 9(8).                                   00153000
001540      05 CKD-USER     PIC X(8).                                   00154000
001550      05 CKD-REASON   PIC X(30).                                  00155000
001560      05 CKD-ACCOUNT  PIC X(12).                                  00156000
001570      05 FILLER       PIC X(13).                                  00157000
001580                                                                  00158000
001590******************************************************************00159000
001600* ENREGISTREMENT DE DEMANDE DE CHEQUE (FORMAT PJPART3P)           00160000
001610******************************************************************00161000
001620 01 L-CHKREQ.                                                     00162000
001630      05 CHK-SEQ     PIC 9(5).                                    00163000
001640      05 CHK-COMPANY PIC X(30).                                   00164000
001650      05 CHK-AMOUNT  PIC 9(7)V99.                                 00165000
001660      05 CHK-DATE    PIC X(10).                                   00166000
001670      05 FILLER      PIC X(6).                                    00167000
001680                                                                  00168000
001690******************************************************************00169000
001700* ENREGISTREMENTS DES FICHIERS DE LA BANQUE (VOIR COPY PPAYREC)   00170000
001710******************************************************************00171000
001720     COPY PPAYREC.                                                00172000
001730                                                                  00173000
001740******************************************************************00174000
001750* ENREGISTREMENTS DU FLUX INVEXTR (VOIR COPY INVXREC)             00175000
001760******************************************************************00176000
001770     COPY INVXREC.                                                00177000
001780                                                                  00178000
001790******************************************************************00179000
001800* ENREGISTREMENT DE CONTROLE GARDE EN MEMOIRE : COMPTE BANCAIRE,  00180000
001810* CARNET EN COURS ET PROCHAIN NUMERO A EMETTRE                    00181000
001820******************************************************************00182000
001830 77 WS-CTL-SW PIC X(1) VALUE 'N'.                                 00183000
001840    88 CONTROL-ON-FILE VALUE 'Y'.                                 00184000
001850 77 WS-STOCK-SW PIC X(1) VALUE 'N'.                               00185000
001860    88 STOCK-LEFT VALUE 'Y'.                                      00186000
001870 77 WS-CTL-ACCOUNT    PIC X(12) VALUE SPACES.                     00187000
001880 77 WS-CTL-FIRST      PIC 9(8) VALUE ZERO.                        00188000
001890 77 WS-CTL-LAST       PIC 9(8) VALUE ZERO.                        00189000
001900 77 WS-CTL-NEXT       PIC 9(8) VALUE ZERO.                        00190000
001910 77 WS-CTL-STOCK-DATE PIC X(10) VALUE SPACES.                     00191000
001920 77 WS-CTL-STOCK-USER PIC X(8) VALUE SPACES.                      00192000
001930                                                                  00193000
001940******************************************************************00194000
001950* CHEQUE A EMETTRE ET CHEQUE ANNULE EN COURS                      00195000
001960******************************************************************00196000
001970 77 WS-NEW-NO       PIC 9(8) VALUE ZERO.                          00197000
001980 77 WS-ISS-COMPANY  PIC X(30) VALUE SPACES.                       00198000
001990 77 WS-ISS-AMOUNT   PIC 9(7)V99 VALUE ZERO.                       00199000
002000 77 WS-ISS-REQ-DATE PIC X(10) VALUE SPACES.                       00200000
002010 77 WS-ISS-REQ-SEQ  PIC 9(5) VALUE ZERO.                          00201000
002020 77 WS-ISS-ORIG-NO  PIC 9(8) VALUE ZERO.                          00202000
002030 77 WS-VD-CHECK-NO  PIC 9(8) VALUE ZERO.                          00203000
002040 77 WS-VD-ISSUE     PIC X(10) VALUE SPACES.                       00204000
002050 77 WS-VD-ACCOUNT   PIC X(12) VALUE SPACES.                       00205000
002060 77 WS-REJ-REASON   PIC X(30) VALUE SPACES.                       00206000
002070 77 WS-UNUSED       PIC 9(8) VALUE ZERO.                          00207000
002080                                                                  00208000
002090******************************************************************00209000
002100* COMPTEURS ET CUMULS DE CONTROLE                                 00210000
002110******************************************************************00211000
002120 77 WS-CARD-CNT     PIC 9(7) VALUE ZERO.                          00212000
002130 77 WS-REJECT-CNT   PIC 9(7) VALUE ZERO.                          00213000
002140 77 WS-STOCK-CNT    PIC 9(7) VALUE ZERO.                          00214000
002150 77 WS-REQ-READ     PIC 9(7) VALUE ZERO.                          00215000
002160 77 WS-REQ-DONE     PIC 9(7) VALUE ZERO.                          00216000
002170 77 WS-REQ-BAD      PIC 9(7) VALUE ZERO.                          00217000
002180 77 WS-REQ-NOSTOCK  PIC 9(7) VALUE ZERO.                          00218000
002190 77 WS-NOSTOCK-AMT  PIC 9(9)V99 VALUE ZERO.                       00219000
002200 77 WS-ISSUE-CNT    PIC 9(7) VALUE ZERO.                          00220000
002210 77 WS-ISSUE-AMT    PIC 9(9)V99 VALUE ZERO.                       00221000
002220 77 WS-VOID-CNT     PIC 9(7) VALUE ZERO.                          00222000
002230 77 WS-VOID-AMT     PIC 9(9)V99 VALUE ZERO.                       00223000
002240 77 WS-REISS-CNT    PIC 9(7) VALUE ZERO.                          00224000
002250 77 WS-CREDIT-CNT   PIC 9(7) VALUE ZERO.                          00225000
002260 77 WS-CREDIT-AMT   PIC 9(9)V99 VALUE ZERO.                       00226000
002270 77 WS-STOCK-LEFT   PIC 9(8) VALUE ZERO.                          00227000
002280                                                                  00228000
002290******************************************************************00229000
002300* DECLARATION DES LIGNES DU REGISTRE DES CHEQUES                  00230000
002310******************************************************************00231000
002320 77 L-REG-VIDE PIC X(132) VALUE SPACES.                           00232000
002330                                                                  00233000
002340 01 L-REG-TITLE.                                                  00234000
002350      05 FILLER PIC X(34) VALUE                                   00235000
002360         'REFUND CHECK REGISTER - RUN OF '.                       00236000
002370      05 RGT-DATE PIC X(10).                                      00237000
002380      05 FILLER PIC X(88) VALUE SPACES.                           00238000
002390                                                                  00239000
002400 01 L-REG-HDR.                                                    00240000
002410      05 FILLER PIC X(9)  VALUE 'CHECK NO'.                       00241000
002420      05 FILLER PIC X(9)  VALUE 'ACTION'.                         00242000
002430      05 FILLER PIC X(31) VALUE 'PAYEE'.                          00243000
002440      05 FILLER PIC X(12) VALUE '     AMOUNT'.                    00244000
002450      05 FILLER PIC X(17) VALUE 'REQUEST'.                        00245000
002460      05 FILLER PIC X(9)  VALUE 'REPLACES'.                       00246000
002470      05 FILLER PIC X(9)  VALUE 'APPROVER'.                       00247000
002480      05 FILLER PIC X(36) VALUE 'REASON'.                         00248000
002490                                                                  00249000
002500 01 L-REG-LINE.                                                   00250000
002510      05 RGL-CHECK-NO PIC 9(8).                                   00251000
002520      05 FILLER       PIC X(1) VALUE SPACE.                       00252000
002530      05 RGL-ACTION   PIC X(8).                                   00253000
002540      05 FILLER       PIC X(1) VALUE SPACE.                       00254000
002550      05 RGL-COMPANY  PIC X(30).                                  00255000
002560      05 FILLER       PIC X(1) VALUE SPACE.                       00256000
002570      05 RGL-AMOUNT   PIC Z(7)9.99.                               00257000
002580      05 FILLER       PIC X(1) VALUE SPACE.                       00258000
002590      05 RGL-REQ-DATE PIC X(10).                                  00259000
002600      05 FILLER       PIC X(1) VALUE SPACE.                       00260000
002610      05 RGL-REQ-SEQ  PIC 9(5).                                   00261000
002620      05 FILLER       PIC X(1) VALUE SPACE.                       00262000
002630      05 RGL-ORIG-NO  PIC Z(8).                                   00263000
002640      05 FILLER       PIC X(1) VALUE SPACE.                       00264000
002650      05 RGL-USER     PIC X(8).                                   00265000
002660      05 FILLER       PIC X(1) VALUE SPACE.                       00266000
002670      05 RGL-REASON   PIC X(30).                                  00267000
002680      05 FILLER       PIC X(6) VALUE SPACES.                      00268000
002690                                                                  00269000
002700 01 L-REG-NOTE.                                                   00270000
002710      05 FILLER       PIC X(9) VALUE SPACES.                      00271000
002720      05 RGN-TEXT     PIC X(100).                                 00272000
002730      05 FILLER       PIC X(23) VALUE SPACES.                     00273000
002740                                                                  00274000
002750 01 L-REG-CARD.                                                   00275000
002760      05 FILLER       PIC X(7) VALUE 'CARD : '.                   00276000
002770      05 RGC-CARD     PIC X(67).                                  00277000
002780      05 FILLER       PIC X(3) VALUE ' - '.                       00278000
002790      05 RGC-REASON   PIC X(30).                                  00279000
002800      05 FILLER       PIC X(25) VALUE SPACES.                     00280000
002810                                                                  00281000
002820 01 L-REG-TOT.                                                    00282000
002830      05 RGO-LABEL PIC X(40).                                     00283000
002840      05 FILLER    PIC X(5) VALUE SPACES.                         00284000
002850      05 RGO-VALUE PIC Z(8)9.99.                                  00285000
002860      05 FILLER    PIC X(75) VALUE SPACES.                        00286000
002870                                                                  00287000
002880 01 L-REG-CNT.                                                    00288000
002890      05 RGK-LABEL PIC X(40).                                     00289000
002900      05 FILLER    PIC X(5) VALUE SPACES.                         00290000
002910      05 RGK-VALUE PIC Z(7)9.                                     00291000
002920      05 FILLER    PIC X(79) VALUE SPACES.                        00292000
002930                                                                  00293000
002940 77 ED-CHECK-NO PIC 9(8).                                         00294000
002950 77 ED-AMOUNT   PIC Z(7)9.99.                                     00295000
002960                                                                  00296000
002970******************************************************************00297000
002980* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00298000
002990******************************************************************00299000
003000     COPY JLGREC.                                                 00300000
003010                                                                  00301000
003020 PROCEDURE DIVISION.                                              00302000
003030                                                                  00303000
003031     INITIALIZE L-JOBLOG                                          00303100
003040     MOVE 'PJPT3CHK' TO JLG-PROGRAM                               00304000
003050     MOVE 'S' TO JLG-TYPE                                         00305000
003060     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00306000
003070                                                                  00307000
003080     PERFORM 100-INITIALIZE                                       00308000
003090                                                                  00309000
003100     PERFORM 200-READ-CARD                                        00310000
003110     PERFORM 210-PROCESS-CARD UNTIL FF-CARDS                      00311000
003120                                                                  00312000
003130     PERFORM 400-READ-REQ                                         00313000
003140     PERFORM 410-PROCESS-REQUEST UNTIL FF-REQS                    00314000
003150                                                                  00315000
003160     PERFORM 900-WRITE-TOTALS                                     00316000
003170                                                                  00317000
003180     CLOSE CARDS                                                  00318000
003190     CLOSE REQS                                                   00319000
003200     IF AUTHFIL-OPEN                                              00320000
003210         CLOSE AUTH                                               00321000
003220     END-IF                                                       00322000
003230     CLOSE CHKG                                                   00323000
003240     CLOSE PPAY                                                   00324000
003250     CLOSE INVX                                                   00325000
003260     CLOSE CREG                                                   00326000
003270                                                                  00327000
003280     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00328000
003290     COMPUTE JLG-IN-CNT = WS-CARD-CNT + WS-REQ-READ               00329000
003300     MOVE WS-ISSUE-CNT TO JLG-OUT-CNT                             00330000
003310     MOVE RETURN-CODE TO JLG-RC                                   00331000
003320     MOVE 'E' TO JLG-TYPE                                         00332000
003330     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00333000
003340                                                                  00334000
003350     GOBACK.                                                      00335000
003360                                                                  00336000
003370******************************************************************00337000
003380* PARAGRAPHE D INITIALISATION : DATE SYSIN, OUVERTURES, ENTETE DE 00338000
003390* L ETAT, LECTURE DE L ENREGISTREMENT DE CONTROLE. CARTES ET      00339000
003400* DEMANDES SONT FACULTATIVES (DD DUMMY SELON LE JOB) ; LE KSDS DU 00340000
003410* REGISTRE EST CREE VIDE AU PREMIER PASSAGE                       00341000
003420******************************************************************00342000
003430 100-INITIALIZE.                                                  00343000
003440     ACCEPT WS-RUN-DATE FROM SYSIN                                00344000
003450     MOVE WS-RUN-DATE TO WS-DATE-X                                00345000
003460     PERFORM 810-CHECK-DATE                                       00346000
003470     IF WS-DATE-INT = ZERO                                        00347000
003480         DISPLAY 'SYSIN RUN DATE INVALID : ' WS-RUN-DATE          00348000
003490         PERFORM ABEND-PROG                                       00349000
003500     END-IF                                                       00350000
003510                                                                  00351000
003520     OPEN INPUT CARDS                                             00352000
003530     IF WS-CARDS-STATUS NOT = '00'                                00353000
003540         DISPLAY 'NO CHECK CARDS : ' WS-CARDS-STATUS              00354000
003550         SET FF-CARDS TO TRUE                                     00355000
003560     END-IF                                                       00356000
003570     OPEN INPUT REQS                                              00357000
003580     IF WS-REQS-STATUS NOT = '00'                                 00358000
003590         DISPLAY 'NO CHECK REQUESTS : ' WS-REQS-STATUS            00359000
003600         SET FF-REQS TO TRUE                                      00360000
003610     END-IF                                                       00361000
003620     OPEN INPUT AUTH                                              00362000
003630     IF WS-AUTH-STATUS = '00'                                     00363000
003640         MOVE 'Y' TO WS-AUTH-SW                                   00364000
003650     ELSE                                                         00365000
003660         DISPLAY 'NO AUTHFIL FILE : ' WS-AUTH-STATUS              00366000
003670     END-IF                                                       00367000
003680                                                                  00368000
003690     OPEN I-O CHKG                                                00369000
003700     IF WS-CHKG-STATUS = '35'                                     00370000
003710         OPEN OUTPUT CHKG                                         00371000
003720         CLOSE CHKG                                               00372000
003730         OPEN I-O CHKG                                            00373000
003740     END-IF                                                       00374000
003750     IF WS-CHKG-STATUS NOT = '00'                                 00375000
003760         DISPLAY 'ERREUR OUVERTURE CHKREG : ' WS-CHKG-STATUS      00376000
003770         PERFORM ABEND-PROG                                       00377000
003780     END-IF                                                       00378000
003790                                                                  00379000
003800     OPEN OUTPUT PPAY                                             00380000
003810     OPEN OUTPUT INVX                                             00381000
003820     OPEN OUTPUT CREG                                             00382000
003830                                                                  00383000
003840     MOVE WS-RUN-DATE TO RGT-DATE                                 00384000
003850     WRITE ENR-CHKLST FROM L-REG-TITLE                            00385000
003860     WRITE ENR-CHKLST FROM L-REG-VIDE                             00386000
003870     WRITE ENR-CHKLST FROM L-REG-HDR                              00387000
003880     WRITE ENR-CHKLST FROM L-REG-VIDE                             00388000
003890                                                                  00389000
003900     PERFORM 150-READ-CONTROL                                     00390000
003910     EXIT.                                                        00391000
003920                                                                  00392000
003930******************************************************************00393000
003940* ENREGISTREMENT DE CONTROLE (TYPE A) : ABSENT = AUCUN CARNET,    00394000
003950* AUCUN CHEQUE NE PEUT ETRE EMIS AVANT UNE CARTE S                00395000
003960******************************************************************00396000
003970 150-READ-CONTROL.                                                00397000
003980     MOVE 'N' TO WS-CTL-SW                                        00398000
003990     INITIALIZE CHKREG-RECORD                                     00399000
004000     MOVE 'A'    TO CKR-REC-TYPE                                  00400000
004010     MOVE SPACES TO CKR-ID                                        00401000
004020     READ CHKG KEY IS CKR-KEY                                     00402000
004030     IF WS-CHKG-STATUS = '00'                                     00403000
004040         MOVE 'Y'            TO WS-CTL-SW                         00404000
004050         MOVE CKC-ACCOUNT    TO WS-CTL-ACCOUNT                    00405000
004060         MOVE CKC-FIRST      TO WS-CTL-FIRST                      00406000
004070         MOVE CKC-LAST       TO WS-CTL-LAST                       00407000
004080         MOVE CKC-NEXT       TO WS-CTL-NEXT                       00408000
004090         MOVE CKC-STOCK-DATE TO WS-CTL-STOCK-DATE                 00409000
004100         MOVE CKC-STOCK-USER TO WS-CTL-STOCK-USER                 00410000
004110     ELSE                                                         00411000
004120         DISPLAY 'NO CHECK STOCK ON CHKREG : ' WS-CHKG-STATUS     00412000
004130     END-IF                                                       00413000
004140     EXIT.                                                        00414000
004150                                                                  00415000
004160******************************************************************00416000
004170* REECRITURE DE L ENREGISTREMENT DE CONTROLE A CHAQUE NUMERO      00417000
004180* CONSOMME, POUR QU UNE REPRISE NE REEMETTE JAMAIS UN NUMERO      00418000
004190******************************************************************00419000
004200 170-SAVE-CONTROL.                                                00420000
004210     INITIALIZE CHKREG-RECORD                                     00421000
004220     MOVE 'A'               TO CKR-REC-TYPE                       00422000
004230     MOVE SPACES            TO CKR-ID                             00423000
004240     MOVE WS-CTL-ACCOUNT    TO CKC-ACCOUNT                        00424000
004250     MOVE WS-CTL-FIRST      TO CKC-FIRST                          00425000
004260     MOVE WS-CTL-LAST       TO CKC-LAST                           00426000
004270     MOVE WS-CTL-NEXT       TO CKC-NEXT                           00427000
004280     MOVE WS-CTL-STOCK-DATE TO CKC-STOCK-DATE                     00428000
004290     MOVE WS-CTL-STOCK-USER TO CKC-STOCK-USER                     00429000
004300     IF CONTROL-ON-FILE                                           00430000
004310         REWRITE CHKREG-RECORD                                    00431000
004320     ELSE                                                         00432000
004330         WRITE CHKREG-RECORD                                      00433000
004340         MOVE 'Y' TO WS-CTL-SW                                    00434000
004350     END-IF                                                       00435000
004360     IF WS-CHKG-STATUS NOT = '00'                                 00436000
004370         DISPLAY 'ERREUR ECRITURE CONTROLE CHKREG : '             00437000
004380                 WS-CHKG-STATUS                                   00438000
004390         PERFORM ABEND-PROG                                       00439000
004400     END-IF                                                       00440000
004410     EXIT.                                                        00441000
004420                                                                  00442000
004430 180-CHECK-STOCK.                                                 00443000
004440     MOVE 'N' TO WS-STOCK-SW                                      00444000
004450     IF CONTROL-ON-FILE AND WS-CTL-NEXT <= WS-CTL-LAST            00445000
004460         MOVE 'Y' TO WS-STOCK-SW                                  00446000
004470     END-IF                                                       00447000
004480     EXIT.                                                        00448000
004490                                                                  00449000
004500******************************************************************00450000
004510* PARAGRAPHES DE LECTURE ET DE CONTROLE DES CARTES. UNE CARTE     00451000
004520* REJETEE EST IMPRIMEE SUR LE REGISTRE AVEC SON MOTIF             00452000
004530******************************************************************00453000
004540 200-READ-CARD.                                                   00454000
004550     READ CARDS INTO L-CHKCARD                                    00455000
004560         AT END                                                   00456000
004570              SET FF-CARDS TO TRUE                                00457000
004580         NOT AT END                                               00458000
004590              ADD 1 TO WS-CARD-CNT                                00459000
004600     END-READ                                                     00460000
004610     IF WS-CARDS-STATUS NOT = '00' AND WS-CARDS-STATUS NOT = '10' 00461000
004620         SET FF-CARDS TO TRUE                                     00462000
004630     END-IF                                                       00463000
004640     EXIT.                                                        00464000
004650                                                                  00465000
004660 210-PROCESS-CARD.                                                00466000
004670     MOVE SPACES TO WS-REJ-REASON                                 00467000
004680     EVALUATE TRUE                                                00468000
004690         WHEN NOT CKD-STOCK AND NOT CKD-VOID AND NOT CKD-REISSUE  00469000
004700             MOVE 'INVALID CARD TYPE'       TO WS-REJ-REASON      00470000
004710         WHEN CKD-CHECK-NO NOT NUMERIC                            00471000
004720             MOVE 'INVALID CHECK NUMBER'    TO WS-REJ-REASON      00472000
004730         WHEN CKD-CHECK-NO = ZERO                                 00473000
004740             MOVE 'INVALID CHECK NUMBER'    TO WS-REJ-REASON      00474000
004750         WHEN CKD-STOCK AND CKD-LAST-NO NOT NUMERIC               00475000
004760             MOVE 'INVALID LAST CHECK NUMBER' TO WS-REJ-REASON    00476000
004770         WHEN CKD-STOCK AND CKD-LAST-NO < CKD-CHECK-NO            00477000
004780             MOVE 'LAST NUMBER BEFORE FIRST' TO WS-REJ-REASON     00478000
004790         WHEN CKD-USER = SPACES                                   00479000
004800             MOVE 'NO APPROVER'             TO WS-REJ-REASON      00480000
004810         WHEN CKD-REASON = SPACES AND NOT CKD-STOCK               00481000
004820             MOVE 'NO REASON GIVEN'         TO WS-REJ-REASON      00482000
004830         WHEN OTHER                                               00483000
004840             PERFORM 220-CHECK-AUTHORITY                          00484000
004850     END-EVALUATE                                                 00485000
004860                                                                  00486000
004870     IF WS-REJ-REASON = SPACES                                    00487000
004880         IF CKD-STOCK                                             00488000
004890             PERFORM 300-NEW-STOCK                                00489000
004900         ELSE                                                     00490000
004910             PERFORM 320-VOID-CHECK                               00491000
004920         END-IF                                                   00492000
004930     END-IF                                                       00493000
004940                                                                  00494000
004950     IF WS-REJ-REASON NOT = SPACES                                00495000
004960         ADD 1 TO WS-REJECT-CNT                                   00496000
004970         MOVE L-CHKCARD     TO RGC-CARD                           00497000
004980         MOVE WS-REJ-REASON TO RGC-REASON                         00498000
004990         WRITE ENR-CHKLST FROM L-REG-CARD                         00499000
005000     END-IF                                                       00500000
005010     PERFORM 200-READ-CARD                                        00501000
005020     EXIT.                                                        00502000
005030                                                                  00503000
005040******************************************************************00504000
005050* L APPROBATEUR DOIT ETRE SUPERVISEUR (NIVEAU S) SUR LA PSEUDO-   00505000
005060* TRANSACTION PJCK DU FICHIER DES HABILITATIONS                   00506000
005070******************************************************************00507000
005080 220-CHECK-AUTHORITY.                                             00508000
005090     IF NOT AUTHFIL-OPEN                                          00509000
005100         MOVE 'AUTHFIL NOT AVAILABLE' TO WS-REJ-REASON            00510000
005110     ELSE                                                         00511000
005120         MOVE CKD-USER TO AUTH-USERID                             00512000
005130         MOVE 'PJCK'   TO AUTH-TRANS                              00513000
005140         READ AUTH KEY IS AUTH-KEY                                00514000
005150         EVALUATE TRUE                                            00515000
005160             WHEN WS-AUTH-STATUS NOT = '00'                       00516000
005170                 MOVE 'APPROVER NOT AUTHORIZED'   TO WS-REJ-REASON00517000
005180             WHEN AUTH-LEVEL NOT = 'S'                            00518000
005190                 MOVE 'APPROVER NOT A SUPERVISOR' TO WS-REJ-REASON00519000
005200             WHEN OTHER                                           00520000
005210                 CONTINUE                                         00521000
005220         END-EVALUATE                                             00522000
005230     END-IF                                                       00523000
005240     EXIT.                                                        00524000
005250                                                                  00525000
005260******************************************************************00526000
005270* NOUVEAU CARNET : LES NUMEROS NE SONT JAMAIS REUTILISES, LE      00527000
005280* PREMIER NUMERO DOIT SUIVRE LE DERNIER EMIS. LE RESTE DU CARNET  00528000
005290* PRECEDENT EST ABANDONNE (A DETRUIRE) ET SIGNALE SUR LE REGISTRE 00529000
005300******************************************************************00530000
005310 300-NEW-STOCK.                                                   00531000
005320     EVALUATE TRUE                                                00532000
005330         WHEN CONTROL-ON-FILE AND CKD-CHECK-NO < WS-CTL-NEXT      00533000
005340             MOVE 'RANGE OVERLAPS NUMBERS USED' TO WS-REJ-REASON  00534000
005350         WHEN NOT CONTROL-ON-FILE AND CKD-ACCOUNT = SPACES        00535000
005360             MOVE 'NO BANK ACCOUNT GIVEN'       TO WS-REJ-REASON  00536000
005370         WHEN OTHER                                               00537000
005380             PERFORM 310-LOAD-STOCK                               00538000
005390     END-EVALUATE                                                 00539000
005400     EXIT.                                                        00540000
005410                                                                  00541000
005420 310-LOAD-STOCK.                                                  00542000
005430     PERFORM 180-CHECK-STOCK                                      00543000
005440     IF STOCK-LEFT                                                00544000
005450         COMPUTE WS-UNUSED = WS-CTL-LAST - WS-CTL-NEXT + 1        00545000
005460         MOVE SPACES TO RGN-TEXT                                  00546000
005470         MOVE WS-CTL-NEXT TO ED-CHECK-NO                          00547000
005480         STRING                                                   00548000
005490            'PREVIOUS STOCK ABANDONED FROM CHECK '                00549000
005500                                       DELIMITED BY SIZE          00550000
005510            ED-CHECK-NO                DELIMITED BY SIZE          00551000
005520            ' - DESTROY THE UNUSED CHECKS'                        00552000
005530                                       DELIMITED BY SIZE          00553000
005540            INTO RGN-TEXT                                         00554000
005550         END-STRING                                               00555000
005560         WRITE ENR-CHKLST FROM L-REG-NOTE                         00556000
005570     END-IF                                                       00557000
005580     IF CKD-ACCOUNT NOT = SPACES                                  00558000
005590         MOVE CKD-ACCOUNT TO WS-CTL-ACCOUNT                       00559000
005600     END-IF                                                       00560000
005610     MOVE CKD-CHECK-NO TO WS-CTL-FIRST                            00561000
005620     MOVE CKD-CHECK-NO TO WS-CTL-NEXT                             00562000
005630     MOVE CKD-LAST-NO  TO WS-CTL-LAST                             00563000
005640     MOVE WS-RUN-DATE  TO WS-CTL-STOCK-DATE                       00564000
005650     MOVE CKD-USER     TO WS-CTL-STOCK-USER                       00565000
005660     PERFORM 170-SAVE-CONTROL                                     00566000
005670     ADD 1 TO WS-STOCK-CNT                                        00567000
005680                                                                  00568000
005690     INITIALIZE L-REG-LINE                                        00569000
005700     MOVE CKD-CHECK-NO TO RGL-CHECK-NO                            00570000
005710     MOVE 'STOCK'      TO RGL-ACTION                              00571000
005720     MOVE SPACES       TO RGL-COMPANY                             00572000
005730     MOVE CKD-LAST-NO  TO ED-CHECK-NO                             00573000
005740     STRING                                                       00574000
005750        'NEW CHECKS TO ' DELIMITED BY SIZE                        00575000
005760        ED-CHECK-NO      DELIMITED BY SIZE                        00576000
005770        INTO RGL-COMPANY                                          00577000
005780     END-STRING                                                   00578000
005790     MOVE ZERO         TO RGL-AMOUNT                              00579000
005800     MOVE SPACES       TO RGL-REQ-DATE                            00580000
005810     MOVE ZERO         TO RGL-REQ-SEQ                             00581000
005820     MOVE ZERO         TO RGL-ORIG-NO                             00582000
005830     MOVE CKD-USER     TO RGL-USER                                00583000
005840     MOVE SPACES       TO RGL-REASON                              00584000
005850     STRING                                                       00585000
005860        'BANK ACCOUNT '  DELIMITED BY SIZE                        00586000
005870        WS-CTL-ACCOUNT   DELIMITED BY SIZE                        00587000
005880        INTO RGL-REASON                                           00588000
005890     END-STRING                                                   00589000
005900     WRITE ENR-CHKLST FROM L-REG-LINE                             00590000
005910     EXIT.                                                        00591000
005920                                                                  00592000
005930******************************************************************00593000
005940* ANNULATION D UN CHEQUE EMIS ET NON ENCORE PAYE PAR LA BANQUE.   00594000
005950* UNE REEMISSION DEMANDE UN NUMERO DISPONIBLE AVANT D ANNULER     00595000
005960******************************************************************00596000
005970 320-VOID-CHECK.                                                  00597000
005980     PERFORM 180-CHECK-STOCK                                      00598000
005990     INITIALIZE CHKREG-RECORD                                     00599000
006000     MOVE 'K'          TO CKR-REC-TYPE                            00600000
006010     MOVE SPACES       TO CKR-ID                                  00601000
006020     MOVE CKD-CHECK-NO TO CKR-CHECK-NO                            00602000
006030     READ CHKG KEY IS CKR-KEY                                     00603000
006040     EVALUATE TRUE                                                00604000
006050         WHEN WS-CHKG-STATUS NOT = '00'                           00605000
006060             MOVE 'CHECK NOT ON REGISTER'      TO WS-REJ-REASON   00606000
006070         WHEN CKK-VOIDED                                          00607000
006080             MOVE 'CHECK ALREADY VOIDED'       TO WS-REJ-REASON   00608000
006090         WHEN CKK-PAID                                            00609000
006100             MOVE 'CHECK ALREADY PAID BY BANK' TO WS-REJ-REASON   00610000
006110         WHEN CKD-REISSUE AND NOT STOCK-LEFT                      00611000
006120             MOVE 'NO CHECK STOCK FOR REISSUE' TO WS-REJ-REASON   00612000
006130         WHEN OTHER                                               00613000
006140             PERFORM 330-RECORD-VOID                              00614000
006150     END-EVALUATE                                                 00615000
006160     EXIT.                                                        00616000
006170                                                                  00617000
006180 330-RECORD-VOID.                                                 00618000
006190     MOVE CKR-CHECK-NO   TO WS-VD-CHECK-NO                        00619000
006200     MOVE CKK-ISSUE-DATE TO WS-VD-ISSUE                           00620000
006210     MOVE CKK-COMPANY    TO WS-ISS-COMPANY                        00621000
006220     MOVE CKK-AMOUNT     TO WS-ISS-AMOUNT                         00622000
006230     MOVE CKK-REQ-DATE   TO WS-ISS-REQ-DATE                       00623000
006240     MOVE CKK-REQ-SEQ    TO WS-ISS-REQ-SEQ                        00624000
006250     MOVE CKK-ACCOUNT    TO WS-VD-ACCOUNT                         00625000
006260                                                                  00626000
006270     MOVE 'V'            TO CKK-STATUS                            00627000
006280     MOVE WS-RUN-DATE    TO CKK-VOID-DATE                         00628000
006290     MOVE CKD-USER       TO CKK-VOID-USER                         00629000
006300     MOVE CKD-REASON     TO CKK-VOID-REASON                       00630000
006310     IF CKD-REISSUE                                               00631000
006320         MOVE WS-CTL-NEXT TO CKK-REPL-NO                          00632000
006330     END-IF                                                       00633000
006340     REWRITE CHKREG-RECORD                                        00634000
006350     IF WS-CHKG-STATUS NOT = '00'                                 00635000
006360         DISPLAY 'ERREUR REECRITURE CHKREG : ' WS-CHKG-STATUS     00636000
006370         PERFORM ABEND-PROG                                       00637000
006380     END-IF                                                       00638000
006390     ADD 1 TO WS-VOID-CNT                                         00639000
006400     ADD WS-ISS-AMOUNT TO WS-VOID-AMT                             00640000
006410                                                                  00641000
006420     INITIALIZE L-POSPAY                                          00642000
006430     MOVE WS-VD-ACCOUNT  TO PPY-ACCOUNT                           00643000
006440     MOVE WS-VD-CHECK-NO TO PPY-CHECK-NO                          00644000
006450     MOVE WS-ISS-AMOUNT  TO PPY-AMOUNT                            00645000
006460     MOVE WS-VD-ISSUE    TO WS-DATE-X                             00646000
006470     PERFORM 820-BANK-DATE                                        00647000
006480     MOVE WS-BANK-DATE   TO PPY-ISSUE-DATE                        00648000
006490     MOVE 'V'            TO PPY-ACTION                            00649000
006500     MOVE WS-ISS-COMPANY TO PPY-PAYEE                             00650000
006510     WRITE ENR-POSPAY FROM L-POSPAY                               00651000
006520                                                                  00652000
006530     INITIALIZE L-REG-LINE                                        00653000
006540     MOVE WS-VD-CHECK-NO  TO RGL-CHECK-NO                         00654000
006550     MOVE 'VOIDED'        TO RGL-ACTION                           00655000
006560     MOVE WS-ISS-COMPANY  TO RGL-COMPANY                          00656000
006570     MOVE WS-ISS-AMOUNT   TO RGL-AMOUNT                           00657000
006580     MOVE WS-ISS-REQ-DATE TO RGL-REQ-DATE                         00658000
006590     MOVE WS-ISS-REQ-SEQ  TO RGL-REQ-SEQ                          00659000
006600     MOVE ZERO            TO RGL-ORIG-NO                          00660000
006610     MOVE CKD-USER        TO RGL-USER                             00661000
006620     MOVE CKD-REASON      TO RGL-REASON                           00662000
006630     WRITE ENR-CHKLST FROM L-REG-LINE                             00663000
006640                                                                  00664000
006650     IF CKD-VOID                                                  00665000
006660         PERFORM 340-WRITE-CREDIT-BACK                            00666000
006670     ELSE                                                         00667000
006680         MOVE WS-VD-CHECK-NO TO WS-ISS-ORIG-NO                    00668000
006690         PERFORM 500-ISSUE-CHECK                                  00669000
006700         PERFORM 350-RELINK-REQUEST                               00670000
006710         ADD 1 TO WS-REISS-CNT                                    00671000
006720     END-IF                                                       00672000
006730     EXIT.                                                        00673000
006740                                                                  00674000
006750******************************************************************00675000
006760* DOCUMENT V : REPRIS PAR PJPART3S EN MOUVEMENT NEGATIF, IL REND  00676000
006770* AU CLIENT LE CREDIT QUE LE DOCUMENT R DU REMBOURSEMENT AVAIT    00677000
006780* SOLDE. LE SOUS-TOTAL RESTE A ZERO COMME SUR LE DOCUMENT R       00678000
006790******************************************************************00679000
006800 340-WRITE-CREDIT-BACK.                                           00680000
006810     INITIALIZE L-INVX-HDR                                        00681000
006820     MOVE 'V'            TO INVXH-TYPE                            00682000
006830     MOVE ZERO           TO INVXH-O-NO                            00683000
006840     MOVE WS-RUN-DATE    TO INVXH-O-DATE                          00684000
006850     MOVE WS-ISS-COMPANY TO INVXH-COMPANY                         00685000
006860     MOVE ZERO           TO INVXH-TAXPCT                          00686000
006870     MOVE ZERO           TO INVXH-SUBTOTAL                        00687000
006880     MOVE ZERO           TO INVXH-TAXAMT                          00688000
006890     MOVE ZERO           TO INVXH-COMAMT                          00689000
006900     MOVE WS-ISS-AMOUNT  TO INVXH-TOTAL                           00690000
006910     MOVE ZERO           TO INVXH-FREIGHT                         00691000
006920     MOVE ZERO           TO INVXH-DISCOUNT                        00692000
006930     MOVE 'VOID'         TO INVXH-TERMS                           00693000
006940     MOVE WS-RUN-DATE    TO INVXH-DUEDATE                         00694000
006950     MOVE ZERO           TO INVXH-DISCPCT                         00695000
006960     MOVE WS-RUN-DATE    TO INVXH-DISCDATE                        00696000
006970     WRITE ENR-INVX FROM L-INVX-HDR                               00697000
006980     ADD 1 TO WS-CREDIT-CNT                                       00698000
006990     ADD WS-ISS-AMOUNT TO WS-CREDIT-AMT                           00699000
007000                                                                  00700000
007010     MOVE SPACES TO RGN-TEXT                                      00701000
007020     MOVE WS-ISS-AMOUNT TO ED-AMOUNT                              00702000
007030     STRING                                                       00703000
007040        'CREDIT OF '           DELIMITED BY SIZE                  00704000
007050        ED-AMOUNT              DELIMITED BY SIZE                  00705000
007060        ' RESTORED TO THE CUSTOMER ACCOUNT'                       00706000
007070                               DELIMITED BY SIZE                  00707000
007080        INTO RGN-TEXT                                             00708000
007090     END-STRING                                                   00709000
007100     WRITE ENR-CHKLST FROM L-REG-NOTE                             00710000
007110     EXIT.                                                        00711000
007120                                                                  00712000
007130******************************************************************00713000
007140* LA DEMANDE D ORIGINE POINTE DESORMAIS SUR LE CHEQUE DE          00714000
007150* REMPLACEMENT                                                    00715000
007160******************************************************************00716000
007170 350-RELINK-REQUEST.                                              00717000
007180     INITIALIZE CHKREG-RECORD                                     00718000
007190     MOVE 'R'             TO CKR-REC-TYPE                         00719000
007200     MOVE WS-ISS-REQ-DATE TO CKR-REQ-DATE                         00720000
007210     MOVE WS-ISS-REQ-SEQ  TO CKR-REQ-SEQ                          00721000
007220     READ CHKG KEY IS CKR-KEY                                     00722000
007230     IF WS-CHKG-STATUS = '00'                                     00723000
007240         MOVE WS-NEW-NO   TO CKQ-CHECK-NO                         00724000
007250         MOVE WS-RUN-DATE TO CKQ-ISSUE-DATE                       00725000
007260         REWRITE CHKREG-RECORD                                    00726000
007270     END-IF                                                       00727000
007280     EXIT.                                                        00728000
007290                                                                  00729000
007300******************************************************************00730000
007310* PARAGRAPHES DE LECTURE ET DE TRAITEMENT DES DEMANDES : UNE      00731000
007320* DEMANDE DEJA NUMEROTEE (ENREGISTREMENT R) N EST PAS REEMISE ;   00732000
007330* FAUTE DE CARNET ELLE RESTE EN ATTENTE JUSQU A LA REPRISE        00733000
007340******************************************************************00734000
007350 400-READ-REQ.                                                    00735000
007360     READ REQS INTO L-CHKREQ                                      00736000
007370         AT END                                                   00737000
007380              SET FF-REQS TO TRUE                                 00738000
007390         NOT AT END                                               00739000
007400              ADD 1 TO WS-REQ-READ                                00740000
007410     END-READ                                                     00741000
007420     IF WS-REQS-STATUS NOT = '00' AND WS-REQS-STATUS NOT = '10'   00742000
007430         SET FF-REQS TO TRUE                                      00743000
007440     END-IF                                                       00744000
007450     EXIT.                                                        00745000
007460                                                                  00746000
007470 410-PROCESS-REQUEST.                                             00747000
007480     IF CHK-AMOUNT NOT NUMERIC OR CHK-SEQ NOT NUMERIC             00748000
007490         ADD 1 TO WS-REQ-BAD                                      00749000
007500         DISPLAY 'CHECK REQUEST INVALID : ' L-CHKREQ              00750000
007510     ELSE                                                         00751000
007520         INITIALIZE CHKREG-RECORD                                 00752000
007530         MOVE 'R'      TO CKR-REC-TYPE                            00753000
007540         MOVE CHK-DATE TO CKR-REQ-DATE                            00754000
007550         MOVE CHK-SEQ  TO CKR-REQ-SEQ                             00755000
007560         READ CHKG KEY IS CKR-KEY                                 00756000
007570         IF WS-CHKG-STATUS = '00'                                 00757000
007580             ADD 1 TO WS-REQ-DONE                                 00758000
007590         ELSE                                                     00759000
007600             PERFORM 420-ISSUE-REQUEST                            00760000
007610         END-IF                                                   00761000
007620     END-IF                                                       00762000
007630     PERFORM 400-READ-REQ                                         00763000
007640     EXIT.                                                        00764000
007650                                                                  00765000
007660 420-ISSUE-REQUEST.                                               00766000
007670     PERFORM 180-CHECK-STOCK                                      00767000
007680     IF STOCK-LEFT AND CHK-AMOUNT > ZERO                          00768000
007690         MOVE CHK-COMPANY TO WS-ISS-COMPANY                       00769000
007700         MOVE CHK-AMOUNT  TO WS-ISS-AMOUNT                        00770000
007710         MOVE CHK-DATE    TO WS-ISS-REQ-DATE                      00771000
007720         MOVE CHK-SEQ     TO WS-ISS-REQ-SEQ                       00772000
007730         MOVE ZERO        TO WS-ISS-ORIG-NO                       00773000
007740         PERFORM 500-ISSUE-CHECK                                  00774000
007750         PERFORM 430-WRITE-REQUEST-LINK                           00775000
007760     ELSE                                                         00776000
007770         IF CHK-AMOUNT = ZERO                                     00777000
007780             ADD 1 TO WS-REQ-BAD                                  00778000
007790         ELSE                                                     00779000
007800             ADD 1 TO WS-REQ-NOSTOCK                              00780000
007810             ADD CHK-AMOUNT TO WS-NOSTOCK-AMT                     00781000
007820             MOVE SPACES TO RGN-TEXT                              00782000
007830             MOVE CHK-AMOUNT TO ED-AMOUNT                         00783000
007840             STRING                                               00784000
007850                'NOT ISSUED, NO CHECK STOCK : ' DELIMITED BY SIZE 00785000
007860                CHK-DATE                        DELIMITED BY SIZE 00786000
007870                ' '                             DELIMITED BY SIZE 00787000
007880                CHK-SEQ                         DELIMITED BY SIZE 00788000
007890                ' '                             DELIMITED BY SIZE 00789000
007900                CHK-COMPANY                     DELIMITED BY SIZE 00790000
007910                ED-AMOUNT                       DELIMITED BY SIZE 00791000
007920                INTO RGN-TEXT                                     00792000
007930             END-STRING                                           00793000
007940             WRITE ENR-CHKLST FROM L-REG-NOTE                     00794000
007950         END-IF                                                   00795000
007960     END-IF                                                       00796000
007970     EXIT.                                                        00797000
007980                                                                  00798000
007990 430-WRITE-REQUEST-LINK.                                          00799000
008000     INITIALIZE CHKREG-RECORD                                     00800000
008010     MOVE 'R'         TO CKR-REC-TYPE                             00801000
008020     MOVE CHK-DATE    TO CKR-REQ-DATE                             00802000
008030     MOVE CHK-SEQ     TO CKR-REQ-SEQ                              00803000
008040     MOVE WS-NEW-NO   TO CKQ-CHECK-NO                             00804000
008050     MOVE WS-RUN-DATE TO CKQ-ISSUE-DATE                           00805000
008060     WRITE CHKREG-RECORD                                          00806000
008070     IF WS-CHKG-STATUS NOT = '00'                                 00807000
008080         DISPLAY 'ERREUR ECRITURE DEMANDE CHKREG : '              00808000
008090                 WS-CHKG-STATUS                                   00809000
008100         PERFORM ABEND-PROG                                       00810000
008110     END-IF                                                       00811000
008120     EXIT.                                                        00812000
008130                                                                  00813000
008140******************************************************************00814000
008150* EMISSION D UN CHEQUE : NUMERO SUIVANT DU CARNET, ENREGISTREMENT 00815000
008160* K, LIGNE DU REGISTRE ET ENREGISTREMENT POSITIVE-PAY D EMISSION  00816000
008170******************************************************************00817000
008180 500-ISSUE-CHECK.                                                 00818000
008190     MOVE WS-CTL-NEXT TO WS-NEW-NO                                00819000
008200     ADD 1 TO WS-CTL-NEXT                                         00820000
008210     PERFORM 170-SAVE-CONTROL                                     00821000
008220                                                                  00822000
008230     INITIALIZE CHKREG-RECORD                                     00823000
008240     MOVE 'K'             TO CKR-REC-TYPE                         00824000
008250     MOVE SPACES          TO CKR-ID                               00825000
008260     MOVE WS-NEW-NO       TO CKR-CHECK-NO                         00826000
008270     MOVE 'I'             TO CKK-STATUS                           00827000
008280     MOVE WS-RUN-DATE     TO CKK-ISSUE-DATE                       00828000
008290     MOVE WS-ISS-COMPANY  TO CKK-COMPANY                          00829000
008300     MOVE WS-ISS-AMOUNT   TO CKK-AMOUNT                           00830000
008310     MOVE WS-ISS-REQ-DATE TO CKK-REQ-DATE                         00831000
008320     MOVE WS-ISS-REQ-SEQ  TO CKK-REQ-SEQ                          00832000
008330     MOVE WS-ISS-ORIG-NO  TO CKK-ORIG-NO                          00833000
008340     MOVE WS-CTL-ACCOUNT  TO CKK-ACCOUNT                          00834000
008350     MOVE ZERO            TO CKK-REPL-NO                          00835000
008360     MOVE ZERO            TO CKK-PAID-AMT                         00836000
008370     WRITE CHKREG-RECORD                                          00837000
008380     IF WS-CHKG-STATUS NOT = '00'                                 00838000
008390         DISPLAY 'CHECK NUMBER ALREADY ON CHKREG : ' WS-NEW-NO    00839000
008400                 ' STATUS ' WS-CHKG-STATUS                        00840000
008410         PERFORM ABEND-PROG                                       00841000
008420     END-IF                                                       00842000
008430     ADD 1 TO WS-ISSUE-CNT                                        00843000
008440     ADD WS-ISS-AMOUNT TO WS-ISSUE-AMT                            00844000
008450                                                                  00845000
008460     INITIALIZE L-POSPAY                                          00846000
008470     MOVE WS-CTL-ACCOUNT TO PPY-ACCOUNT                           00847000
008480     MOVE WS-NEW-NO      TO PPY-CHECK-NO                          00848000
008490     MOVE WS-ISS-AMOUNT  TO PPY-AMOUNT                            00849000
008500     MOVE WS-RUN-DATE    TO WS-DATE-X                             00850000
008510     PERFORM 820-BANK-DATE                                        00851000
008520     MOVE WS-BANK-DATE   TO PPY-ISSUE-DATE                        00852000
008530     MOVE 'I'            TO PPY-ACTION                            00853000
008540     MOVE WS-ISS-COMPANY TO PPY-PAYEE                             00854000
008550     WRITE ENR-POSPAY FROM L-POSPAY                               00855000
008560                                                                  00856000
008570     INITIALIZE L-REG-LINE                                        00857000
008580     MOVE WS-NEW-NO       TO RGL-CHECK-NO                         00858000
008590     MOVE 'ISSUED'        TO RGL-ACTION                           00859000
008600     MOVE WS-ISS-COMPANY  TO RGL-COMPANY                          00860000
008610     MOVE WS-ISS-AMOUNT   TO RGL-AMOUNT                           00861000
008620     MOVE WS-ISS-REQ-DATE TO RGL-REQ-DATE                         00862000
008630     MOVE WS-ISS-REQ-SEQ  TO RGL-REQ-SEQ                          00863000
008640     MOVE WS-ISS-ORIG-NO  TO RGL-ORIG-NO                          00864000
008650     IF WS-ISS-ORIG-NO = ZERO                                     00865000
008660         MOVE SPACES      TO RGL-USER                             00866000
008670         MOVE SPACES      TO RGL-REASON                           00867000
008680     ELSE                                                         00868000
008690         MOVE CKD-USER    TO RGL-USER                             00869000
008700         MOVE 'REISSUE'   TO RGL-REASON                           00870000
008710     END-IF                                                       00871000
008720     WRITE ENR-CHKLST FROM L-REG-LINE                             00872000
008730     EXIT.                                                        00873000
008740                                                                  00874000
008750******************************************************************00875000
008760* CONTROLE D UNE DATE AAAA-MM-JJ (ZERO SI ELLE EST ILLISIBLE)     00876000
008770******************************************************************00877000
008780 810-CHECK-DATE.                                                  00878000
008790     MOVE ZERO TO WS-DATE-INT                                     00879000
008800     MOVE WS-DATE-X(1:4) TO W-YMD-Y                               00880000
008810     MOVE WS-DATE-X(6:2) TO W-YMD-M                               00881000
008820     MOVE WS-DATE-X(9:2) TO W-YMD-D                               00882000
008830     IF W-YMD-NUM NUMERIC                                         00883000
008840        AND W-YMD-M >= '01' AND W-YMD-M <= '12'                   00884000
008850        AND W-YMD-D >= '01' AND W-YMD-D <= '31'                   00885000
008860        AND W-YMD-Y >= '1601'                                     00886000
008870        AND WS-DATE-X(5:1) = '-' AND WS-DATE-X(8:1) = '-'         00887000
008880         COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)00888000
008890     END-IF                                                       00889000
008900     EXIT.                                                        00890000
008910                                                                  00891000
008920******************************************************************00892000
008930* DATE AAAA-MM-JJ AU FORMAT BANQUE AAAAMMJJ (ZERO SI ILLISIBLE)   00893000
008940******************************************************************00894000
008950 820-BANK-DATE.                                                   00895000
008960     MOVE ZERO TO WS-BANK-DATE                                    00896000
008970     MOVE WS-DATE-X(1:4) TO W-YMD-Y                               00897000
008980     MOVE WS-DATE-X(6:2) TO W-YMD-M                               00898000
008990     MOVE WS-DATE-X(9:2) TO W-YMD-D                               00899000
009000     IF W-YMD-NUM NUMERIC                                         00900000
009010         MOVE W-YMD-NUM TO WS-BANK-DATE                           00901000
009020     END-IF                                                       00902000
009030     EXIT.                                                        00903000
009040                                                                  00904000
009050******************************************************************00905000
009060* PARAGRAPHE D ECRITURE DES TOTAUX DE CONTROLE EN FIN D ETAT      00906000
009070******************************************************************00907000
009080 900-WRITE-TOTALS.                                                00908000
009090     WRITE ENR-CHKLST FROM L-REG-VIDE                             00909000
009100     MOVE 'SUPERVISOR CARDS READ'          TO RGK-LABEL           00910000
009110     MOVE WS-CARD-CNT                      TO RGK-VALUE           00911000
009120     WRITE ENR-CHKLST FROM L-REG-CNT                              00912000
009130     MOVE 'SUPERVISOR CARDS REJECTED'      TO RGK-LABEL           00913000
009140     MOVE WS-REJECT-CNT                    TO RGK-VALUE           00914000
009150     WRITE ENR-CHKLST FROM L-REG-CNT                              00915000
009160     MOVE 'NEW CHECK STOCKS LOADED'        TO RGK-LABEL           00916000
009170     MOVE WS-STOCK-CNT                     TO RGK-VALUE           00917000
009180     WRITE ENR-CHKLST FROM L-REG-CNT                              00918000
009190     MOVE 'CHECK REQUESTS READ'            TO RGK-LABEL           00919000
009200     MOVE WS-REQ-READ                      TO RGK-VALUE           00920000
009210     WRITE ENR-CHKLST FROM L-REG-CNT                              00921000
009220     MOVE '  ALREADY ISSUED (SKIPPED)'     TO RGK-LABEL           00922000
009230     MOVE WS-REQ-DONE                      TO RGK-VALUE           00923000
009240     WRITE ENR-CHKLST FROM L-REG-CNT                              00924000
009250     MOVE '  INVALID (SKIPPED)'            TO RGK-LABEL           00925000
009260     MOVE WS-REQ-BAD                       TO RGK-VALUE           00926000
009270     WRITE ENR-CHKLST FROM L-REG-CNT                              00927000
009280     MOVE '  NOT ISSUED - NO CHECK STOCK'  TO RGK-LABEL           00928000
009290     MOVE WS-REQ-NOSTOCK                   TO RGK-VALUE           00929000
009300     WRITE ENR-CHKLST FROM L-REG-CNT                              00930000
009310     MOVE '  AMOUNT NOT ISSUED'            TO RGO-LABEL           00931000
009320     MOVE WS-NOSTOCK-AMT                   TO RGO-VALUE           00932000
009330     WRITE ENR-CHKLST FROM L-REG-TOT                              00933000
009340     MOVE 'CHECKS ISSUED'                  TO RGK-LABEL           00934000
009350     MOVE WS-ISSUE-CNT                     TO RGK-VALUE           00935000
009360     WRITE ENR-CHKLST FROM L-REG-CNT                              00936000
009370     MOVE 'TOTAL ISSUED'                   TO RGO-LABEL           00937000
009380     MOVE WS-ISSUE-AMT                     TO RGO-VALUE           00938000
009390     WRITE ENR-CHKLST FROM L-REG-TOT                              00939000
009400     MOVE 'CHECKS VOIDED'                  TO RGK-LABEL           00940000
009410     MOVE WS-VOID-CNT                      TO RGK-VALUE           00941000
009420     WRITE ENR-CHKLST FROM L-REG-CNT                              00942000
009430     MOVE 'TOTAL VOIDED'                   TO RGO-LABEL           00943000
009440     MOVE WS-VOID-AMT                      TO RGO-VALUE           00944000
009450     WRITE ENR-CHKLST FROM L-REG-TOT                              00945000
009460     MOVE '  OF WHICH REISSUED'            TO RGK-LABEL           00946000
009470     MOVE WS-REISS-CNT                     TO RGK-VALUE           00947000
009480     WRITE ENR-CHKLST FROM L-REG-CNT                              00948000
009490     MOVE '  CREDITS RESTORED (V DOCUMENTS)' TO RGK-LABEL         00949000
009500     MOVE WS-CREDIT-CNT                    TO RGK-VALUE           00950000
009510     WRITE ENR-CHKLST FROM L-REG-CNT                              00951000
009520     MOVE '  TOTAL CREDIT RESTORED'        TO RGO-LABEL           00952000
009530     MOVE WS-CREDIT-AMT                    TO RGO-VALUE           00953000
009540     WRITE ENR-CHKLST FROM L-REG-TOT                              00954000
009550     MOVE ZERO TO WS-STOCK-LEFT                                   00955000
009560     PERFORM 180-CHECK-STOCK                                      00956000
009570     IF STOCK-LEFT                                                00957000
009580         COMPUTE WS-STOCK-LEFT = WS-CTL-LAST - WS-CTL-NEXT + 1    00958000
009590     END-IF                                                       00959000
009600     MOVE 'CHECKS LEFT IN STOCK'           TO RGK-LABEL           00960000
009610     MOVE WS-STOCK-LEFT                    TO RGK-VALUE           00961000
009620     WRITE ENR-CHKLST FROM L-REG-CNT                              00962000
009630     DISPLAY 'CHECK REQUESTS READ   : ' WS-REQ-READ               00963000
009640     DISPLAY 'CHECKS ISSUED         : ' WS-ISSUE-CNT              00964000
009650     DISPLAY 'NOT ISSUED - NO STOCK : ' WS-REQ-NOSTOCK            00965000
009660     DISPLAY 'CHECKS VOIDED         : ' WS-VOID-CNT               00966000
009670     DISPLAY 'CARDS REJECTED        : ' WS-REJECT-CNT             00967000
009680     DISPLAY 'CHECKS LEFT IN STOCK  : ' WS-STOCK-LEFT             00968000
009690     EXIT.                                                        00969000
009700                                                                  00970000
009710******************************************************************00971000
009720* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   00972000
009730* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            00973000
009740******************************************************************00974000
009750 ABEND-PROG.                                                      00975000
009760     DISPLAY 'ABEND-PROG !'                                       00976000
009770     COMPUTE WS-ANO = 1 / WS-ANO.                                 00977000
