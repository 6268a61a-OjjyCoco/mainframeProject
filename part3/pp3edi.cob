000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3EDI.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - OUTBOUND EDI INVOICES : BUILDS00020000
000210*                  THE X12 810 TRANSACTION SETS OF THE INVOICES   00021000
000220*                  AND CREDIT MEMOS OF A BILLING RUN (INVEXTR     00022000
000230*                  H/C/D) FOR THE CUSTOMERS HOLDING AN ACTIVE     00023000
000240*                  TRADING-PARTNER PROFILE (EDIPROF), ONE         00024000
000250*                  INTERCHANGE PER PARTNER. CONTROL NUMBERS COME  00025000
000260*                  FROM THE CONTROL RECORD OF THE EDILOG KSDS,    00026000
000270*                  WHICH ALSO LOGS EVERY TRANSACTION SET SENT FOR 00027000
000280*                  THE 997 RECONCILIATION OF PJPT3ACK             00028000
000281* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00028100
000282*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00028200
000283*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00028300
000284* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, PJPART3B)   00028400
000285*                  ARE SENT AS 810 INVOICES LIKE H DOCUMENTS      00028500
000286* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00028600
000287*                  NO UNSET FIELD REACHES JOBLOG                  00028700
000290******************************************************************00029000
000300                                                                  00030000
000310 ENVIRONMENT DIVISION.                                            00031000
000320 INPUT-OUTPUT SECTION.                                            00032000
000330 FILE-CONTROL.                                                    00033000
000340******************************************************************00034000
000350* PROFILS DES PARTENAIRES EDI (VOIR COPY EDPREC)                  00035000
000360******************************************************************00036000
000370      SELECT PRFF ASSIGN TO EDIPROF                               00037000
000380      ORGANIZATION IS SEQUENTIAL                                  00038000
000390      FILE STATUS IS WS-PRFF-STATUS.                              00039000
000400******************************************************************00040000
000410* FLUX INVEXTR DU RUN DE FACTURATION                              00041000
000420******************************************************************00042000
000430      SELECT INVX ASSIGN TO INVEXTR                               00043000
000440      ORGANIZATION  IS SEQUENTIAL.                                00044000
000450******************************************************************00045000
000460* KSDS DES ADRESSES DE LIVRAISON (ECRIT PAR PJORDE)               00046000
000470******************************************************************00047000
000480      SELECT SHIPF ASSIGN TO SHIPTO                               00048000
000490      ORGANIZATION IS INDEXED                                     00049000
000500      ACCESS MODE  IS RANDOM                                      00050000
000510      RECORD KEY   IS SHI-KEY                                     00051000
000520      FILE STATUS  IS WS-SHIPF-STATUS.                            00052000
000530******************************************************************00053000
000540* KSDS JOURNAL DES TRANSMISSIONS EDI (VOIR COPY EDLREC)           00054000
000550******************************************************************00055000
000560      SELECT LOGF ASSIGN TO EDILOG                                00056000
000570      ORGANIZATION IS INDEXED                                     00057000
000580      ACCESS MODE  IS DYNAMIC                                     00058000
000590      RECORD KEY   IS EDL-KEY                                     00059000
000600      FILE STATUS  IS WS-LOGF-STATUS.                             00060000
000610******************************************************************00061000
000620* FICHIERS DE TRI : TRAVAIL ET RESULTAT TRIE PAR PARTENAIRE       00062000
000630******************************************************************00063000
000640      SELECT SRTWRK ASSIGN TO SORTWORK.                           00064000
000650      SELECT SRTD ASSIGN TO EDISORT                               00065000
000660      ORGANIZATION  IS SEQUENTIAL.                                00066000
000670******************************************************************00067000
000680* FICHIER X12 A TRANSMETTRE (UN SEGMENT PAR ENREGISTREMENT)       00068000
000690******************************************************************00069000
000700      SELECT EDIO ASSIGN TO EDI810                                00070000
000710      ORGANIZATION  IS SEQUENTIAL.                                00071000
000720******************************************************************00072000
000730* ETAT DES TRANSMISSIONS DU RUN                                   00073000
000740******************************************************************00074000
000750      SELECT EDIR ASSIGN TO EDIREP                                00075000
000760      ORGANIZATION  IS SEQUENTIAL.                                00076000
000770                                                                  00077000
000780******************************************************************00078000
000790                                                                  00079000
000800 DATA DIVISION.                                                   00080000
000810 FILE SECTION.                                                    00081000
000820 FD PRFF.                                                         00082000
000830 01 ENR-EDIPROF PIC X(80).                                        00083000
000840                                                                  00084000
000850 FD INVX.                                                         00085000
000860 01 ENR-INVX PIC X(204).                                          00086000
000870                                                                  00087000
000880 FD SHIPF.                                                        00088000
000890     COPY SHIPREC.                                                00089000
000900                                                                  00090000
000910 FD LOGF.                                                         00091000
000920     COPY EDLREC.                                                 00092000
000930                                                                  00093000
000940 SD SRTWRK.                                                       00094000
000950 01 SRT-REC.                                                      00095000
000960      05 SRT-C-NO     PIC 9(3).                                   00096000
000970      05 SRT-DOC-SEQ  PIC 9(6).                                   00097000
000980      05 SRT-LINE-SEQ PIC 9(3).                                   00098000
000990      05 SRT-PRF-IX   PIC 9(3).                                   00099000
001000      05 SRT-INVX     PIC X(204).                                 00100000
001010                                                                  00101000
001020 FD SRTD.                                                         00102000
001030 01 ENR-EDISORT PIC X(219).                                       00103000
001040                                                                  00104000
001050 FD EDIO.                                                         00105000
001060 01 ENR-EDI810 PIC X(120).                                        00106000
001070                                                                  00107000
001080 FD EDIR.                                                         00108000
001090 01 ENR-EDIREP PIC X(132).                                        00109000
001100                                                                  00110000
001110 WORKING-STORAGE SECTION.                                         00111000
001120******************************************************************00112000
001130* DECLARATION DES FLAGS DE FIN DE FICHIER ET DES STATUTS          00113000
001140******************************************************************00114000
001150 77 FLAG-INVX   PIC 9 VALUE 0.                                    00115000
001160    88 FF-INVX VALUE 1.                                           00116000
001170 77 FLAG-SRTD   PIC 9 VALUE 0.                                    00117000
001180    88 FF-SRTD VALUE 1.                                           00118000
001190 77 WS-PRFF-STATUS  PIC X(2) VALUE SPACES.                        00119000
001200 77 WS-SHIPF-STATUS PIC X(2) VALUE SPACES.                        00120000
001210 77 WS-LOGF-STATUS  PIC X(2) VALUE SPACES.                        00121000
001220 77 WS-SHIPF-SW     PIC X(1) VALUE 'N'.                           00122000
001230    88 SHIPTO-OPEN VALUE 'Y'.                                     00123000
001240                                                                  00124000
001250 77 WS-ANO PIC 99 VALUE ZERO.                                     00125000
001260                                                                  00126000
001270******************************************************************00127000
001280* CARTES SYSIN : DATE (AAAA-MM-JJ) ET HEURE (HHMM) DE LA          00128000
001290* TRANSMISSION, PUIS NOTRE IDENTITE EDI : QUALIFIANT (1-2), ID    00129000
001300* D ECHANGE (3-17) ET CODE APPLICATION DU GROUPE (18-32)          00130000
001310******************************************************************00131000
001320 77 WS-RUN-DATE PIC X(10) VALUE SPACES.                           00132000
001330 77 WS-RUN-TIME PIC X(4)  VALUE SPACES.                           00133000
001340 01 WS-SENDER-CARD.                                               00134000
001350      05 WS-SND-QUAL PIC X(2).                                    00135000
001360      05 WS-SND-ID   PIC X(15).                                   00136000
001370      05 WS-SND-GS   PIC X(15).                                   00137000
001380      05 FILLER      PIC X(48).                                   00138000
001390                                                                  00139000
001400******************************************************************00140000
001410* ENREGISTREMENTS DU PROFIL PARTENAIRE ET DU FLUX INVEXTR         00141000
001420******************************************************************00142000
001430     COPY EDPREC.                                                 00143000
001440                                                                  00144000
001450     COPY INVXREC.                                                00145000
001460                                                                  00146000
001470******************************************************************00147000
001480* ENREGISTREMENT TRIE : PARTENAIRE, DOCUMENT, LIGNE (0 = ENTETE)  00148000
001490******************************************************************00149000
001500 01 L-SRT-OUT.                                                    00150000
001510      05 SRO-C-NO     PIC 9(3).                                   00151000
001520      05 SRO-DOC-SEQ  PIC 9(6).                                   00152000
001530      05 SRO-LINE-SEQ PIC 9(3).                                   00153000
001540      05 SRO-PRF-IX   PIC 9(3).                                   00154000
001550      05 SRO-INVX     PIC X(204).                                 00155000
001560                                                                  00156000
001570******************************************************************00157000
001580* DECLARATION DES ZONES DB2 (SQLCA ET TABLE CUSTOMERS)            00158000
001590******************************************************************00159000
001600     EXEC SQL                                                     00160000
001610        INCLUDE SQLCA                                             00161000
001620     END-EXEC.                                                    00162000
001630                                                                  00163000
001640     EXEC SQL                                                     00164000
001650        INCLUDE CUSTS                                             00165000
001660     END-EXEC.                                                    00166000
001670                                                                  00167000
001680 77 WS-BILLTO-SW PIC X(1) VALUE 'N'.                              00168000
001690    88 BILLTO-FOUND VALUE 'Y'.                                    00169000
001700                                                                  00170000
001710******************************************************************00171000
001720* TABLE DES PROFILS PARTENAIRES CHARGES DE EDIPROF                00172000
001730******************************************************************00173000
001740 01 PRF-TABLE.                                                    00174000
001750      05 PRF-ENTRY OCCURS 100 TIMES INDEXED BY PRF-IDX.           00175000
001760         10 PRF-REC PIC X(80).                                    00176000
001770 77 WS-PRF-CNT PIC 9(3) VALUE ZERO.                               00177000
001780 77 WS-PRF-MAX PIC 9(3) VALUE 100.                                00178000
001790 77 WS-FND-IX  PIC 9(3) VALUE ZERO.                               00179000
001800                                                                  00180000
001810******************************************************************00181000
001820* TAMPON DES DETAILS DU DOCUMENT EN COURS (LES D PRECEDENT H/C)   00182000
001830******************************************************************00183000
001840 01 BUF-TABLE.                                                    00184000
001850      05 BUF-ENTRY OCCURS 500 TIMES INDEXED BY BUF-IDX.           00185000
001860         10 BUF-REC PIC X(204).                                   00186000
001870 77 WS-BUF-CNT PIC 9(3) VALUE ZERO.                               00187000
001880 77 WS-BUF-MAX PIC 9(3) VALUE 500.                                00188000
001890 77 WS-DOC-SEQ PIC 9(6) VALUE ZERO.                               00189000
001900                                                                  00190000
001910******************************************************************00191000
001920* CONTROLE DE L ECHANGE ET DU DOCUMENT EN COURS                   00192000
001930******************************************************************00193000
001940 77 WS-CUR-C-NO  PIC 9(3) VALUE ZERO.                             00194000
001950 77 WS-ICN       PIC 9(9) VALUE ZERO.                             00195000
001960 77 WS-STCN      PIC 9(4) VALUE ZERO.                             00196000
001970 77 WS-SEG-CNT   PIC 9(6) VALUE ZERO.                             00197000
001980 77 WS-LINE-NO   PIC 9(6) VALUE ZERO.                             00198000
001990 77 WS-ICHG-SW   PIC X(1) VALUE 'N'.                              00199000
002000    88 ICHG-OPEN VALUE 'Y'.                                       00200000
002010 77 WS-DOC-SW    PIC X(1) VALUE 'N'.                              00201000
002020    88 DOC-OPEN  VALUE 'Y'.                                       00202000
002030 77 WS-ICHG-DOCS PIC 9(5) VALUE ZERO.                             00203000
002040 77 WS-ICHG-AMT  PIC S9(9)V99 VALUE ZERO.                         00204000
002050                                                                  00205000
002060******************************************************************00206000
002070* ZONES DE CONSTRUCTION DES SEGMENTS X12 : SEPARATEUR D ELEMENT   00207000
002080* '*', DE SOUS-ELEMENT '>' ET TERMINATEUR DE SEGMENT '~'. CES     00208000
002090* CARACTERES SONT RETIRES DES DONNEES                             00209000
002100******************************************************************00210000
002110 77 WS-SEG      PIC X(120) VALUE SPACES.                          00211000
002120 77 WS-SEG-PTR  PIC 9(3) VALUE ZERO.                              00212000
002130 77 WS-SEG-ID   PIC X(3) VALUE SPACES.                            00213000
002140 77 WS-ELEM     PIC X(100) VALUE SPACES.                          00214000
002150 77 WS-ELEM-LEN PIC 9(3) VALUE ZERO.                              00215000
002160 77 WS-TRIM-SW  PIC X(1) VALUE 'N'.                               00216000
002170    88 TRIM-DONE VALUE 'Y'.                                       00217000
002180 77 WS-EDIT     PIC X(20) VALUE SPACES.                           00218000
002190 77 WS-LEAD     PIC 9(2) VALUE ZERO.                              00219000
002200 77 WS-AMT      PIC S9(9)V99 VALUE ZERO.                          00220000
002210 77 WS-CENTS    PIC 9(11) VALUE ZERO.                             00221000
002220 77 WS-NUM      PIC 9(9) VALUE ZERO.                              00222000
002230 77 WS-AMT-ED   PIC Z(8)9.99.                                     00223000
002240 77 WS-CENTS-ED PIC Z(10)9.                                       00224000
002250 77 WS-NUM-ED   PIC Z(8)9.                                        00225000
002260 77 WS-PCT-ED   PIC Z9.99.                                        00226000
002270 77 WS-CCYYMMDD PIC X(8) VALUE SPACES.                            00227000
002280                                                                  00228000
002290******************************************************************00229000
002300* ADRESSE DE LIVRAISON DU DOCUMENT EN COURS                       00230000
002310******************************************************************00231000
002320 77 WS-SHIP-NAME  PIC X(30) VALUE SPACES.                         00232000
002330 77 WS-SHIP-ADDR  PIC X(100) VALUE SPACES.                        00233000
002340 77 WS-SHIP-CITY  PIC X(20) VALUE SPACES.                         00234000
002350 77 WS-SHIP-STATE PIC X(2) VALUE SPACES.                          00235000
002360 77 WS-SHIP-ZIP   PIC X(5) VALUE SPACES.                          00236000
002370                                                                  00237000
002380******************************************************************00238000
002390* COMPTEURS ET TOTAUX DE CONTROLE                                 00239000
002400******************************************************************00240000
002410 77 WS-PRF-READ   PIC 9(5) VALUE ZERO.                            00241000
002420 77 WS-PRF-REJ    PIC 9(5) VALUE ZERO.                            00242000
002430 77 WS-DOCS-READ  PIC 9(7) VALUE ZERO.                            00243000
002440 77 WS-DOCS-PAPER PIC 9(7) VALUE ZERO.                            00244000
002450 77 WS-ICHG-CNT   PIC 9(5) VALUE ZERO.                            00245000
002460 77 WS-INV-CNT    PIC 9(7) VALUE ZERO.                            00246000
002470 77 WS-CRD-CNT    PIC 9(7) VALUE ZERO.                            00247000
002480 77 WS-PULL-CNT   PIC 9(7) VALUE ZERO.                            00248000
002490 77 WS-SEG-TOTAL  PIC 9(9) VALUE ZERO.                            00249000
002500 77 WS-TOT-AMT    PIC S9(11)V99 VALUE ZERO.                       00250000
002510                                                                  00251000
002520******************************************************************00252000
002530* DECLARATION DES LIGNES DE L ETAT DES TRANSMISSIONS              00253000
002540******************************************************************00254000
002550 77 L-EDR-VIDE PIC X(132) VALUE SPACES.                           00255000
002560                                                                  00256000
002570 01 L-EDR-TITLE.                                                  00257000
002580      05 FILLER PIC X(36) VALUE                                   00258000
002590         'EDI 810 INVOICE TRANSMISSION - RUN '.                   00259000
002600      05 EDT-DATE PIC X(10).                                      00260000
002610      05 FILLER   PIC X(1) VALUE SPACE.                           00261000
002620      05 EDT-TIME PIC X(4).                                       00262000
002630      05 FILLER   PIC X(81) VALUE SPACES.                         00263000
002640                                                                  00264000
002650 01 L-EDR-PRF.                                                    00265000
002660      05 FILLER  PIC X(18) VALUE 'PROFILE REJECTED '.             00266000
002670      05 EPR-CARD PIC X(40).                                      00267000
002680      05 FILLER  PIC X(2) VALUE SPACES.                           00268000
002690      05 EPR-ERR  PIC X(30).                                      00269000
002700      05 FILLER  PIC X(42) VALUE SPACES.                          00270000
002710                                                                  00271000
002720 01 L-EDR-ICHG.                                                   00272000
002730      05 FILLER      PIC X(8) VALUE 'PARTNER '.                   00273000
002740      05 EDI-C-NO    PIC 9(3).                                    00274000
002750      05 FILLER      PIC X(1) VALUE SPACE.                        00275000
002760      05 EDI-COMPANY PIC X(30).                                   00276000
002770      05 FILLER      PIC X(5) VALUE ' ISA '.                      00277000
002780      05 EDI-QUAL    PIC X(2).                                    00278000
002790      05 FILLER      PIC X(1) VALUE '/'.                          00279000
002800      05 EDI-ISA-ID  PIC X(15).                                   00280000
002810      05 FILLER      PIC X(13) VALUE ' INTERCHANGE '.             00281000
002820      05 EDI-ICN     PIC 9(9).                                    00282000
002830      05 FILLER      PIC X(1) VALUE SPACE.                        00283000
002840      05 EDI-USAGE   PIC X(10).                                   00284000
002850      05 FILLER      PIC X(34) VALUE SPACES.                      00285000
002860                                                                  00286000
002870 01 L-EDR-HDR.                                                    00287000
002880      05 FILLER PIC X(8)  VALUE SPACES.                           00288000
002890      05 FILLER PIC X(8)  VALUE 'ST CTL'.                         00289000
002900      05 FILLER PIC X(8)  VALUE 'ORDER'.                          00290000
002910      05 FILLER PIC X(10) VALUE 'DOCUMENT'.                       00291000
002920      05 FILLER PIC X(16) VALUE '           TOTAL'.               00292000
002930      05 FILLER PIC X(4)  VALUE SPACES.                           00293000
002940      05 FILLER PIC X(30) VALUE 'PAPER FACTURE'.                  00294000
002950      05 FILLER PIC X(48) VALUE SPACES.                           00295000
002960                                                                  00296000
002970 01 L-EDR-LINE.                                                   00297000
002980      05 FILLER     PIC X(8) VALUE SPACES.                        00298000
002990      05 EDR-STCN PIC 9(4).                                       00299000
003000      05 FILLER     PIC X(4) VALUE SPACES.                        00300000
003010      05 EDR-O-NO PIC 9(6).                                       00301000
003020      05 FILLER     PIC X(2) VALUE SPACES.                        00302000
003030      05 EDR-TYPE PIC X(10).                                      00303000
003040      05 EDR-AMT  PIC Z(12)9.99.                                  00304000
003050      05 FILLER     PIC X(4) VALUE SPACES.                        00305000
003060      05 EDR-NOTE PIC X(30).                                      00306000
003070      05 FILLER     PIC X(48) VALUE SPACES.                       00307000
003080                                                                  00308000
003090 01 L-EDR-ITOT.                                                   00309000
003100      05 FILLER     PIC X(8) VALUE SPACES.                        00310000
003110      05 FILLER     PIC X(18) VALUE 'INTERCHANGE TOTAL'.          00311000
003120      05 EDT-DOCS   PIC Z(4)9.                                    00312000
003130      05 FILLER     PIC X(11) VALUE ' DOCUMENTS'.                 00313000
003140      05 EDT-AMT    PIC Z(11)9.99-.                               00314000
003150      05 FILLER     PIC X(74) VALUE SPACES.                       00315000
003160                                                                  00316000
003170 01 L-EDR-TOT.                                                    00317000
003180      05 EDR-TOT-LABEL PIC X(38).                                 00318000
003190      05 FILLER        PIC X(4) VALUE SPACES.                     00319000
003200      05 EDR-TOT-VALUE PIC Z(11)9.99-.                            00320000
003210      05 FILLER        PIC X(74) VALUE SPACES.                    00321000
003220                                                                  00322000
003230 01 L-EDR-CNT.                                                    00323000
003240      05 EDR-CNT-LABEL PIC X(38).                                 00324000
003250      05 FILLER        PIC X(9) VALUE SPACES.                     00325000
003260      05 EDR-CNT-VALUE PIC Z(6)9.                                 00326000
003270      05 FILLER        PIC X(78) VALUE SPACES.                    00327000
003280                                                                  00328000
003281******************************************************************00328100
003282* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00328200
003283******************************************************************00328300
003284     COPY JLGREC.                                                 00328400
003285                                                                  00328500
003290 PROCEDURE DIVISION.                                              00329000
003291                                                                  00329100
003291     INITIALIZE L-JOBLOG                                          00329101
003292     MOVE 'PJPT3EDI' TO JLG-PROGRAM                               00329200
003293     MOVE 'S' TO JLG-TYPE                                         00329300
003294     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00329400
003300                                                                  00330000
003310     PERFORM 100-INITIALIZE                                       00331000
003320                                                                  00332000
003330     SORT SRTWRK                                                  00333000
003340          ON ASCENDING KEY SRT-C-NO                               00334000
003350          ON ASCENDING KEY SRT-DOC-SEQ                            00335000
003360          ON ASCENDING KEY SRT-LINE-SEQ                           00336000
003370          INPUT PROCEDURE IS 200-BUILD-SORT                       00337000
003380          GIVING SRTD                                             00338000
003390                                                                  00339000
003400     OPEN INPUT SRTD                                              00340000
003410     PERFORM 400-READ-SRTD                                        00341000
003420     PERFORM 500-PROCESS-SORTED UNTIL FF-SRTD                     00342000
003430     IF DOC-OPEN                                                  00343000
003440         PERFORM 560-CLOSE-DOCUMENT                               00344000
003450     END-IF                                                       00345000
003460     IF ICHG-OPEN                                                 00346000
003470         PERFORM 570-CLOSE-INTERCHANGE                            00347000
003480     END-IF                                                       00348000
003490     CLOSE SRTD                                                   00349000
003500                                                                  00350000
003510     PERFORM 900-WRITE-TOTALS                                     00351000
003520                                                                  00352000
003530     IF SHIPTO-OPEN                                               00353000
003540         CLOSE SHIPF                                              00354000
003550     END-IF                                                       00355000
003560     CLOSE LOGF                                                   00356000
003570     CLOSE EDIO                                                   00357000
003580     CLOSE EDIR                                                   00358000
003581                                                                  00358100
003582     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00358200
003583     MOVE WS-DOCS-READ TO JLG-IN-CNT                              00358300
003584     COMPUTE JLG-OUT-CNT = WS-INV-CNT                             00358400
003585                + WS-CRD-CNT                                      00358500
003586     MOVE RETURN-CODE TO JLG-RC                                   00358600
003587     MOVE 'E' TO JLG-TYPE                                         00358700
003588     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00358800
003589                                                                  00358900
003590     GOBACK.                                                      00359000
003600                                                                  00360000
003610******************************************************************00361000
003620* PARAGRAPHE D INITIALISATION : CARTES SYSIN, PROFILS, FICHIERS ET00362000
003630* LECTURE DE L ENREGISTREMENT DE CONTROLE DU JOURNAL EDI          00363000
003640******************************************************************00364000
003650 100-INITIALIZE.                                                  00365000
003660     ACCEPT WS-RUN-DATE FROM SYSIN                                00366000
003670     ACCEPT WS-RUN-TIME FROM SYSIN                                00367000
003680     ACCEPT WS-SENDER-CARD FROM SYSIN                             00368000
003690     IF WS-RUN-DATE = SPACES OR WS-RUN-TIME NOT NUMERIC           00369000
003700        OR WS-SND-QUAL = SPACES OR WS-SND-ID = SPACES             00370000
003710         DISPLAY 'SYSIN DATE, TIME OR SENDER CARD INVALID'        00371000
003720         PERFORM ABEND-PROG                                       00372000
003730     END-IF                                                       00373000
003740                                                                  00374000
003750     OPEN OUTPUT EDIO                                             00375000
003760     OPEN OUTPUT EDIR                                             00376000
003770     MOVE WS-RUN-DATE TO EDT-DATE                                 00377000
003780     MOVE WS-RUN-TIME TO EDT-TIME                                 00378000
003790     WRITE ENR-EDIREP FROM L-EDR-TITLE                            00379000
003800     WRITE ENR-EDIREP FROM L-EDR-VIDE                             00380000
003810                                                                  00381000
003820     PERFORM 110-LOAD-PROFILES                                    00382000
003830                                                                  00383000
003840     MOVE 'N' TO WS-SHIPF-SW                                      00384000
003850     OPEN INPUT SHIPF                                             00385000
003860     IF WS-SHIPF-STATUS = '00'                                    00386000
003870         MOVE 'Y' TO WS-SHIPF-SW                                  00387000
003880     ELSE                                                         00388000
003890         DISPLAY 'NO SHIPTO FILE : ' WS-SHIPF-STATUS              00389000
003900     END-IF                                                       00390000
003910                                                                  00391000
003920     OPEN I-O LOGF                                                00392000
003930     IF WS-LOGF-STATUS = '35'                                     00393000
003940         OPEN OUTPUT LOGF                                         00394000
003950         CLOSE LOGF                                               00395000
003960         OPEN I-O LOGF                                            00396000
003970     END-IF                                                       00397000
003980     IF WS-LOGF-STATUS NOT = '00'                                 00398000
003990         DISPLAY 'ERREUR OUVERTURE EDILOG : ' WS-LOGF-STATUS      00399000
004000         PERFORM ABEND-PROG                                       00400000
004010     END-IF                                                       00401000
004020     MOVE ZERO TO EDL-ICN                                         00402000
004030     MOVE ZERO TO EDL-STCN                                        00403000
004040     READ LOGF KEY IS EDL-KEY                                     00404000
004050     IF WS-LOGF-STATUS = '23'                                     00405000
004060         INITIALIZE L-EDILOG                                      00406000
004070         MOVE ZERO TO EDL-LAST-ICN                                00407000
004080         WRITE L-EDILOG                                           00408000
004090     END-IF                                                       00409000
004100     IF WS-LOGF-STATUS NOT = '00'                                 00410000
004110         DISPLAY 'ERREUR CONTROLE EDILOG : ' WS-LOGF-STATUS       00411000
004120         PERFORM ABEND-PROG                                       00412000
004130     END-IF                                                       00413000
004140     MOVE EDL-LAST-ICN TO WS-ICN                                  00414000
004150     EXIT.                                                        00415000
004160                                                                  00416000
004170******************************************************************00417000
004180* PARAGRAPHES DE CHARGEMENT DES PROFILS PARTENAIRES. UN PROFIL    00418000
004190* SANS IDENTIFIANT D ECHANGE OU EN DOUBLE EST REJETE ET LISTE ;   00419000
004200* SANS FICHIER, AUCUN DOCUMENT N EST TRANSMIS                     00420000
004210******************************************************************00421000
004220 110-LOAD-PROFILES.                                               00422000
004230     INITIALIZE PRF-TABLE                                         00423000
004240     OPEN INPUT PRFF                                              00424000
004250     IF WS-PRFF-STATUS = '00'                                     00425000
004260         PERFORM 112-READ-PRFF                                    00426000
004270         PERFORM 114-LOAD-ONE-PROFILE                             00427000
004280            UNTIL WS-PRFF-STATUS NOT = '00'                       00428000
004290         CLOSE PRFF                                               00429000
004300     ELSE                                                         00430000
004310         DISPLAY 'NO EDI PROFILE FILE : ' WS-PRFF-STATUS          00431000
004320     END-IF                                                       00432000
004330     IF WS-PRF-REJ > ZERO                                         00433000
004340         WRITE ENR-EDIREP FROM L-EDR-VIDE                         00434000
004350     END-IF                                                       00435000
004360     EXIT.                                                        00436000
004370                                                                  00437000
004380 112-READ-PRFF.                                                   00438000
004390     READ PRFF INTO L-EDIPROF                                     00439000
004400     EXIT.                                                        00440000
004410                                                                  00441000
004420 114-LOAD-ONE-PROFILE.                                            00442000
004430     ADD 1 TO WS-PRF-READ                                         00443000
004440     MOVE EDP-C-NO TO WS-CUR-C-NO                                 00444000
004450     PERFORM 230-FIND-PARTNER                                     00445000
004460     MOVE SPACES TO EPR-ERR                                       00446000
004470     EVALUATE TRUE                                                00447000
004480         WHEN EDP-C-NO NOT NUMERIC                                00448000
004490             MOVE 'INVALID CUSTOMER NUMBER' TO EPR-ERR            00449000
004500         WHEN WS-FND-IX > ZERO                                    00450000
004510             MOVE 'DUPLICATE PROFILE' TO EPR-ERR                  00451000
004520         WHEN NOT EDP-ACTIVE AND NOT EDP-SUSPENDED                00452000
004530             MOVE 'INVALID STATUS (A OR S)' TO EPR-ERR            00453000
004540         WHEN EDP-ISA-QUAL = SPACES OR EDP-ISA-ID = SPACES        00454000
004550           OR EDP-GS-ID = SPACES                                  00455000
004560             MOVE 'MISSING INTERCHANGE IDS' TO EPR-ERR            00456000
004570         WHEN WS-PRF-CNT >= WS-PRF-MAX                            00457000
004580             MOVE 'PROFILE TABLE FULL' TO EPR-ERR                 00458000
004590         WHEN OTHER                                               00459000
004600             IF NOT EDP-TEST                                      00460000
004610                 MOVE 'P' TO EDP-USAGE                            00461000
004620             END-IF                                               00462000
004630             IF NOT EDP-EDI-ONLY                                  00463000
004640                 MOVE 'Y' TO EDP-PAPER                            00464000
004650             END-IF                                               00465000
004660             ADD 1 TO WS-PRF-CNT                                  00466000
004670             SET PRF-IDX TO WS-PRF-CNT                            00467000
004680             MOVE L-EDIPROF TO PRF-REC(PRF-IDX)                   00468000
004690     END-EVALUATE                                                 00469000
004700     IF EPR-ERR NOT = SPACES                                      00470000
004710         ADD 1 TO WS-PRF-REJ                                      00471000
004720         MOVE ENR-EDIPROF TO EPR-CARD                             00472000
004730         WRITE ENR-EDIREP FROM L-EDR-PRF                          00473000
004740     END-IF                                                       00474000
004750     PERFORM 112-READ-PRFF                                        00475000
004760     EXIT.                                                        00476000
004770                                                                  00477000
004780******************************************************************00478000
004790* PROCEDURE D ALIMENTATION DU TRI : LES D SONT MIS EN TAMPON ;    00479000
004800* QUAND L ENTETE H OU C ARRIVE, UN DOCUMENT D UN PARTENAIRE ACTIF 00480000
004810* EST LIBERE ENTETE EN TETE (LIGNE 0) PUIS SES DETAILS. LES AUTRES00481000
004820* DOCUMENTS (F, W, R) NE SONT PAS DES FACTURES 810                00482000
004830******************************************************************00483000
004840 200-BUILD-SORT.                                                  00484000
004850     OPEN INPUT INVX                                              00485000
004860     PERFORM 210-READ-INVX                                        00486000
004870     PERFORM 220-SORT-ONE-REC UNTIL FF-INVX                       00487000
004880     CLOSE INVX                                                   00488000
004890     EXIT.                                                        00489000
004900                                                                  00490000
004910 210-READ-INVX.                                                   00491000
004920     READ INVX                                                    00492000
004930         AT END                                                   00493000
004940              SET FF-INVX TO TRUE                                 00494000
004950     END-READ                                                     00495000
004960     EXIT.                                                        00496000
004970                                                                  00497000
004980 220-SORT-ONE-REC.                                                00498000
004990     MOVE ENR-INVX TO L-INVX-HDR                                  00499000
005000     IF INVXH-TYPE = 'D'                                          00500000
005010         IF WS-BUF-CNT >= WS-BUF-MAX                              00501000
005020             DISPLAY 'DETAIL BUFFER FULL - RUN ABORTED'           00502000
005030             PERFORM ABEND-PROG                                   00503000
005040         END-IF                                                   00504000
005050         ADD 1 TO WS-BUF-CNT                                      00505000
005060         SET BUF-IDX TO WS-BUF-CNT                                00506000
005070         MOVE ENR-INVX TO BUF-REC(BUF-IDX)                        00507000
005080     ELSE                                                         00508000
005090         IF (INVXH-TYPE = 'H' OR INVXH-TYPE = 'C'                 00509000
005091            OR INVXH-TYPE = 'B')                                  00509100
005100            AND INVXH-C-NO NUMERIC                                00510000
005110             ADD 1 TO WS-DOCS-READ                                00511000
005120             MOVE INVXH-C-NO TO WS-CUR-C-NO                       00512000
005130             PERFORM 230-FIND-PARTNER                             00513000
005140             IF WS-FND-IX > ZERO                                  00514000
005150                 SET PRF-IDX TO WS-FND-IX                         00515000
005160                 MOVE PRF-REC(PRF-IDX) TO L-EDIPROF               00516000
005170             END-IF                                               00517000
005180             IF WS-FND-IX > ZERO AND EDP-ACTIVE                   00518000
005190                 PERFORM 240-RELEASE-DOCUMENT                     00519000
005200             ELSE                                                 00520000
005210                 ADD 1 TO WS-DOCS-PAPER                           00521000
005220             END-IF                                               00522000
005230         END-IF                                                   00523000
005240         MOVE ZERO TO WS-BUF-CNT                                  00524000
005250     END-IF                                                       00525000
005260     PERFORM 210-READ-INVX                                        00526000
005270     EXIT.                                                        00527000
005280                                                                  00528000
005290 230-FIND-PARTNER.                                                00529000
005300     MOVE ZERO TO WS-FND-IX                                       00530000
005310     PERFORM 232-SCAN-PARTNER                                     00531000
005320        VARYING PRF-IDX FROM 1 BY 1 UNTIL PRF-IDX > WS-PRF-CNT    00532000
005330     EXIT.                                                        00533000
005340                                                                  00534000
005350 232-SCAN-PARTNER.                                                00535000
005360     IF WS-FND-IX = ZERO                                          00536000
005370        AND PRF-REC(PRF-IDX)(1:3) = WS-CUR-C-NO                   00537000
005380         SET WS-FND-IX TO PRF-IDX                                 00538000
005390     END-IF                                                       00539000
005400     EXIT.                                                        00540000
005410                                                                  00541000
005420 240-RELEASE-DOCUMENT.                                            00542000
005430     ADD 1 TO WS-DOC-SEQ                                          00543000
005440     MOVE INVXH-C-NO TO SRT-C-NO                                  00544000
005450     MOVE WS-DOC-SEQ TO SRT-DOC-SEQ                               00545000
005460     MOVE ZERO       TO SRT-LINE-SEQ                              00546000
005470     MOVE WS-FND-IX  TO SRT-PRF-IX                                00547000
005480     MOVE ENR-INVX   TO SRT-INVX                                  00548000
005490     RELEASE SRT-REC                                              00549000
005500     PERFORM 245-RELEASE-DETAIL                                   00550000
005510        VARYING BUF-IDX FROM 1 BY 1 UNTIL BUF-IDX > WS-BUF-CNT    00551000
005520     EXIT.                                                        00552000
005530                                                                  00553000
005540 245-RELEASE-DETAIL.                                              00554000
005550     SET SRT-LINE-SEQ TO BUF-IDX                                  00555000
005560     MOVE BUF-REC(BUF-IDX) TO SRT-INVX                            00556000
005570     RELEASE SRT-REC                                              00557000
005580     EXIT.                                                        00558000
005590                                                                  00559000
005600 400-READ-SRTD.                                                   00560000
005610     READ SRTD INTO L-SRT-OUT                                     00561000
005620         AT END                                                   00562000
005630              SET FF-SRTD TO TRUE                                 00563000
005640     END-READ                                                     00564000
005650     EXIT.                                                        00565000
005660                                                                  00566000
005670******************************************************************00567000
005680* PARAGRAPHE DE TRAITEMENT DU FICHIER TRIE : RUPTURE PAR CLIENT = 00568000
005690* UN ECHANGE (ISA/GS), LIGNE 0 = UN DOCUMENT (ST), LIGNES         00569000
005700* SUIVANTES = LES ARTICLES (IT1)                                  00570000
005710******************************************************************00571000
005720 500-PROCESS-SORTED.                                              00572000
005730     IF SRO-C-NO NOT = WS-CUR-C-NO OR NOT ICHG-OPEN               00573000
005740         IF DOC-OPEN                                              00574000
005750             PERFORM 560-CLOSE-DOCUMENT                           00575000
005760         END-IF                                                   00576000
005770         IF ICHG-OPEN                                             00577000
005780             PERFORM 570-CLOSE-INTERCHANGE                        00578000
005790         END-IF                                                   00579000
005800         PERFORM 510-OPEN-INTERCHANGE                             00580000
005810     END-IF                                                       00581000
005820     IF SRO-LINE-SEQ = ZERO                                       00582000
005830         IF DOC-OPEN                                              00583000
005840             PERFORM 560-CLOSE-DOCUMENT                           00584000
005850         END-IF                                                   00585000
005860         PERFORM 520-OPEN-DOCUMENT                                00586000
005870     ELSE                                                         00587000
005880         PERFORM 540-WRITE-LINE                                   00588000
005890     END-IF                                                       00589000
005900     PERFORM 400-READ-SRTD                                        00590000
005910     EXIT.                                                        00591000
005920                                                                  00592000
005930******************************************************************00593000
005940* OUVERTURE D UN ECHANGE : LE NUMERO DE CONTROLE EST PRIS ET      00594000
005950* ENREGISTRE SUR LE JOURNAL AVANT TOUTE ECRITURE, UN RUN ABANDONNE00595000
005960* NE PEUT DONC PAS LE REUTILISER                                  00596000
005970******************************************************************00597000
005980 510-OPEN-INTERCHANGE.                                            00598000
005990     MOVE SRO-C-NO TO WS-CUR-C-NO                                 00599000
006000     SET PRF-IDX TO SRO-PRF-IX                                    00600000
006010     MOVE PRF-REC(PRF-IDX) TO L-EDIPROF                           00601000
006020     MOVE SRO-INVX TO L-INVX-HDR                                  00602000
006030                                                                  00603000
006040     ADD 1 TO WS-ICN                                              00604000
006050     IF WS-ICN = ZERO                                             00605000
006060         MOVE 1 TO WS-ICN                                         00606000
006070     END-IF                                                       00607000
006080     MOVE ZERO TO EDL-ICN                                         00608000
006090     MOVE ZERO TO EDL-STCN                                        00609000
006100     READ LOGF KEY IS EDL-KEY                                     00610000
006110     IF WS-LOGF-STATUS NOT = '00'                                 00611000
006120         DISPLAY 'ERREUR CONTROLE EDILOG : ' WS-LOGF-STATUS       00612000
006130         PERFORM ABEND-PROG                                       00613000
006140     END-IF                                                       00614000
006150     MOVE WS-ICN      TO EDL-LAST-ICN                             00615000
006160     MOVE WS-RUN-DATE TO EDL-LAST-DATE                            00616000
006170     MOVE WS-RUN-TIME TO EDL-LAST-TIME                            00617000
006180     REWRITE L-EDILOG                                             00618000
006190     IF WS-LOGF-STATUS NOT = '00'                                 00619000
006200         DISPLAY 'ERREUR CONTROLE EDILOG : ' WS-LOGF-STATUS       00620000
006210         PERFORM ABEND-PROG                                       00621000
006220     END-IF                                                       00622000
006230                                                                  00623000
006240     MOVE 'Y'  TO WS-ICHG-SW                                      00624000
006250     MOVE ZERO TO WS-STCN                                         00625000
006260     MOVE ZERO TO WS-ICHG-DOCS                                    00626000
006270     MOVE ZERO TO WS-ICHG-AMT                                     00627000
006280     ADD 1 TO WS-ICHG-CNT                                         00628000
006290     PERFORM 512-FETCH-BILLTO                                     00629000
006300                                                                  00630000
006310     MOVE SPACES TO WS-SEG                                        00631000
006320     STRING 'ISA*00*          *00*          *'                    00632000
006330                                   DELIMITED BY SIZE              00633000
006340            WS-SND-QUAL '*' WS-SND-ID '*'                         00634000
006350                                   DELIMITED BY SIZE              00635000
006360            EDP-ISA-QUAL '*' EDP-ISA-ID '*'                       00636000
006370                                   DELIMITED BY SIZE              00637000
006380            WS-RUN-DATE(3:2) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)    00638000
006390                                   DELIMITED BY SIZE              00639000
006400            '*' WS-RUN-TIME '*U*00401*' WS-ICN '*0*'              00640000
006410                                   DELIMITED BY SIZE              00641000
006420            EDP-USAGE '*>~'        DELIMITED BY SIZE              00642000
006430            INTO WS-SEG                                           00643000
006440     END-STRING                                                   00644000
006450     WRITE ENR-EDI810 FROM WS-SEG                                 00645000
006460     ADD 1 TO WS-SEG-TOTAL                                        00646000
006470                                                                  00647000
006480     MOVE WS-RUN-DATE(1:4) TO WS-CCYYMMDD(1:4)                    00648000
006490     MOVE WS-RUN-DATE(6:2) TO WS-CCYYMMDD(5:2)                    00649000
006500     MOVE WS-RUN-DATE(9:2) TO WS-CCYYMMDD(7:2)                    00650000
006510     MOVE 'GS' TO WS-SEG-ID                                       00651000
006520     PERFORM 800-START-SEG                                        00652000
006530     MOVE 'IN' TO WS-ELEM                                         00653000
006540     PERFORM 810-ADD-ELEM                                         00654000
006550     MOVE WS-SND-GS TO WS-ELEM                                    00655000
006560     PERFORM 810-ADD-ELEM                                         00656000
006570     MOVE EDP-GS-ID TO WS-ELEM                                    00657000
006580     PERFORM 810-ADD-ELEM                                         00658000
006590     MOVE WS-CCYYMMDD TO WS-ELEM                                  00659000
006600     PERFORM 810-ADD-ELEM                                         00660000
006610     MOVE WS-RUN-TIME TO WS-ELEM                                  00661000
006620     PERFORM 810-ADD-ELEM                                         00662000
006630     MOVE WS-ICN TO WS-NUM                                        00663000
006640     PERFORM 838-NUM-ELEM                                         00664000
006650     MOVE 'X' TO WS-ELEM                                          00665000
006660     PERFORM 810-ADD-ELEM                                         00666000
006670     MOVE '004010' TO WS-ELEM                                     00667000
006680     PERFORM 810-ADD-ELEM                                         00668000
006690     PERFORM 820-END-SEG                                          00669000
006700                                                                  00670000
006710     MOVE WS-CUR-C-NO   TO EDI-C-NO                               00671000
006720     MOVE INVXH-COMPANY TO EDI-COMPANY                            00672000
006730     MOVE EDP-ISA-QUAL  TO EDI-QUAL                               00673000
006740     MOVE EDP-ISA-ID    TO EDI-ISA-ID                             00674000
006750     MOVE WS-ICN        TO EDI-ICN                                00675000
006760     IF EDP-TEST                                                  00676000
006770         MOVE 'TEST' TO EDI-USAGE                                 00677000
006780     ELSE                                                         00678000
006790         MOVE 'PRODUCTION' TO EDI-USAGE                           00679000
006800     END-IF                                                       00680000
006810     WRITE ENR-EDIREP FROM L-EDR-ICHG                             00681000
006820     WRITE ENR-EDIREP FROM L-EDR-HDR                              00682000
006830     EXIT.                                                        00683000
006840                                                                  00684000
006850******************************************************************00685000
006860* ADRESSE DE FACTURATION DU PARTENAIRE (API5.CUSTOMERS). CLIENT   00686000
006870* ABSENT = SEUL LE NOM DU DOCUMENT EST TRANSMIS                   00687000
006880******************************************************************00688000
006890 512-FETCH-BILLTO.                                                00689000
006900     MOVE 'N' TO WS-BILLTO-SW                                     00690000
006910     INITIALIZE ST-CUSTS                                          00691000
006920     MOVE WS-CUR-C-NO TO CUSTS-C-NO                               00692000
006930     EXEC SQL                                                     00693000
006940         SELECT COMPANY, ADDRESS, CITY, STATE, ZIP                00694000
006950             INTO :CUSTS-COMPANY, :CUSTS-ADDRESS,                 00695000
006960                  :CUSTS-CITY, :CUSTS-STATE, :CUSTS-ZIP           00696000
006970             FROM API5.CUSTOMERS                                  00697000
006980             WHERE C_NO = :CUSTS-C-NO                             00698000
006990     END-EXEC                                                     00699000
007000     EVALUATE TRUE                                                00700000
007010         WHEN SQLCODE = ZERO                                      00701000
007020             MOVE 'Y' TO WS-BILLTO-SW                             00702000
007030         WHEN SQLCODE = 100                                       00703000
007040             DISPLAY 'CLIENT INCONNU, ADRESSE NON TRANSMISE : '   00704000
007050                     WS-CUR-C-NO                                  00705000
007060         WHEN OTHER                                               00706000
007070             DISPLAY 'ERREUR SQL CUSTOMERS : ' SQLCODE            00707000
007080             PERFORM ABEND-PROG                                   00708000
007090     END-EVALUATE                                                 00709000
007100     EXIT.                                                        00710000
007110                                                                  00711000
007120******************************************************************00712000
007130* OUVERTURE D UN DOCUMENT : ST, BIG (CR POUR UN AVOIR), REF, LES  00713000
007140* ADRESSES DE FACTURATION ET DE LIVRAISON ET LES CONDITIONS DE    00714000
007150* PAIEMENT (ITD). LE DOCUMENT EST INSCRIT AU JOURNAL EDI          00715000
007160******************************************************************00716000
007170 520-OPEN-DOCUMENT.                                               00717000
007180     MOVE SRO-INVX TO L-INVX-HDR                                  00718000
007190     MOVE 'Y'  TO WS-DOC-SW                                       00719000
007200     ADD 1 TO WS-STCN                                             00720000
007210     MOVE ZERO TO WS-SEG-CNT                                      00721000
007220     MOVE ZERO TO WS-LINE-NO                                      00722000
007230                                                                  00723000
007240     MOVE 'ST' TO WS-SEG-ID                                       00724000
007250     PERFORM 800-START-SEG                                        00725000
007260     MOVE '810' TO WS-ELEM                                        00726000
007270     PERFORM 810-ADD-ELEM                                         00727000
007280     MOVE WS-STCN TO WS-ELEM                                      00728000
007290     PERFORM 810-ADD-ELEM                                         00729000
007300     PERFORM 820-END-SEG                                          00730000
007310                                                                  00731000
007320     MOVE INVXH-O-DATE(1:4) TO WS-CCYYMMDD(1:4)                   00732000
007330     MOVE INVXH-O-DATE(6:2) TO WS-CCYYMMDD(5:2)                   00733000
007340     MOVE INVXH-O-DATE(9:2) TO WS-CCYYMMDD(7:2)                   00734000
007350     MOVE 'BIG' TO WS-SEG-ID                                      00735000
007360     PERFORM 800-START-SEG                                        00736000
007370     MOVE WS-CCYYMMDD TO WS-ELEM                                  00737000
007380     PERFORM 810-ADD-ELEM                                         00738000
007390     MOVE INVXH-O-NO TO WS-ELEM                                   00739000
007400     PERFORM 810-ADD-ELEM                                         00740000
007410     IF INVXH-TYPE = 'C'                                          00741000
007420         MOVE SPACES TO WS-ELEM                                   00742000
007430         PERFORM 810-ADD-ELEM 4 TIMES                             00743000
007440         MOVE 'CR' TO WS-ELEM                                     00744000
007450         PERFORM 810-ADD-ELEM                                     00745000
007460     END-IF                                                       00746000
007470     PERFORM 820-END-SEG                                          00747000
007480                                                                  00748000
007490     IF EDP-VENDOR-ID NOT = SPACES                                00749000
007500         MOVE 'REF' TO WS-SEG-ID                                  00750000
007510         PERFORM 800-START-SEG                                    00751000
007520         MOVE 'IA' TO WS-ELEM                                     00752000
007530         PERFORM 810-ADD-ELEM                                     00753000
007540         MOVE EDP-VENDOR-ID TO WS-ELEM                            00754000
007550         PERFORM 810-ADD-ELEM                                     00755000
007560         PERFORM 820-END-SEG                                      00756000
007570     END-IF                                                       00757000
007580                                                                  00758000
007590     IF BILLTO-FOUND                                              00759000
007600         MOVE CUSTS-COMPANY TO WS-SHIP-NAME                       00760000
007610         MOVE CUSTS-ADDRESS TO WS-SHIP-ADDR                       00761000
007620         MOVE CUSTS-CITY    TO WS-SHIP-CITY                       00762000
007630         MOVE CUSTS-STATE   TO WS-SHIP-STATE                      00763000
007640         MOVE CUSTS-ZIP     TO WS-SHIP-ZIP                        00764000
007650     ELSE                                                         00765000
007660         MOVE INVXH-COMPANY TO WS-SHIP-NAME                       00766000
007670         MOVE SPACES        TO WS-SHIP-ADDR                       00767000
007680         MOVE SPACES        TO WS-SHIP-CITY                       00768000
007690         MOVE INVXH-STATE   TO WS-SHIP-STATE                      00769000
007700         MOVE SPACES        TO WS-SHIP-ZIP                        00770000
007710     END-IF                                                       00771000
007720     MOVE 'BT' TO WS-ELEM                                         00772000
007730     PERFORM 530-WRITE-PARTY                                      00773000
007740                                                                  00774000
007750     IF SHIPTO-OPEN                                               00775000
007760         MOVE INVXH-O-NO TO SHI-O-NO                              00776000
007770         READ SHIPF                                               00777000
007780         IF WS-SHIPF-STATUS = '00'                                00778000
007790             MOVE SHI-NAME  TO WS-SHIP-NAME                       00779000
007800             MOVE SHI-ADDR  TO WS-SHIP-ADDR                       00780000
007810             MOVE SHI-CITY  TO WS-SHIP-CITY                       00781000
007820             MOVE SHI-STATE TO WS-SHIP-STATE                      00782000
007830             MOVE SHI-ZIP   TO WS-SHIP-ZIP                        00783000
007840         END-IF                                                   00784000
007850     END-IF                                                       00785000
007860     MOVE 'ST' TO WS-ELEM                                         00786000
007870     PERFORM 530-WRITE-PARTY                                      00787000
007880                                                                  00788000
007890     PERFORM 535-WRITE-TERMS                                      00789000
007900     PERFORM 550-LOG-DOCUMENT                                     00790000
007910     EXIT.                                                        00791000
007920                                                                  00792000
007930******************************************************************00793000
007940* GROUPE N1/N3/N4 D UNE ADRESSE (CODE DE ROLE DANS WS-ELEM)       00794000
007950******************************************************************00795000
007960 530-WRITE-PARTY.                                                 00796000
007970     MOVE 'N1' TO WS-SEG-ID                                       00797000
007980     PERFORM 800-START-SEG                                        00798000
007990     PERFORM 810-ADD-ELEM                                         00799000
008000     MOVE WS-SHIP-NAME TO WS-ELEM                                 00800000
008010     PERFORM 810-ADD-ELEM                                         00801000
008020     PERFORM 820-END-SEG                                          00802000
008030     IF WS-SHIP-ADDR NOT = SPACES                                 00803000
008040         MOVE 'N3' TO WS-SEG-ID                                   00804000
008050         PERFORM 800-START-SEG                                    00805000
008060         MOVE WS-SHIP-ADDR(1:55) TO WS-ELEM                       00806000
008070         PERFORM 810-ADD-ELEM                                     00807000
008080         IF WS-SHIP-ADDR(56:45) NOT = SPACES                      00808000
008090             MOVE WS-SHIP-ADDR(56:45) TO WS-ELEM                  00809000
008100             PERFORM 810-ADD-ELEM                                 00810000
008110         END-IF                                                   00811000
008120         PERFORM 820-END-SEG                                      00812000
008130     END-IF                                                       00813000
008140     IF WS-SHIP-CITY NOT = SPACES                                 00814000
008150         MOVE 'N4' TO WS-SEG-ID                                   00815000
008160         PERFORM 800-START-SEG                                    00816000
008170         MOVE WS-SHIP-CITY TO WS-ELEM                             00817000
008180         PERFORM 810-ADD-ELEM                                     00818000
008190         MOVE WS-SHIP-STATE TO WS-ELEM                            00819000
008200         PERFORM 810-ADD-ELEM                                     00820000
008210         MOVE WS-SHIP-ZIP TO WS-ELEM                              00821000
008220         PERFORM 810-ADD-ELEM                                     00822000
008230         PERFORM 820-END-SEG                                      00823000
008240     END-IF                                                       00824000
008250     EXIT.                                                        00825000
008260                                                                  00826000
008270******************************************************************00827000
008280* CONDITIONS DE PAIEMENT : ITD 08 (ESCOMPTE OFFERT) OU 01 (NET),  00828000
008290* BASE DATE DE FACTURE, ECHEANCES ET CODE DES CONDITIONS EN ITD12 00829000
008300******************************************************************00830000
008310 535-WRITE-TERMS.                                                 00831000
008320     MOVE 'ITD' TO WS-SEG-ID                                      00832000
008330     PERFORM 800-START-SEG                                        00833000
008340     IF INVXH-DISCPCT NUMERIC AND INVXH-DISCPCT > ZERO            00834000
008350         MOVE '08' TO WS-ELEM                                     00835000
008360         PERFORM 810-ADD-ELEM                                     00836000
008370         MOVE '3' TO WS-ELEM                                      00837000
008380         PERFORM 810-ADD-ELEM                                     00838000
008390         MOVE INVXH-DISCPCT TO WS-PCT-ED                          00839000
008400         MOVE WS-PCT-ED TO WS-EDIT                                00840000
008410         PERFORM 845-LEFT-ELEM                                    00841000
008420         MOVE INVXH-DISCDATE(1:4) TO WS-CCYYMMDD(1:4)             00842000
008430         MOVE INVXH-DISCDATE(6:2) TO WS-CCYYMMDD(5:2)             00843000
008440         MOVE INVXH-DISCDATE(9:2) TO WS-CCYYMMDD(7:2)             00844000
008450         MOVE WS-CCYYMMDD TO WS-ELEM                              00845000
008460         PERFORM 810-ADD-ELEM                                     00846000
008470     ELSE                                                         00847000
008480         MOVE '01' TO WS-ELEM                                     00848000
008490         PERFORM 810-ADD-ELEM                                     00849000
008500         MOVE '3' TO WS-ELEM                                      00850000
008510         PERFORM 810-ADD-ELEM                                     00851000
008520         MOVE SPACES TO WS-ELEM                                   00852000
008530         PERFORM 810-ADD-ELEM 2 TIMES                             00853000
008540     END-IF                                                       00854000
008550     MOVE SPACES TO WS-ELEM                                       00855000
008560     PERFORM 810-ADD-ELEM                                         00856000
008570     IF INVXH-DUEDATE NOT = SPACES                                00857000
008580         MOVE INVXH-DUEDATE(1:4) TO WS-CCYYMMDD(1:4)              00858000
008590         MOVE INVXH-DUEDATE(6:2) TO WS-CCYYMMDD(5:2)              00859000
008600         MOVE INVXH-DUEDATE(9:2) TO WS-CCYYMMDD(7:2)              00860000
008610         MOVE WS-CCYYMMDD TO WS-ELEM                              00861000
008620     END-IF                                                       00862000
008630     PERFORM 810-ADD-ELEM                                         00863000
008640     MOVE SPACES TO WS-ELEM                                       00864000
008650     PERFORM 810-ADD-ELEM 5 TIMES                                 00865000
008660     MOVE INVXH-TERMS TO WS-ELEM                                  00866000
008670     PERFORM 810-ADD-ELEM                                         00867000
008680     PERFORM 820-END-SEG                                          00868000
008690     EXIT.                                                        00869000
008700                                                                  00870000
008710******************************************************************00871000
008720* ARTICLE : IT1 (LIGNE, QUANTITE, UNITE, PRIX, CODE PRODUIT) ET   00872000
008730* PID (DESIGNATION)                                               00873000
008740******************************************************************00874000
008750 540-WRITE-LINE.                                                  00875000
008760     MOVE SRO-INVX TO L-INVX-DET                                  00876000
008770     ADD 1 TO WS-LINE-NO                                          00877000
008780     MOVE 'IT1' TO WS-SEG-ID                                      00878000
008790     PERFORM 800-START-SEG                                        00879000
008800     MOVE WS-LINE-NO TO WS-NUM                                    00880000
008810     PERFORM 838-NUM-ELEM                                         00881000
008820     MOVE INVXD-QTY TO WS-NUM                                     00882000
008830     PERFORM 838-NUM-ELEM                                         00883000
008840     MOVE 'EA' TO WS-ELEM                                         00884000
008850     PERFORM 810-ADD-ELEM                                         00885000
008860     MOVE INVXD-PRICE TO WS-AMT                                   00886000
008870     PERFORM 830-AMT-ELEM                                         00887000
008880     MOVE SPACES TO WS-ELEM                                       00888000
008890     PERFORM 810-ADD-ELEM                                         00889000
008900     MOVE 'VP' TO WS-ELEM                                         00890000
008910     PERFORM 810-ADD-ELEM                                         00891000
008920     MOVE INVXD-P-NO TO WS-ELEM                                   00892000
008930     PERFORM 810-ADD-ELEM                                         00893000
008940     PERFORM 820-END-SEG                                          00894000
008950                                                                  00895000
008960     MOVE 'PID' TO WS-SEG-ID                                      00896000
008970     PERFORM 800-START-SEG                                        00897000
008980     MOVE 'F' TO WS-ELEM                                          00898000
008990     PERFORM 810-ADD-ELEM                                         00899000
009000     MOVE SPACES TO WS-ELEM                                       00900000
009010     PERFORM 810-ADD-ELEM 3 TIMES                                 00901000
009020     MOVE INVXD-DESC TO WS-ELEM                                   00902000
009030     PERFORM 810-ADD-ELEM                                         00903000
009040     PERFORM 820-END-SEG                                          00904000
009050     EXIT.                                                        00905000
009060                                                                  00906000
009070******************************************************************00907000
009080* INSCRIPTION DU DOCUMENT AU JOURNAL EDI (STATUT S = ENVOYE) ET   00908000
009090* LIGNE DE L ETAT. UN PARTENAIRE SANS PAPIER = FACTURE A RETIRER  00909000
009100* DU COURRIER                                                     00910000
009110******************************************************************00911000
009120 550-LOG-DOCUMENT.                                                00912000
009130     INITIALIZE L-EDILOG                                          00913000
009140     MOVE WS-ICN        TO EDL-ICN                                00914000
009150     MOVE WS-STCN       TO EDL-STCN                               00915000
009160     MOVE INVXH-C-NO    TO EDL-C-NO                               00916000
009170     MOVE INVXH-O-NO    TO EDL-O-NO                               00917000
009180     MOVE INVXH-TYPE    TO EDL-DOC-TYPE                           00918000
009190     MOVE INVXH-TOTAL   TO EDL-TOTAL                              00919000
009200     MOVE INVXH-COMPANY TO EDL-COMPANY                            00920000
009210     MOVE EDP-ISA-ID    TO EDL-ISA-ID                             00921000
009220     MOVE WS-RUN-DATE   TO EDL-SENT-DATE                          00922000
009230     MOVE WS-RUN-TIME   TO EDL-SENT-TIME                          00923000
009240     MOVE 'S'           TO EDL-STATUS                             00924000
009250     MOVE EDP-PAPER     TO EDL-PAPER                              00925000
009260     WRITE L-EDILOG                                               00926000
009270     IF WS-LOGF-STATUS NOT = '00'                                 00927000
009280         DISPLAY 'ERREUR ECRITURE EDILOG : ' WS-LOGF-STATUS       00928000
009290         PERFORM ABEND-PROG                                       00929000
009300     END-IF                                                       00930000
009310                                                                  00931000
009320     ADD 1 TO WS-ICHG-DOCS                                        00932000
009330     MOVE WS-STCN    TO EDR-STCN                                  00933000
009340     MOVE INVXH-O-NO TO EDR-O-NO                                  00934000
009350     MOVE INVXH-TOTAL TO EDR-AMT                                  00935000
009360     IF INVXH-TYPE = 'C'                                          00936000
009370         ADD 1 TO WS-CRD-CNT                                      00937000
009380         SUBTRACT INVXH-TOTAL FROM WS-ICHG-AMT                    00938000
009390         MOVE 'CREDIT' TO EDR-TYPE                                00939000
009400     ELSE                                                         00940000
009410         ADD 1 TO WS-INV-CNT                                      00941000
009420         ADD INVXH-TOTAL TO WS-ICHG-AMT                           00942000
009430         MOVE 'INVOICE' TO EDR-TYPE                               00943000
009440     END-IF                                                       00944000
009450     IF EDP-EDI-ONLY                                              00945000
009460         ADD 1 TO WS-PULL-CNT                                     00946000
009470         MOVE 'EDI ONLY - PULL FROM MAIL' TO EDR-NOTE             00947000
009480     ELSE                                                         00948000
009490         MOVE 'MAIL AS USUAL' TO EDR-NOTE                         00949000
009500     END-IF                                                       00950000
009510     WRITE ENR-EDIREP FROM L-EDR-LINE                             00951000
009520     EXIT.                                                        00952000
009530                                                                  00953000
009540******************************************************************00954000
009550* FIN DE DOCUMENT : TDS (TOTAL EN CENTIMES), TXI (TAXE), SAC      00955000
009560* (PORT FACTURE, REMISE), CTT (NOMBRE DE LIGNES) ET SE            00956000
009570******************************************************************00957000
009580 560-CLOSE-DOCUMENT.                                              00958000
009590     MOVE 'TDS' TO WS-SEG-ID                                      00959000
009600     PERFORM 800-START-SEG                                        00960000
009610     MOVE INVXH-TOTAL TO WS-AMT                                   00961000
009620     PERFORM 835-CENTS-ELEM                                       00962000
009630     PERFORM 820-END-SEG                                          00963000
009640                                                                  00964000
009650     IF INVXH-TAXAMT > ZERO                                       00965000
009660         MOVE 'TXI' TO WS-SEG-ID                                  00966000
009670         PERFORM 800-START-SEG                                    00967000
009680         MOVE 'ST' TO WS-ELEM                                     00968000
009690         PERFORM 810-ADD-ELEM                                     00969000
009700         MOVE INVXH-TAXAMT TO WS-AMT                              00970000
009710         PERFORM 830-AMT-ELEM                                     00971000
009720         MOVE INVXH-TAXPCT TO WS-PCT-ED                           00972000
009730         MOVE WS-PCT-ED TO WS-EDIT                                00973000
009740         PERFORM 845-LEFT-ELEM                                    00974000
009750         PERFORM 820-END-SEG                                      00975000
009760     END-IF                                                       00976000
009770                                                                  00977000
009780     IF INVXH-FREIGHT > ZERO                                      00978000
009790         MOVE 'SAC' TO WS-SEG-ID                                  00979000
009800         PERFORM 800-START-SEG                                    00980000
009810         MOVE 'C' TO WS-ELEM                                      00981000
009820         PERFORM 810-ADD-ELEM                                     00982000
009830         MOVE 'D240' TO WS-ELEM                                   00983000
009840         PERFORM 810-ADD-ELEM                                     00984000
009850         MOVE SPACES TO WS-ELEM                                   00985000
009860         PERFORM 810-ADD-ELEM 2 TIMES                             00986000
009870         MOVE INVXH-FREIGHT TO WS-AMT                             00987000
009880         PERFORM 835-CENTS-ELEM                                   00988000
009890         PERFORM 820-END-SEG                                      00989000
009900     END-IF                                                       00990000
009910                                                                  00991000
009920     IF INVXH-DISCOUNT > ZERO                                     00992000
009930         MOVE 'SAC' TO WS-SEG-ID                                  00993000
009940         PERFORM 800-START-SEG                                    00994000
009950         MOVE 'A' TO WS-ELEM                                      00995000
009960         PERFORM 810-ADD-ELEM                                     00996000
009970         MOVE 'C310' TO WS-ELEM                                   00997000
009980         PERFORM 810-ADD-ELEM                                     00998000
009990         MOVE SPACES TO WS-ELEM                                   00999000
010000         PERFORM 810-ADD-ELEM 2 TIMES                             01000000
010010         MOVE INVXH-DISCOUNT TO WS-AMT                            01001000
010020         PERFORM 835-CENTS-ELEM                                   01002000
010030         PERFORM 820-END-SEG                                      01003000
010040     END-IF                                                       01004000
010050                                                                  01005000
010060     MOVE 'CTT' TO WS-SEG-ID                                      01006000
010070     PERFORM 800-START-SEG                                        01007000
010080     MOVE WS-LINE-NO TO WS-NUM                                    01008000
010090     PERFORM 838-NUM-ELEM                                         01009000
010100     PERFORM 820-END-SEG                                          01010000
010110                                                                  01011000
010120     MOVE 'SE' TO WS-SEG-ID                                       01012000
010130     PERFORM 800-START-SEG                                        01013000
010140     COMPUTE WS-NUM = WS-SEG-CNT + 1                              01014000
010150     PERFORM 838-NUM-ELEM                                         01015000
010160     MOVE WS-STCN TO WS-ELEM                                      01016000
010170     PERFORM 810-ADD-ELEM                                         01017000
010180     PERFORM 820-END-SEG                                          01018000
010190     MOVE 'N' TO WS-DOC-SW                                        01019000
010200     EXIT.                                                        01020000
010210                                                                  01021000
010220******************************************************************01022000
010230* FIN D ECHANGE : GE (NOMBRE DE DOCUMENTS) ET IEA                 01023000
010240******************************************************************01024000
010250 570-CLOSE-INTERCHANGE.                                           01025000
010260     MOVE 'GE' TO WS-SEG-ID                                       01026000
010270     PERFORM 800-START-SEG                                        01027000
010280     MOVE WS-STCN TO WS-NUM                                       01028000
010290     PERFORM 838-NUM-ELEM                                         01029000
010300     MOVE WS-ICN TO WS-NUM                                        01030000
010310     PERFORM 838-NUM-ELEM                                         01031000
010320     PERFORM 820-END-SEG                                          01032000
010330                                                                  01033000
010340     MOVE 'IEA' TO WS-SEG-ID                                      01034000
010350     PERFORM 800-START-SEG                                        01035000
010360     MOVE '1' TO WS-ELEM                                          01036000
010370     PERFORM 810-ADD-ELEM                                         01037000
010380     MOVE WS-ICN TO WS-ELEM                                       01038000
010390     PERFORM 810-ADD-ELEM                                         01039000
010400     PERFORM 820-END-SEG                                          01040000
010410                                                                  01041000
010420     MOVE WS-ICHG-DOCS TO EDT-DOCS                                01042000
010430     MOVE WS-ICHG-AMT  TO EDT-AMT                                 01043000
010440     WRITE ENR-EDIREP FROM L-EDR-ITOT                             01044000
010450     WRITE ENR-EDIREP FROM L-EDR-VIDE                             01045000
010460     ADD WS-ICHG-AMT TO WS-TOT-AMT                                01046000
010470     MOVE 'N' TO WS-ICHG-SW                                       01047000
010480     EXIT.                                                        01048000
010490                                                                  01049000
010500******************************************************************01050000
010510* PARAGRAPHES DE CONSTRUCTION DES SEGMENTS : DEBUT (IDENTIFIANT   01051000
010520* DANS WS-SEG-ID), AJOUT D UN ELEMENT (WS-ELEM, CADRE A GAUCHE,   01052000
010530* BLANCS DE FIN RETIRES) ET FIN DE SEGMENT, SANS LES ELEMENTS     01053000
010531* VIDES DE FIN                                                    01053100
010540******************************************************************01054000
010550 800-START-SEG.                                                   01055000
010560     MOVE SPACES TO WS-SEG                                        01056000
010570     MOVE 1 TO WS-SEG-PTR                                         01057000
010580     STRING WS-SEG-ID DELIMITED BY SPACE                          01058000
010590            INTO WS-SEG WITH POINTER WS-SEG-PTR                   01059000
010600     END-STRING                                                   01060000
010610     EXIT.                                                        01061000
010620                                                                  01062000
010630 810-ADD-ELEM.                                                    01063000
010640     INSPECT WS-ELEM REPLACING ALL '*' BY SPACE                   01064000
010650                               ALL '~' BY SPACE                   01065000
010660                               ALL '>' BY SPACE                   01066000
010670     MOVE 100 TO WS-ELEM-LEN                                      01067000
010680     MOVE 'N' TO WS-TRIM-SW                                       01068000
010690     PERFORM 815-TRIM-ONE UNTIL WS-ELEM-LEN = ZERO OR TRIM-DONE   01069000
010700     IF WS-ELEM-LEN = ZERO                                        01070000
010710         STRING '*' DELIMITED BY SIZE                             01071000
010720                INTO WS-SEG WITH POINTER WS-SEG-PTR               01072000
010730         END-STRING                                               01073000
010740     ELSE                                                         01074000
010750         STRING '*' DELIMITED BY SIZE                             01075000
010760                WS-ELEM(1:WS-ELEM-LEN) DELIMITED BY SIZE          01076000
010770                INTO WS-SEG WITH POINTER WS-SEG-PTR               01077000
010780         END-STRING                                               01078000
010790     END-IF                                                       01079000
010800     EXIT.                                                        01080000
010810                                                                  01081000
010820 815-TRIM-ONE.                                                    01082000
010830     IF WS-ELEM(WS-ELEM-LEN:1) = SPACE                            01083000
010840         SUBTRACT 1 FROM WS-ELEM-LEN                              01084000
010850     ELSE                                                         01085000
010860         MOVE 'Y' TO WS-TRIM-SW                                   01086000
010870     END-IF                                                       01087000
010880     EXIT.                                                        01088000
010890                                                                  01089000
010900 820-END-SEG.                                                     01090000
010901     MOVE 'N' TO WS-TRIM-SW                                       01090100
010902     PERFORM 825-DROP-EMPTY UNTIL TRIM-DONE                       01090200
010910     STRING '~' DELIMITED BY SIZE                                 01091000
010920            INTO WS-SEG WITH POINTER WS-SEG-PTR                   01092000
010930     END-STRING                                                   01093000
010940     WRITE ENR-EDI810 FROM WS-SEG                                 01094000
010950     ADD 1 TO WS-SEG-CNT                                          01095000
010960     ADD 1 TO WS-SEG-TOTAL                                        01096000
010961     EXIT.                                                        01096100
010962                                                                  01096200
010963 825-DROP-EMPTY.                                                  01096300
010964     IF WS-SEG-PTR > 2 AND WS-SEG(WS-SEG-PTR - 1:1) = '*'         01096400
010965         SUBTRACT 1 FROM WS-SEG-PTR                               01096500
010966         MOVE SPACE TO WS-SEG(WS-SEG-PTR:1)                       01096600
010967     ELSE                                                         01096700
010968         MOVE 'Y' TO WS-TRIM-SW                                   01096800
010969     END-IF                                                       01096900
010970     EXIT.                                                        01097000
010980                                                                  01098000
010990******************************************************************01099000
011000* ELEMENTS NUMERIQUES : MONTANT A DECIMALES EXPLICITES (R),       01100000
011010* MONTANT EN CENTIMES (N2) ET ENTIER (N0), SANS ZEROS DE TETE     01101000
011020******************************************************************01102000
011030 830-AMT-ELEM.                                                    01103000
011040     MOVE WS-AMT TO WS-AMT-ED                                     01104000
011050     MOVE WS-AMT-ED TO WS-EDIT                                    01105000
011060     PERFORM 845-LEFT-ELEM                                        01106000
011070     EXIT.                                                        01107000
011080                                                                  01108000
011090 835-CENTS-ELEM.                                                  01109000
011100     COMPUTE WS-CENTS = WS-AMT * 100                              01110000
011110     MOVE WS-CENTS TO WS-CENTS-ED                                 01111000
011120     MOVE WS-CENTS-ED TO WS-EDIT                                  01112000
011130     PERFORM 845-LEFT-ELEM                                        01113000
011140     EXIT.                                                        01114000
011150                                                                  01115000
011160 838-NUM-ELEM.                                                    01116000
011170     MOVE WS-NUM TO WS-NUM-ED                                     01117000
011180     MOVE WS-NUM-ED TO WS-EDIT                                    01118000
011190     PERFORM 845-LEFT-ELEM                                        01119000
011200     EXIT.                                                        01120000
011210                                                                  01121000
011220 845-LEFT-ELEM.                                                   01122000
011230     MOVE ZERO TO WS-LEAD                                         01123000
011240     INSPECT WS-EDIT TALLYING WS-LEAD FOR LEADING SPACES          01124000
011250     MOVE WS-EDIT(WS-LEAD + 1:) TO WS-ELEM                        01125000
011260     PERFORM 810-ADD-ELEM                                         01126000
011270     EXIT.                                                        01127000
011280                                                                  01128000
011290******************************************************************01129000
011300* PARAGRAPHE D EDITION DES TOTAUX DE CONTROLE                     01130000
011310******************************************************************01131000
011320 900-WRITE-TOTALS.                                                01132000
011330     MOVE 'INTERCHANGES SENT'            TO EDR-CNT-LABEL         01133000
011340     MOVE WS-ICHG-CNT                    TO EDR-CNT-VALUE         01134000
011350     WRITE ENR-EDIREP FROM L-EDR-CNT                              01135000
011360     MOVE 'INVOICES SENT'                TO EDR-CNT-LABEL         01136000
011370     MOVE WS-INV-CNT                     TO EDR-CNT-VALUE         01137000
011380     WRITE ENR-EDIREP FROM L-EDR-CNT                              01138000
011390     MOVE 'CREDIT MEMOS SENT'            TO EDR-CNT-LABEL         01139000
011400     MOVE WS-CRD-CNT                     TO EDR-CNT-VALUE         01140000
011410     WRITE ENR-EDIREP FROM L-EDR-CNT                              01141000
011420     MOVE 'NET AMOUNT SENT'              TO EDR-TOT-LABEL         01142000
011430     MOVE WS-TOT-AMT                     TO EDR-TOT-VALUE         01143000
011440     WRITE ENR-EDIREP FROM L-EDR-TOT                              01144000
011450     MOVE 'PAPER COPIES TO PULL FROM MAIL' TO EDR-CNT-LABEL       01145000
011460     MOVE WS-PULL-CNT                    TO EDR-CNT-VALUE         01146000
011470     WRITE ENR-EDIREP FROM L-EDR-CNT                              01147000
011480     MOVE 'DOCUMENTS FOR NON-EDI CUSTOMERS' TO EDR-CNT-LABEL      01148000
011490     MOVE WS-DOCS-PAPER                  TO EDR-CNT-VALUE         01149000
011500     WRITE ENR-EDIREP FROM L-EDR-CNT                              01150000
011510     MOVE 'PROFILES REJECTED'            TO EDR-CNT-LABEL         01151000
011520     MOVE WS-PRF-REJ                     TO EDR-CNT-VALUE         01152000
011530     WRITE ENR-EDIREP FROM L-EDR-CNT                              01153000
011540     DISPLAY 'EDI PROFILES READ     : ' WS-PRF-READ               01154000
011550     DISPLAY 'EDI PROFILES REJECTED : ' WS-PRF-REJ                01155000
011560     DISPLAY 'DOCUMENTS READ        : ' WS-DOCS-READ              01156000
011570     DISPLAY 'DOCUMENTS NOT EDI     : ' WS-DOCS-PAPER             01157000
011580     DISPLAY 'INTERCHANGES SENT     : ' WS-ICHG-CNT               01158000
011590     DISPLAY 'INVOICES SENT         : ' WS-INV-CNT                01159000
011600     DISPLAY 'CREDIT MEMOS SENT     : ' WS-CRD-CNT                01160000
011610     DISPLAY 'SEGMENTS WRITTEN      : ' WS-SEG-TOTAL              01161000
011620     DISPLAY 'LAST CONTROL NUMBER   : ' WS-ICN                    01162000
011630     EXIT.                                                        01163000
011640                                                                  01164000
011650******************************************************************01165000
011660* PARAGRAPHE POUR LE CAS OU UNE ANOMALIE EST DETECTER DE METTRE   01166000
011670* FIN AU PROGRAMME EN EFFECTUANT UNE DIVISION PAR ZERO            01167000
011680******************************************************************01168000
011690 ABEND-PROG.                                                      01169000
011700     DISPLAY 'ABEND-PROG !'                                       01170000
011710     COMPUTE WS-ANO = 1 / WS-ANO.                                 01171000
