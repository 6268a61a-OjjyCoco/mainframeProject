000290*                  THE ORDER DATE FOR DOCUMENTS THAT PREDATE THE  00029000
000300*                  TERMS FIELDS ; THE DUNNING THRESHOLD AND THE   00030000
000310*                  REPORT/LETTER DATE COLUMNS FOLLOW THE DUE DATE 00031000
000311* 15/10/2026 GAY  OPEN DISPUTES (KSDS DISPUTE, SEE PJDISPM) : THE 00031100
000311*                  DOCUMENT IS SHOWN IN DISPUTE ON THE AGING LINE 00031101
000312*                  AND IS LEFT OUT OF THE DUNNING THRESHOLD AND   00031200
000312*                  OF THE LETTER                                  00031201
000313* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00031300
000313*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00031301
000314*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00031400
000314* 15/10/2026 GAY  NATIONAL ACCOUNTS (KSDS NATACCT, FACULTATIF) :  00031401
000315*                  THE OPEN ITEMS OF A GROUP ARE SORTED UNDER THE 00031500
000315*                  PARENT (PARENT FIRST, THEN EACH BRANCH) ; THE  00031501
000316*                  REPORT KEEPS A SUBTOTAL PER ACCOUNT AND ADDS A 00031600
000316*                  GROUP TOTAL, AND THE GROUP GETS ONE DUNNING    00031601
000317*                  LETTER ADDRESSED TO THE PARENT, WITH A SECTION 00031700
000317*                  AND A SUBTOTAL PER ACCOUNT                     00031701
000318* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00031800
000319*                  NO UNSET FIELD REACHES JOBLOG                  00031900
000320******************************************************************00032000
000330                                                                  00033000
000340 ENVIRONMENT DIVISION.                                            00034000
000400      SELECT OPNI ASSIGN TO OPENITEM                              00040000
000410      ORGANIZATION  IS SEQUENTIAL.                                00041000
000420******************************************************************00042000
000430* KSDS DES COMPTES NATIONAUX (VOIR COPY NATREC), FACULTATIF       00043000
000431******************************************************************00043100
000432      SELECT NATF ASSIGN TO NATACCT                               00043200
000433      ORGANIZATION IS INDEXED                                     00043300
000434      ACCESS MODE  IS SEQUENTIAL                                  00043400
000435      RECORD KEY   IS NAT-KEY                                     00043500
000436      FILE STATUS  IS WS-NATF-STATUS.                             00043600
000437******************************************************************00043700
000438* FICHIERS DE TRI : TRAVAIL ET RESULTAT TRIE PAR GROUPE ET CLIENT 00043800
000440******************************************************************00044000
000450      SELECT SRTWRK ASSIGN TO SORTWORK.                           00045000
000460      SELECT SRTD ASSIGN TO SORTED                                00046000
000550******************************************************************00055000
000560      SELECT DUNN ASSIGN TO DUNNING                               00056000
000570      ORGANIZATION  IS SEQUENTIAL.                                00057000
000571******************************************************************00057100
000572* KSDS DES LITIGES SUR FACTURE (VOIR COPY DSPREC), FACULTATIF     00057200
000573******************************************************************00057300
000574      SELECT DSPF ASSIGN TO DISPUTE                               00057400
000575      ORGANIZATION IS INDEXED                                     00057500
000576      ACCESS MODE  IS RANDOM                                      00057600
000577      RECORD KEY   IS DSP-KEY                                     00057700
000578      FILE STATUS  IS WS-DSPF-STATUS.                             00057800
000580                                                                  00058000
000590******************************************************************00059000
000600                                                                  00060000
000650                                                                  00065000
000660 SD SRTWRK.                                                       00066000
000670 01 SRT-REC.                                                      00067000
000680      05 SRT-GROUP   PIC X(30).                                   00068000
000690      05 SRT-ROLE    PIC X(1).                                    00069000
000700      05 SRT-DATA.                                                00070000
000710         10 SRT-TYPE    PIC X(1).                                 00071000
000720         10 SRT-O-NO    PIC 9(6).                                 00072000
000721         10 SRT-O-DATE  PIC X(11).                                00072100
000722         10 SRT-COMPANY PIC X(30).                                00072200
000723         10 FILLER      PIC X(156).                               00072300
000730                                                                  00073000
000740 FD SRTD.                                                         00074000
000750 01 ENR-SRTD.                                                     00075000
000751      05 SRTD-GROUP PIC X(30).                                    00075100
000752      05 SRTD-ROLE  PIC X(1).                                     00075200
000753      05 SRTD-DATA  PIC X(204).                                   00075300
000760                                                                  00076000
000770 FD AGER.                                                         00077000
000780 01 ENR-AGEREP PIC X(132).                                        00078000
000800 FD DUNN.                                                         00080000
000810 01 ENR-DUNNING PIC X(101).                                       00081000
000820                                                                  00082000
000821 FD DSPF.                                                         00082100
000822     COPY DSPREC.                                                 00082200
000823                                                                  00082300
000824 FD NATF.                                                         00082400
000825     COPY NATREC.                                                 00082500
000826                                                                  00082600
000830 WORKING-STORAGE SECTION.                                         00083000
000840******************************************************************00084000
000850* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00085000
000860******************************************************************00086000
000870 77 FLAG-SRTD   PIC 9 VALUE 0.                                    00087000
000880    88 FF-SRTD VALUE 1.                                           00088000
000881 77 FLAG-OPNI   PIC 9 VALUE 0.                                    00088100
000882    88 FF-OPNI VALUE 1.                                           00088200
000883 77 FLAG-NATF   PIC 9 VALUE 0.                                    00088300
000884    88 FF-NATF VALUE 1.                                           00088400
000890                                                                  00089000
000900 77 WS-ANO PIC 99 VALUE ZERO.                                     00090000
000901                                                                  00090100
000902 77 WS-DSPF-STATUS PIC X(2) VALUE SPACES.                         00090200
000903 77 WS-DSPF-SW     PIC X(1) VALUE 'N'.                            00090300
000904 77 WS-DISP-FLAG   PIC X(1) VALUE 'N'.                            00090400
000905    88 DOC-IN-DISPUTE VALUE 'Y'.                                  00090500
000906 77 WS-NATF-STATUS PIC X(2) VALUE SPACES.                         00090600
000910                                                                  00091000
000920******************************************************************00092000
000930* PARAMETRES SYSIN : DATE D ARRETE ET SEUIL DE RELANCE EN JOURS   00093000
001300 77 WS-OPEN-READ PIC 9(7) VALUE ZERO.                             00130000
001310 77 WS-LETTER-CNT PIC 9(7) VALUE ZERO.                            00131000
001320 77 WS-DUN-TOTAL  PIC 9(9)V99 VALUE ZERO.                         00132000
001321 77 WS-DISP-CNT   PIC 9(7) VALUE ZERO.                            00132100
001322 77 WS-DISP-TOTAL PIC 9(9)V99 VALUE ZERO.                         00132200
001330                                                                  00133000
001340******************************************************************00134000
001350* CUMULS D UN GROUPE DE COMPTES NATIONAUX : CLE DE TRI DU         00135000
001360* DOCUMENT LU (RAISON SOCIALE DU PARENT, SPACES HORS GROUPE) ET   00136000
001361* TOTAUX DU GROUPE PAR TRANCHE                                    00136100
001361******************************************************************00136101
001361 77 WS-SRT-GROUP   PIC X(30) VALUE SPACES.                        00136102
001361 77 WS-SRT-ROLE    PIC X(1)  VALUE SPACE.                         00136103
001362    88 SRT-IN-GROUP VALUE '0' '1'.                                00136200
001362 77 WS-CUR-GROUP   PIC X(30) VALUE SPACES.                        00136201
001362 77 WS-PAR-B00 PIC 9(9)V99 VALUE ZERO.                            00136202
001362 77 WS-PAR-B30 PIC 9(9)V99 VALUE ZERO.                            00136203
001363 77 WS-PAR-B60 PIC 9(9)V99 VALUE ZERO.                            00136300
001363 77 WS-PAR-B90 PIC 9(9)V99 VALUE ZERO.                            00136301
001363 77 WS-GLET-CNT    PIC 9(7) VALUE ZERO.                           00136302
001363 77 WS-LET-COMPANY PIC X(30) VALUE SPACES.                        00136303
001364 77 WS-SUB-TOTAL   PIC 9(9)V99 VALUE ZERO.                        00136400
001364                                                                  00136401
001364******************************************************************00136402
001364* TABLE DES COMPTES NATIONAUX (FICHIER NATACCT) : NTT-GROUP-CO    00136403
001365* PORTE LA RAISON SOCIALE DU PARENT DU GROUPE DU COMPTE           00136500
001365******************************************************************00136501
001365 01 NTT-TABLE.                                                    00136502
001365      05 NTT-ENTRY OCCURS 1000 TIMES INDEXED BY NTT-IDX NTT-PIDX. 00136503
001366         10 NTT-C-NO      PIC 9(3).                               00136600
001366         10 NTT-TYPE      PIC X(1).                               00136601
001366         10 NTT-PARENT-NO PIC 9(3).                               00136602
001366         10 NTT-COMPANY   PIC X(30).                              00136603
001367         10 NTT-GROUP-CO  PIC X(30).                              00136700
001367 77 WS-NTT-CNT   PIC 9(4) VALUE ZERO.                             00136701
001367 77 WS-NTT-MAX   PIC 9(4) VALUE 1000.                             00136702
001367                                                                  00136703
001368******************************************************************00136800
001368* TABLE DES FACTURES DU CLIENT (OU DU GROUPE) EN COURS, POUR      00136801
001368* POUVOIR REEDITER LES FACTURES EN RETARD DANS LA LETTRE          00136802
001370******************************************************************00137000
001380 01 GRP-TABLE.                                                    00138000
001390      05 GRP-ENTRY OCCURS 500 TIMES INDEXED BY GRP-IDX.           00139000
001391         10 GRP-COMPANY PIC X(30).                                00139100
001400         10 GRP-O-NO   PIC 9(6).                                  00140000
001410         10 GRP-O-DATE PIC X(11).                                 00141000
001420         10 GRP-DAYS   PIC S9(5).                                 00142000
001430         10 GRP-TOTAL  PIC 9(7)V99.                               00143000
001431         10 GRP-DISP   PIC X(1).                                  00143100
001440 77 WS-GRP-CNT PIC 9(3) VALUE ZERO.                               00144000
001450 77 WS-GRP-MAX PIC 9(3) VALUE 500.                                00145000
001460                                                                  00146000
001650      05 FILLER PIC X(12) VALUE '     30 DAYS'.                   00165000
001660      05 FILLER PIC X(12) VALUE '     60 DAYS'.                   00166000
001670      05 FILLER PIC X(12) VALUE '     90 DAYS'.                   00167000
001680      05 FILLER PIC X(3)  VALUE SPACES.                           00168000
001681      05 FILLER PIC X(12) VALUE 'STATUS'.                         00168100
001682      05 FILLER PIC X(16) VALUE SPACES.                           00168200
001690                                                                  00169000
001700 01 L-AGE-LINE.                                                   00170000
001710      05 AGL-COMPANY PIC X(30).                                   00171000
001800      05 AGL-B30     PIC X(12).                                   00180000
001810      05 AGL-B60     PIC X(12).                                   00181000
001820      05 AGL-B90     PIC X(12).                                   00182000
001830      05 AGL-DISP    PIC X(12).                                   00183000
001831      05 FILLER      PIC X(16) VALUE SPACES.                      00183100
001840 77 ED-BUCKET PIC Z(8)9.99.                                       00184000
001841                                                                  00184100
001842 01 L-AGE-GRP.                                                    00184200
001843      05 FILLER      PIC X(18) VALUE 'NATIONAL ACCOUNT :'.        00184300
001844      05 FILLER      PIC X(1)  VALUE SPACE.                       00184400
001845      05 AGG-GROUP   PIC X(30).                                   00184500
001846      05 FILLER      PIC X(83) VALUE SPACES.                      00184600
001850                                                                  00185000
001860 01 L-AGE-TOT.                                                    00186000
001870      05 AGO-LABEL PIC X(52).                                     00187000
002310      05 FILLER      PIC X(1) VALUE SPACE.                        00231000
002320      05 FILLER      PIC X(1) VALUE '*'.                          00232000
002330                                                                  00233000
002331 01 L-DUN-SECT.                                                   00233100
002331      05 FILLER      PIC X(2) VALUE SPACES.                       00233101
002332      05 FILLER      PIC X(10) VALUE 'ACCOUNT : '.                00233200
002332      05 DUN-SECT-COMPANY PIC X(30).                              00233201
002333                                                                  00233300
002333 01 L-DUN-SUB.                                                    00233301
002334      05 FILLER      PIC X(2) VALUE SPACES.                       00233400
002334      05 FILLER      PIC X(19) VALUE 'ACCOUNT SUBTOTAL : '.       00233401
002335      05 DUN-SUB-AMT PIC Z(8)9.99.                                00233500
002335                                                                  00233501
002340 01 L-DUN-TOTAL.                                                  00234000
002350      05 FILLER      PIC X(2) VALUE SPACES.                       00235000
002360      05 FILLER      PIC X(19) VALUE 'TOTAL AMOUNT DUE : '.       00236000
002430 77 WS-DATE PIC X(40).                                            00243000
002440 77 WS-DATE-CITY PIC X(20) VALUE 'NEW YORK'.                      00244000
002450                                                                  00245000
002451******************************************************************00245100
002452* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00245200
002453******************************************************************00245300
002454     COPY JLGREC.                                                 00245400
002455                                                                  00245500
002460 PROCEDURE DIVISION.                                              00246000
002461                                                                  00246100
002461     INITIALIZE L-JOBLOG                                          00246101
002462     MOVE 'PJPART3D' TO JLG-PROGRAM                               00246200
002463     MOVE 'S' TO JLG-TYPE                                         00246300
002464     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00246400
002470                                                                  00247000
002480     PERFORM 100-INITIALIZE                                       00248000
002490                                                                  00249000
002500     SORT SRTWRK                                                  00250000
002501          ON ASCENDING KEY SRT-GROUP                              00250100
002502          ON ASCENDING KEY SRT-ROLE                               00250200
002510          ON ASCENDING KEY SRT-COMPANY                            00251000
002520          ON ASCENDING KEY SRT-O-NO                               00252000
002530          INPUT PROCEDURE 250-BUILD-SORT                          00253000
002540          GIVING SRTD                                             00254000
002550                                                                  00255000
002560     OPEN INPUT SRTD                                              00256000
002570     PERFORM 200-READ-SRTD                                        00257000
002580     PERFORM 290-PROCESS-NEXT UNTIL FF-SRTD                       00258000
002590                                                                  00259000
002600     PERFORM 900-WRITE-GRAND-TOTAL                                00260000
002610                                                                  00261000
002620     CLOSE SRTD                                                   00262000
002630     CLOSE AGER                                                   00263000
002640     CLOSE DUNN                                                   00264000
002641     IF WS-DSPF-SW = 'Y'                                          00264100
002641         CLOSE DSPF                                               00264101
002642     END-IF                                                       00264200
002642                                                                  00264201
002643     MOVE WS-ASOF-DATE TO JLG-RUN-KEY                             00264300
002643     MOVE WS-OPEN-READ TO JLG-IN-CNT                              00264301
002644     MOVE WS-LETTER-CNT TO JLG-OUT-CNT                            00264400
002644     MOVE RETURN-CODE TO JLG-RC                                   00264401
002645     MOVE 'E' TO JLG-TYPE                                         00264500
002645     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00264501
002650                                                                  00265000
002660     GOBACK.                                                      00266000
002670                                                                  00267000
002850     OPEN OUTPUT AGER                                             00285000
002860     OPEN OUTPUT DUNN                                             00286000
002870                                                                  00287000
002871     MOVE 'N' TO WS-DSPF-SW                                       00287100
002871     OPEN INPUT DSPF                                              00287101
002871     IF WS-DSPF-STATUS = '00'                                     00287102
002872         MOVE 'Y' TO WS-DSPF-SW                                   00287200
002872     ELSE                                                         00287201
002872         DISPLAY 'NO DISPUTE FILE : ' WS-DSPF-STATUS              00287202
002873     END-IF                                                       00287300
002873                                                                  00287301
002873     INITIALIZE NTT-TABLE                                         00287302
002874     OPEN INPUT NATF                                              00287400
002874     IF WS-NATF-STATUS = '00'                                     00287401
002874         PERFORM 130-READ-NATF                                    00287402
002875         PERFORM 135-LOAD-ONE-NAT UNTIL FF-NATF                   00287500
002875         CLOSE NATF                                               00287501
002875         PERFORM 140-SET-GROUP-CO                                 00287502
002876            VARYING NTT-IDX FROM 1 BY 1 UNTIL NTT-IDX > WS-NTT-CNT00287600
002876     ELSE                                                         00287601
002876         DISPLAY 'NO NATACCT FILE : ' WS-NATF-STATUS              00287602
002877     END-IF                                                       00287700
002877                                                                  00287701
002880     MOVE WS-ASOF-DATE TO AGT-ASOF                                00288000
002890     WRITE ENR-AGEREP FROM L-AGE-TITLE                            00289000
002900     WRITE ENR-AGEREP FROM L-AGE-VIDE                             00290000
002930     EXIT.                                                        00293000
002940                                                                  00294000
002950******************************************************************00295000
002960* PARAGRAPHES DE CHARGEMENT DES COMPTES NATIONAUX : LE PARENT EST 00296000
002961* SON PROPRE PARENT (NAT-PARENT-NO = NAT-C-NO), UNE SUCCURSALE    00296100
002961* PREND LA RAISON SOCIALE DE SON PARENT                           00296101
002961******************************************************************00296102
002961 130-READ-NATF.                                                   00296103
002961     READ NATF NEXT                                               00296104
002962         AT END                                                   00296200
002962              SET FF-NATF TO TRUE                                 00296201
002962     END-READ                                                     00296202
002962     IF WS-NATF-STATUS NOT = '00' AND WS-NATF-STATUS NOT = '10'   00296203
002962         SET FF-NATF TO TRUE                                      00296204
002963     END-IF                                                       00296300
002963     EXIT.                                                        00296301
002963                                                                  00296302
002963 135-LOAD-ONE-NAT.                                                00296303
002963     IF WS-NTT-CNT >= WS-NTT-MAX                                  00296304
002964         DISPLAY 'NATACCT TABLE FULL - RUN ABORTED'               00296400
002964         PERFORM ABEND-PROG                                       00296401
002964     END-IF                                                       00296402
002964     ADD 1 TO WS-NTT-CNT                                          00296403
002964     SET NTT-IDX TO WS-NTT-CNT                                    00296404
002965     MOVE NAT-C-NO      TO NTT-C-NO(NTT-IDX)                      00296500
002965     MOVE NAT-TYPE      TO NTT-TYPE(NTT-IDX)                      00296501
002965     MOVE NAT-PARENT-NO TO NTT-PARENT-NO(NTT-IDX)                 00296502
002965     MOVE NAT-COMPANY   TO NTT-COMPANY(NTT-IDX)                   00296503
002965     MOVE SPACES        TO NTT-GROUP-CO(NTT-IDX)                  00296504
002966     PERFORM 130-READ-NATF                                        00296600
002966     EXIT.                                                        00296601
002966                                                                  00296602
002966 140-SET-GROUP-CO.                                                00296603
002966     SET NTT-PIDX TO 1                                            00296604
002967     SEARCH NTT-ENTRY VARYING NTT-PIDX                            00296700
002967         AT END                                                   00296701
002967             CONTINUE                                             00296702
002967         WHEN NTT-PIDX > WS-NTT-CNT                               00296703
002967             CONTINUE                                             00296704
002968         WHEN NTT-C-NO(NTT-PIDX) = NTT-PARENT-NO(NTT-IDX)         00296800
002968             IF NTT-TYPE(NTT-PIDX) = 'P'                          00296801
002968                 MOVE NTT-COMPANY(NTT-PIDX)                       00296802
002968                   TO NTT-GROUP-CO(NTT-IDX)                       00296803
002968             END-IF                                               00296804
002969     END-SEARCH                                                   00296900
002969     EXIT.                                                        00296901
002969                                                                  00296902
002969******************************************************************00296903
002969* PARAGRAPHE DE LECTURE DU FICHIER TRIE PAR GROUPE ET CLIENT      00296904
002970******************************************************************00297000
002980 200-READ-SRTD.                                                   00298000
002990     READ SRTD                                                    00299000
003000         AT END                                                   00300000
003010              SET FF-SRTD TO TRUE                                 00301000
003020         NOT AT END                                               00302000
003021              MOVE SRTD-GROUP TO WS-SRT-GROUP                     00302100
003022              MOVE SRTD-ROLE  TO WS-SRT-ROLE                      00302200
003023              MOVE SRTD-DATA  TO L-INVX-HDR                       00302300
003030              ADD 1 TO WS-OPEN-READ                               00303000
003040     END-READ                                                     00304000
003041     EXIT.                                                        00304100
003041                                                                  00304101
003041******************************************************************00304102
003041* PARAGRAPHES D ALIMENTATION DU TRI : CHAQUE FACTURE OUVERTE EST  00304103
003041* RATTACHEE A SON GROUPE PAR LE NUMERO CLIENT DE L ENTETE. HORS   00304104
003041* GROUPE, LE CLIENT EST SON PROPRE GROUPE (SRT-ROLE A SPACE)      00304105
003041******************************************************************00304106
003042 250-BUILD-SORT.                                                  00304200
003042     OPEN INPUT OPNI                                              00304201
003042     PERFORM 260-READ-OPNI                                        00304202
003042     PERFORM 270-RELEASE-ITEM UNTIL FF-OPNI                       00304203
003042     CLOSE OPNI                                                   00304204
003042     EXIT.                                                        00304205
003042                                                                  00304206
003043 260-READ-OPNI.                                                   00304300
003043     READ OPNI                                                    00304301
003043         AT END                                                   00304302
003043              SET FF-OPNI TO TRUE                                 00304303
003043     END-READ                                                     00304304
003043     EXIT.                                                        00304305
003043                                                                  00304306
003044 270-RELEASE-ITEM.                                                00304400
003044     MOVE ENR-OPNITEM TO L-INVX-HDR                               00304401
003044     MOVE ENR-OPNITEM TO SRT-DATA                                 00304402
003044     MOVE INVXH-COMPANY TO SRT-GROUP                              00304403
003044     MOVE SPACE TO SRT-ROLE                                       00304404
003044     SET NTT-IDX TO 1                                             00304405
003044     SEARCH NTT-ENTRY                                             00304406
003045         AT END                                                   00304500
003045             CONTINUE                                             00304501
003045         WHEN NTT-IDX > WS-NTT-CNT                                00304502
003045             CONTINUE                                             00304503
003045         WHEN NTT-C-NO(NTT-IDX) = INVXH-C-NO                      00304504
003045             IF NTT-GROUP-CO(NTT-IDX) NOT = SPACES                00304505
003045                 MOVE NTT-GROUP-CO(NTT-IDX) TO SRT-GROUP          00304506
003046                 IF NTT-TYPE(NTT-IDX) = 'P'                       00304600
003046                     MOVE '0' TO SRT-ROLE                         00304601
003046                 ELSE                                             00304602
003046                     MOVE '1' TO SRT-ROLE                         00304603
003046                 END-IF                                           00304604
003046             END-IF                                               00304605
003046     END-SEARCH                                                   00304606
003047     RELEASE SRT-REC                                              00304700
003047     PERFORM 260-READ-OPNI                                        00304701
003047     EXIT.                                                        00304702
003047                                                                  00304703
003047******************************************************************00304704
003047* AIGUILLAGE : GROUPE DE COMPTES NATIONAUX OU CLIENT ISOLE        00304705
003047******************************************************************00304706
003048 290-PROCESS-NEXT.                                                00304800
003048     IF SRT-IN-GROUP                                              00304801
003048         PERFORM 600-PROCESS-GROUP                                00304802
003048     ELSE                                                         00304803
003048         PERFORM 300-PROCESS-CUSTOMER                             00304804
003048     END-IF                                                       00304805
003050     EXIT.                                                        00305000
003060                                                                  00306000
003070******************************************************************00307000
003090* EDITION DES LIGNES PUIS DU TOTAL CLIENT ET DE LA RELANCE        00309000
003100******************************************************************00310000
003110 300-PROCESS-CUSTOMER.                                            00311000
003170     MOVE ZERO TO WS-MAX-DAYS                                     00317000
003180     MOVE ZERO TO WS-GRP-CNT                                      00318000
003190     PERFORM 305-START-ACCOUNT                                    00319000
003200                                                                  00320000
003210     PERFORM 310-PROCESS-INVOICE                                  00321000
003220        UNTIL FF-SRTD OR INVXH-COMPANY NOT = WS-CUR-COMPANY       00322000
003270     END-IF                                                       00327000
003280     EXIT.                                                        00328000
003290                                                                  00329000
003291 305-START-ACCOUNT.                                               00329100
003292     MOVE INVXH-COMPANY TO WS-CUR-COMPANY                         00329200
003293     MOVE ZERO TO WS-CUS-B00                                      00329300
003294     MOVE ZERO TO WS-CUS-B30                                      00329400
003295     MOVE ZERO TO WS-CUS-B60                                      00329500
003296     MOVE ZERO TO WS-CUS-B90                                      00329600
003297     MOVE WS-CUR-COMPANY TO AGL-COMPANY                           00329700
003298     EXIT.                                                        00329800
003299                                                                  00329900
003300 310-PROCESS-INVOICE.                                             00330000
003310     PERFORM 320-COMPUTE-AGE                                      00331000
003311     PERFORM 330-CHECK-DISPUTE                                    00331100
003320                                                                  00332000
003330     IF WS-GRP-CNT >= WS-GRP-MAX                                  00333000
003340         DISPLAY 'CUSTOMER GROUP TABLE FULL - RUN ABORTED'        00334000
003360     END-IF                                                       00336000
003370     ADD 1 TO WS-GRP-CNT                                          00337000
003380     SET GRP-IDX TO WS-GRP-CNT                                    00338000
003381     MOVE INVXH-COMPANY TO GRP-COMPANY(GRP-IDX)                   00338100
003390     MOVE INVXH-O-NO   TO GRP-O-NO(GRP-IDX)                       00339000
003400     MOVE WS-EFF-DATE  TO GRP-O-DATE(GRP-IDX)                     00340000
003410     MOVE WS-AGE-DAYS  TO GRP-DAYS(GRP-IDX)                       00341000
003420     MOVE INVXH-TOTAL  TO GRP-TOTAL(GRP-IDX)                      00342000
003430     MOVE WS-DISP-FLAG TO GRP-DISP(GRP-IDX)                       00343000
003431     IF WS-AGE-DAYS > WS-MAX-DAYS AND NOT DOC-IN-DISPUTE          00343100
003440         MOVE WS-AGE-DAYS TO WS-MAX-DAYS                          00344000
003450     END-IF                                                       00345000
003460                                                                  00346000
003510     MOVE SPACES TO AGL-B30                                       00351000
003520     MOVE SPACES TO AGL-B60                                       00352000
003530     MOVE SPACES TO AGL-B90                                       00353000
003531     IF DOC-IN-DISPUTE                                            00353100
003532         MOVE 'IN DISPUTE' TO AGL-DISP                            00353200
003533         ADD 1 TO WS-DISP-CNT                                     00353300
003534         ADD INVXH-TOTAL TO WS-DISP-TOTAL                         00353400
003535     ELSE                                                         00353500
003536         MOVE SPACES TO AGL-DISP                                  00353600
003537     END-IF                                                       00353700
003540     MOVE INVXH-TOTAL TO ED-BUCKET                                00354000
003550     EVALUATE TRUE                                                00355000
003560         WHEN WS-AGE-DAYS < 30                                    00356000
004010         END-IF                                                   00401000
004020     ELSE                                                         00402000
004030         MOVE ZERO TO WS-AGE-DAYS                                 00403000
004031     END-IF                                                       00403100
004031     EXIT.                                                        00403101
004032                                                                  00403200
004032******************************************************************00403201
004033* PARAGRAPHE DE RECHERCHE D UN LITIGE OUVERT SUR LE DOCUMENT. UN  00403300
004033* LITIGE RESOLU OU UN FICHIER ABSENT LAISSE LE DOCUMENT RELANCABLE00403301
004034******************************************************************00403400
004034 330-CHECK-DISPUTE.                                               00403401
004035     MOVE 'N' TO WS-DISP-FLAG                                     00403500
004035     IF WS-DSPF-SW = 'Y'                                          00403501
004036         MOVE INVXH-O-NO TO DSP-O-NO                              00403600
004036         MOVE INVXH-TYPE TO DSP-TYPE                              00403601
004037         READ DSPF KEY IS DSP-KEY                                 00403700
004037         IF WS-DSPF-STATUS = '00' AND DSP-OPEN                    00403701
004038             MOVE 'Y' TO WS-DISP-FLAG                             00403800
004038         END-IF                                                   00403801
004040     END-IF                                                       00404000
004050     EXIT.                                                        00405000
004060                                                                  00406000
004620                                                                  00462000
004630 510-WRITE-LETTER-LINE.                                           00463000
004640     IF GRP-DAYS(GRP-IDX) > WS-DUN-DAYS                           00464000
004641        AND GRP-DISP(GRP-IDX) NOT = 'Y'                           00464100
004650         MOVE GRP-O-NO(GRP-IDX)   TO DUN-O-NO                     00465000
004660         MOVE GRP-O-DATE(GRP-IDX) TO DUN-O-DATE                   00466000
004670         MOVE GRP-DAYS(GRP-IDX)   TO DUN-DAYS                     00467000
004690         WRITE ENR-DUNNING FROM L-DUN-LINE                        00469000
004700         ADD GRP-TOTAL(GRP-IDX) TO WS-DUN-TOTAL                   00470000
004710     END-IF                                                       00471000
004711     EXIT.                                                        00471100
004711                                                                  00471101
004711******************************************************************00471102
004711* PARAGRAPHES DE TRAITEMENT D UN GROUPE DE COMPTES NATIONAUX :    00471103
004711* ENTETE AU NOM DU PARENT, LIGNES ET SOUS-TOTAL DE CHAQUE COMPTE  00471104
004711* (LE PARENT D ABORD), TOTAL DU GROUPE, PUIS UNE SEULE RELANCE    00471105
004711* ADRESSEE AU PARENT SI UN DOCUMENT DU GROUPE DEPASSE LE SEUIL    00471106
004711******************************************************************00471107
004711 600-PROCESS-GROUP.                                               00471108
004711     MOVE WS-SRT-GROUP TO WS-CUR-GROUP                            00471109
004711     MOVE ZERO TO WS-PAR-B00                                      00471110
004711     MOVE ZERO TO WS-PAR-B30                                      00471111
004711     MOVE ZERO TO WS-PAR-B60                                      00471112
004712     MOVE ZERO TO WS-PAR-B90                                      00471200
004712     MOVE ZERO TO WS-MAX-DAYS                                     00471201
004712     MOVE ZERO TO WS-GRP-CNT                                      00471202
004712     MOVE WS-CUR-GROUP TO AGG-GROUP                               00471203
004712     WRITE ENR-AGEREP FROM L-AGE-GRP                              00471204
004712                                                                  00471205
004712     PERFORM 610-PROCESS-MEMBER                                   00471206
004712        UNTIL FF-SRTD OR WS-SRT-GROUP NOT = WS-CUR-GROUP          00471207
004712           OR NOT SRT-IN-GROUP                                    00471208
004712                                                                  00471209
004712     MOVE SPACES TO AGO-LABEL                                     00471210
004712     STRING                                                       00471211
004712        'GROUP TOTAL ' DELIMITED BY SIZE                          00471212
004713        WS-CUR-GROUP DELIMITED BY SIZE                            00471300
004713        INTO AGO-LABEL                                            00471301
004713     END-STRING                                                   00471302
004713     MOVE WS-PAR-B00 TO AGO-B00                                   00471303
004713     MOVE WS-PAR-B30 TO AGO-B30                                   00471304
004713     MOVE WS-PAR-B60 TO AGO-B60                                   00471305
004713     MOVE WS-PAR-B90 TO AGO-B90                                   00471306
004713     WRITE ENR-AGEREP FROM L-AGE-TOT                              00471307
004713     WRITE ENR-AGEREP FROM L-AGE-VIDE                             00471308
004713                                                                  00471309
004713     IF WS-MAX-DAYS > WS-DUN-DAYS                                 00471310
004713         PERFORM 700-WRITE-GROUP-LETTER                           00471311
004713     END-IF                                                       00471312
004714     EXIT.                                                        00471400
004714                                                                  00471401
004714 610-PROCESS-MEMBER.                                              00471402
004714     PERFORM 305-START-ACCOUNT                                    00471403
004714     PERFORM 310-PROCESS-INVOICE                                  00471404
004714        UNTIL FF-SRTD OR INVXH-COMPANY NOT = WS-CUR-COMPANY       00471405
004714     PERFORM 400-WRITE-CUST-TOTAL                                 00471406
004714     ADD WS-CUS-B00 TO WS-PAR-B00                                 00471407
004714     ADD WS-CUS-B30 TO WS-PAR-B30                                 00471408
004714     ADD WS-CUS-B60 TO WS-PAR-B60                                 00471409
004714     ADD WS-CUS-B90 TO WS-PAR-B90                                 00471410
004714     EXIT.                                                        00471411
004714                                                                  00471412
004715******************************************************************00471500
004715* PARAGRAPHES D EDITION DE LA RELANCE D UN GROUPE : UNE SECTION   00471501
004715* PAR COMPTE AYANT DES FACTURES EN RETARD, AVEC SON SOUS-TOTAL    00471502
004715******************************************************************00471503
004715 700-WRITE-GROUP-LETTER.                                          00471504
004715     ADD 1 TO WS-LETTER-CNT                                       00471505
004715     ADD 1 TO WS-GLET-CNT                                         00471506
004715     WRITE ENR-DUNNING FROM L-BOX-CLIENT                          00471507
004715     MOVE WS-CUR-GROUP TO ED-DATA-CLIENT                          00471508
004715     WRITE ENR-DUNNING FROM L-DATA-BOX-CLIENT                     00471509
004715     WRITE ENR-DUNNING FROM L-BOX-CLIENT                          00471510
004715     WRITE ENR-DUNNING FROM L-DUN-VIDE                            00471511
004715                                                                  00471512
004716     CALL 'PJPT3BSS' USING BY REFERENCE WS-DATE-CITY              00471600
004716                                       WS-DATE                    00471601
004716     MOVE WS-DATE TO ED-DATE                                      00471602
004716     WRITE ENR-DUNNING FROM L-DATE                                00471603
004716     WRITE ENR-DUNNING FROM L-DUN-VIDE                            00471604
004716                                                                  00471605
004716     MOVE 'REMINDER - YOUR GROUP ACCOUNTS SHOW THE FOLLOWING'     00471606
004716        TO ED-DTEXT                                               00471607
004716     WRITE ENR-DUNNING FROM L-DUN-TEXT                            00471608
004716     MOVE 'PAST DUE INVOICES. PLEASE REMIT PROMPTLY.' TO ED-DTEXT 00471609
004716     WRITE ENR-DUNNING FROM L-DUN-TEXT                            00471610
004716                                                                  00471611
004716     MOVE ZERO TO WS-DUN-TOTAL                                    00471612
004717     MOVE SPACES TO WS-LET-COMPANY                                00471700
004717     PERFORM 710-GROUP-LETTER-LINE                                00471701
004717        VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > WS-GRP-CNT    00471702
004717     IF WS-LET-COMPANY NOT = SPACES                               00471703
004717         PERFORM 720-CLOSE-SECTION                                00471704
004717     END-IF                                                       00471705
004717     WRITE ENR-DUNNING FROM L-DUN-VIDE                            00471706
004717                                                                  00471707
004717     MOVE WS-DUN-TOTAL TO DUN-TOT-AMT                             00471708
004717     WRITE ENR-DUNNING FROM L-DUN-TOTAL                           00471709
004717     WRITE ENR-DUNNING FROM L-DUN-VIDE BEFORE ADVANCING PAGE      00471710
004717     EXIT.                                                        00471711
004717                                                                  00471712
004718 710-GROUP-LETTER-LINE.                                           00471800
004718     IF GRP-DAYS(GRP-IDX) > WS-DUN-DAYS                           00471801
004718        AND GRP-DISP(GRP-IDX) NOT = 'Y'                           00471802
004718         IF GRP-COMPANY(GRP-IDX) NOT = WS-LET-COMPANY             00471803
004718             IF WS-LET-COMPANY NOT = SPACES                       00471804
004718                 PERFORM 720-CLOSE-SECTION                        00471805
004718             END-IF                                               00471806
004718             MOVE GRP-COMPANY(GRP-IDX) TO WS-LET-COMPANY          00471807
004718             MOVE ZERO TO WS-SUB-TOTAL                            00471808
004718             WRITE ENR-DUNNING FROM L-DUN-VIDE                    00471809
004718             MOVE WS-LET-COMPANY TO DUN-SECT-COMPANY              00471810
004718             WRITE ENR-DUNNING FROM L-DUN-SECT                    00471811
004718             WRITE ENR-DUNNING FROM L-DUN-BOX                     00471812
004719             WRITE ENR-DUNNING FROM L-DUN-HDR                     00471900
004719         END-IF                                                   00471901
004719         ADD GRP-TOTAL(GRP-IDX) TO WS-SUB-TOTAL                   00471902
004719         PERFORM 510-WRITE-LETTER-LINE                            00471903
004719     END-IF                                                       00471904
004719     EXIT.                                                        00471905
004719                                                                  00471906
004719 720-CLOSE-SECTION.                                               00471907
004719     WRITE ENR-DUNNING FROM L-DUN-BOX                             00471908
004719     MOVE WS-SUB-TOTAL TO DUN-SUB-AMT                             00471909
004719     WRITE ENR-DUNNING FROM L-DUN-SUB                             00471910
004720     EXIT.                                                        00472000
004730                                                                  00473000
004740******************************************************************00474000
004830     WRITE ENR-AGEREP FROM L-AGE-TOT                              00483000
004840     DISPLAY 'OPEN INVOICES READ : ' WS-OPEN-READ                 00484000
004850     DISPLAY 'DUNNING LETTERS     : ' WS-LETTER-CNT               00485000
004851     DISPLAY 'OF WHICH GROUP      : ' WS-GLET-CNT                 00485100
004852     DISPLAY 'DOCUMENTS IN DISPUTE: ' WS-DISP-CNT                 00485200
004853     DISPLAY 'AMOUNT IN DISPUTE   : ' WS-DISP-TOTAL               00485300
004860     EXIT.                                                        00486000
004870                                                                  00487000
004880******************************************************************00488000
