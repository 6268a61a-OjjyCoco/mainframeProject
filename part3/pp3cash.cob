000380*                  ARE LOADED AND PAYABLE LIKE INVOICES ; A       00038000
000390*                  PAYMENT ON AN ORDER NUMBER SETTLES THE OPEN    00039000
000400*                  H DOCUMENT BEFORE THE OPEN F DOCUMENT          00040000
000401* 15/10/2026 GAY  BAD-DEBT WRITE-OFF : A W-TYPE DOCUMENT WRITTEN  00040100
000401*                  BY PJPT3WOF CLOSES THE OPEN ITEM IT NAMES. CASH00040101
000401*                  RECEIVED ON A WRITTEN-OFF DOCUMENT, OR FROM A  00040102
000401*                  WRITTEN-OFF CUSTOMER WHEN THE ORDER IS UNKNOWN,00040103
000402*                  IS TAKEN AS A RECOVERY (RECOVERY FILE, WRTOFF  00040200
000402*                  LEDGER UPDATED) INSTEAD OF GOING TO SUSPENSE   00040201
000402* 15/10/2026 GAY  LOCKBOX DEPOSIT RECONCILIATION : THE PAYMENTS   00040202
000402*                  WRITTEN BY PJPT3LBX CARRY SOURCE L ; THEIR CASH00040203
000403*                  IS FOLLOWED THROUGH APPLIED, HELD ON ACCOUNT,  00040300
000403*                  SUSPENDED AND RECOVERED AND TIED TO THE BANK   00040301
000403*                  DEPOSIT OF THE TRANSMISSIONS OPEN ON LBXCTL    00040302
000403*                  (NEW DEPRECON REPORT), WHICH ARE THEN MARKED   00040303
000404*                  APPLIED                                        00040400
000404* 15/10/2026 GAY  MONTH-END CLOSE : THE RUN DATE IS CHECKED BY    00040401
000404*                  PJPT3PER - IN A MONTH CLOSED BY PJPT3MEC THE   00040402
000404*                  RECOVERIES ARE DATED ON THE FIRST DAY OF THE   00040403
000405*                  NEXT OPEN MONTH, AS STATED AT THE END OF THE   00040500
000405*                  UNAPPLD REPORT. THE DISCOUNT WINDOW STAYS      00040501
000405*                  JUDGED ON THE RUN DATE                         00040502
000405* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00040503
000406*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00040600
000406*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00040601
000406* 15/10/2026 GAY  NATIONAL ACCOUNTS (KSDS NATACCT, FACULTATIF) : A00040602
000406*                  PAYMENT FROM A PARENT ON AN UNKNOWN OR ZERO    00040603
000407*                  ORDER IS SPREAD OVER THE OPEN DOCUMENTS OF THE 00040700
000407*                  WHOLE GROUP (PARENT AND BRANCHES) IN TABLE     00040701
000407*                  ORDER ; THE CASH LEFT OVER IS HELD ON ACCOUNT  00040702
000407* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, PJPART3B)   00040703
000408*                  ARE LOADED AND PAYABLE LIKE INVOICES ; BEING   00040800
000408*                  BILLED LATER, THEY ARE SETTLED AFTER THE H     00040801
000408*                  DOCUMENT OF THE SAME ORDER                     00040802
000409* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00040900
000409*                  NO UNSET FIELD REACHES JOBLOG                  00040901
000410******************************************************************00041000
000420                                                                  00042000
000430 ENVIRONMENT DIVISION.                                            00043000
000750******************************************************************00075000
000760      SELECT SUSP ASSIGN TO SUSPOUT                               00076000
000770      ORGANIZATION  IS SEQUENTIAL.                                00077000
000771******************************************************************00077100
000771* KSDS DES CREANCES PASSEES EN PERTE (VOIR COPY WOFREC), MIS A    00077101
000771* JOUR DES RECOUVREMENTS. OPTIONNEL : SANS LUI, AUCUN RECOUVREMENT00077102
000771******************************************************************00077103
000772      SELECT WOFF ASSIGN TO WRTOFF                                00077200
000772      ORGANIZATION IS INDEXED                                     00077201
000772      ACCESS MODE  IS DYNAMIC                                     00077202
000772      RECORD KEY   IS WOF-KEY                                     00077203
000773      FILE STATUS  IS WS-WOFF-STATUS.                             00077300
000773******************************************************************00077301
000773* FICHIER DES RECOUVREMENTS DE CREANCES PASSEES EN PERTE (FORMAT  00077302
000773* APPLIED), REPRIS PAR PJPART3G                                   00077303
000774******************************************************************00077400
000774      SELECT RCVO ASSIGN TO RECOVERY                              00077401
000774      ORGANIZATION  IS SEQUENTIAL.                                00077402
000774******************************************************************00077403
000775* FICHIER DE CONTROLE DES TRANSMISSIONS LOCKBOX (VOIR COPY        00077500
000775* LBXCTL). OPTIONNEL : SANS LUI, AUCUN RAPPROCHEMENT DE DEPOT     00077501
000775******************************************************************00077502
000775      SELECT LCTL ASSIGN TO LBXCTL                                00077503
000776      ORGANIZATION  IS SEQUENTIAL                                 00077600
000776      FILE STATUS IS WS-LCTL-STATUS.                              00077601
000776******************************************************************00077602
000776* ETAT DE RAPPROCHEMENT DU DEPOT LOCKBOX                          00077603
000777******************************************************************00077700
000777      SELECT DREC ASSIGN TO DEPRECON                              00077701
000777      ORGANIZATION  IS SEQUENTIAL.                                00077702
000777******************************************************************00077703
000778* KSDS DES COMPTES NATIONAUX (VOIR COPY NATREC), FACULTATIF       00077800
000778******************************************************************00077801
000778      SELECT NATF ASSIGN TO NATACCT                               00077802
000778      ORGANIZATION IS INDEXED                                     00077803
000779      ACCESS MODE  IS SEQUENTIAL                                  00077900
000779      RECORD KEY   IS NAT-KEY                                     00077901
000779      FILE STATUS  IS WS-NATF-STATUS.                             00077902
000780                                                                  00078000
000790******************************************************************00079000
000800                                                                  00080000
000980 FD SUSP.                                                         00098000
000990 01 ENR-SUSPOUT PIC X(60).                                        00099000
001000                                                                  00100000
001001 FD WOFF.                                                         00100100
001001     COPY WOFREC.                                                 00100101
001002                                                                  00100200
001002 FD RCVO.                                                         00100201
001003 01 ENR-RECOVERY PIC X(86).                                       00100300
001003                                                                  00100301
001004 FD LCTL.                                                         00100400
001004 01 ENR-LBXCTL PIC X(80).                                         00100401
001005                                                                  00100500
001005 FD DREC.                                                         00100501
001006 01 ENR-DEPRECON PIC X(83).                                       00100600
001006                                                                  00100601
001007 FD NATF.                                                         00100700
001007     COPY NATREC.                                                 00100701
001008                                                                  00100800
001010 WORKING-STORAGE SECTION.                                         00101000
001020******************************************************************00102000
001030* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00103000
001060    88 FF-INVX VALUE 1.                                           00106000
001070 77 FLAG-PAY    PIC 9 VALUE 0.                                    00107000
001080    88 FF-PAY VALUE 1.                                            00108000
001081 77 FLAG-WOFF   PIC 9 VALUE 0.                                    00108100
001081    88 FF-WOFF VALUE 1.                                           00108101
001082 77 WS-WOFF-STATUS PIC X(2) VALUE SPACES.                         00108200
001082 77 WS-WOFF-SW PIC X(1) VALUE 'N'.                                00108201
001083    88 WOFF-PRESENT VALUE 'Y'.                                    00108300
001083 77 WS-LCTL-STATUS PIC X(2) VALUE SPACES.                         00108301
001084 77 WS-LCTL-SW PIC X(1) VALUE 'N'.                                00108400
001084    88 LCTL-PRESENT VALUE 'Y'.                                    00108401
001085 77 FLAG-NATF   PIC 9 VALUE 0.                                    00108500
001085    88 FF-NATF VALUE 1.                                           00108501
001086 77 WS-NATF-STATUS PIC X(2) VALUE SPACES.                         00108600
001090                                                                  00109000
001100 77 WS-ANO PIC 99 VALUE ZERO.                                     00110000
001110                                                                  00111000
001330 77 WS-DISC-AMT     PIC 9(9)V99 VALUE ZERO.                       00133000
001340 77 WS-ONACCT-AMT   PIC 9(9)V99 VALUE ZERO.                       00134000
001350 77 WS-SUSP-AMT     PIC 9(9)V99 VALUE ZERO.                       00135000
001351 77 WS-BADDEBT-CNT  PIC 9(7) VALUE ZERO.                          00135100
001351 77 WS-BADDEBT-AMT  PIC 9(9)V99 VALUE ZERO.                       00135101
001351 77 WS-RECOV-CNT    PIC 9(7) VALUE ZERO.                          00135102
001351 77 WS-RECOV-AMT    PIC 9(9)V99 VALUE ZERO.                       00135103
001351 77 WS-GRPPAY-CNT   PIC 9(7) VALUE ZERO.                          00135104
001352                                                                  00135200
001352******************************************************************00135201
001352* CUMULS DU CASH VENU DU LOCKBOX (PAIEMENTS D ORIGINE L) POUR LE  00135202
001352* RAPPROCHEMENT DU DEPOT. LE CASH EN SUSPENSE COMPREND LE         00135203
001352* TROP-PERCU GARDE EN COMPTE                                      00135204
001353******************************************************************00135300
001353 77 WS-LBX-CNT       PIC 9(7) VALUE ZERO.                         00135301
001353 77 WS-LBX-AMT       PIC 9(9)V99 VALUE ZERO.                      00135302
001353 77 WS-LBX-APPL-AMT  PIC 9(9)V99 VALUE ZERO.                      00135303
001353 77 WS-LBX-ONACCT    PIC 9(9)V99 VALUE ZERO.                      00135304
001354 77 WS-LBX-SUSP-AMT  PIC 9(9)V99 VALUE ZERO.                      00135400
001354 77 WS-LBX-RECOV     PIC 9(9)V99 VALUE ZERO.                      00135401
001354 77 WS-LBX-WOFF-AMT  PIC 9(9)V99 VALUE ZERO.                      00135402
001354 77 WS-LBX-DISC-AMT  PIC 9(9)V99 VALUE ZERO.                      00135403
001354 77 WS-LBX-TOTAL     PIC 9(9)V99 VALUE ZERO.                      00135404
001355 77 WS-LBX-DIFF      PIC S9(9)V99 VALUE ZERO.                     00135500
001355 77 WS-DEP-CNT       PIC 9(7) VALUE ZERO.                         00135501
001355 77 WS-DEP-AMT       PIC 9(9)V99 VALUE ZERO.                      00135502
001355                                                                  00135503
001355******************************************************************00135504
001356* TRANSMISSIONS LOCKBOX CONVERTIES (B) ET PAS ENCORE APPLIQUEES   00135600
001356* (A) DU FICHIER LBXCTL (VOIR COPY LBXCTL)                        00135601
001356******************************************************************00135602
001356     COPY LBXCTL.                                                 00135603
001356 01 LBXCTL-TABLE.                                                 00135604
001357      05 LBP-ENTRY OCCURS 50 TIMES INDEXED BY LBP-IDX.            00135700
001357         10 LBP-FILE-ID   PIC X(10).                              00135701
001357         10 LBP-FILE-DATE PIC X(10).                              00135702
001357         10 LBP-ORIGIN    PIC X(10).                              00135703
001357         10 LBP-CHECK-CNT PIC 9(5).                               00135704
001358         10 LBP-AMT       PIC 9(9)V99.                            00135800
001358         10 LBP-OPEN-SW   PIC X(1).                               00135801
001358 77 WS-LBP-CNT PIC 9(4) VALUE ZERO.                               00135802
001358 77 WS-LBP-MAX PIC 9(4) VALUE 50.                                 00135803
001360                                                                  00136000
001370******************************************************************00137000
001380* ENREGISTREMENTS DU FLUX INVEXTR (VOIR COPY INVXREC)             00138000
001510      05 PAYIN-BANKREF  PIC X(10).                                00151000
001520      05 PAYIN-REC-TYPE PIC X(1).                                 00152000
001530         88 REMIT-DETAIL VALUE 'R'.                               00153000
001540      05 PAYIN-SOURCE   PIC X(1).                                 00154000
001541         88 LOCKBOX-PAYMENT VALUE 'L'.                            00154100
001542      05 FILLER         PIC X(3).                                 00154200
001550                                                                  00155000
001560******************************************************************00156000
001570* ENREGISTREMENT DU FICHIER DES PAIEMENTS APPLIQUES               00157000
001940 77 WS-INV-MAX PIC 9(4) VALUE 1000.                               00194000
001950                                                                  00195000
001960******************************************************************00196000
001961* TABLE DES CREANCES PASSEES EN PERTE ENCORE RECOUVRABLES (RESTE  00196100
001961* = MONTANT PASSE EN PERTE MOINS DEJA RECOUVRE), CHARGEE DU KSDS  00196101
001961******************************************************************00196102
001961 01 WRTOFF-TABLE.                                                 00196103
001962      05 WOT-ENTRY OCCURS 1000 TIMES INDEXED BY WOT-IDX.          00196200
001962         10 WOT-O-NO     PIC 9(6).                                00196201
001962         10 WOT-TYPE     PIC X(1).                                00196202
001962         10 WOT-COMPANY  PIC X(30).                               00196203
001963         10 WOT-DOC-DATE PIC X(10).                               00196300
001963         10 WOT-LEFT     PIC 9(7)V99.                             00196301
001963 77 WS-WOT-CNT PIC 9(4) VALUE ZERO.                               00196302
001963 77 WS-WOT-MAX PIC 9(4) VALUE 1000.                               00196303
001964                                                                  00196400
001964******************************************************************00196401
001964* TABLE DES COMPTES NATIONAUX (FICHIER NATACCT) : UN PARENT EST   00196402
001964* SON PROPRE PARENT (NTT-PARENT-NO = NTT-C-NO)                    00196403
001965******************************************************************00196500
001965 01 NTT-TABLE.                                                    00196501
001965      05 NTT-ENTRY OCCURS 1000 TIMES INDEXED BY NTT-IDX.          00196502
001965         10 NTT-C-NO      PIC 9(3).                               00196503
001966         10 NTT-TYPE      PIC X(1).                               00196600
001966         10 NTT-PARENT-NO PIC 9(3).                               00196601
001966         10 NTT-COMPANY   PIC X(30).                              00196602
001966 77 WS-NTT-CNT   PIC 9(4) VALUE ZERO.                             00196603
001967 77 WS-NTT-MAX   PIC 9(4) VALUE 1000.                             00196700
001967 77 WS-PAY-PARENT PIC 9(3) VALUE ZERO.                            00196701
001967 77 WS-DOC-PARENT PIC 9(3) VALUE ZERO.                            00196702
001967 77 WS-GRP-LEFT   PIC 9(7)V99 VALUE ZERO.                         00196703
001968                                                                  00196800
001968******************************************************************00196801
001970* ZONES DE TRAVAIL DU PAIEMENT EN COURS ET DE SA VENTILATION      00197000
001980******************************************************************00198000
001990 77 WS-CUR-PAYER   PIC X(30) VALUE SPACES.                        00199000
001991 77 WS-CUR-SOURCE  PIC X(1)  VALUE SPACE.                         00199100
001992    88 CUR-LOCKBOX VALUE 'L'.                                     00199200
002000 77 WS-CUR-BANKREF PIC X(10) VALUE SPACES.                        00200000
002010 77 WS-CHECK-O-NO  PIC 9(6) VALUE ZERO.                           00201000
002020 77 WS-CHECK-LEFT  PIC S9(7)V99 VALUE ZERO.                       00202000
002100 77 WS-SCAN-I      PIC 9(4) VALUE ZERO.                           00210000
002110 77 WS-FND-OPEN    PIC 9(4) VALUE ZERO.                           00211000
002120 77 WS-FND-ANY     PIC 9(4) VALUE ZERO.                           00212000
002121 77 WS-RCV-MODE    PIC X(1) VALUE SPACE.                          00212100
002122 77 WS-RCV-AMT     PIC 9(7)V99 VALUE ZERO.                        00212200
002123 77 WS-RCV-TAKEN   PIC 9(7)V99 VALUE ZERO.                        00212300
002130 77 WS-TODAY-YMD   PIC X(8)  VALUE SPACES.                        00213000
002140 77 WS-TODAY-D     PIC X(10) VALUE SPACES.                        00214000
002141******************************************************************00214100
002142* DATE DE COMPTABILISATION RENDUE PAR PJPT3PER : LA DATE DU RUN,  00214200
002143* OU LE PREMIER JOUR DU MOIS OUVERT SUIVANT QUAND SON MOIS EST    00214300
002144* CLOS                                                            00214400
002145******************************************************************00214500
002146 77 WS-POST-D      PIC X(10) VALUE SPACES.                        00214600
002147 77 WS-REDATE-SW   PIC X(1)  VALUE 'N'.                           00214700
002148    88 RUN-REDATED VALUE 'Y'.                                     00214800
002150                                                                  00215000
002160******************************************************************00216000
002170* DECLARATION DES LIGNES DE L ETAT DES EXCEPTIONS                 00217000
002490      05 UNT-VALUE PIC Z(8)9.99.                                  00249000
002500      05 FILLER    PIC X(36) VALUE SPACES.                        00250000
002510                                                                  00251000
002511 01 L-UNAP-REDATE.                                                00251100
002512      05 FILLER      PIC X(9)  VALUE 'RUN DATE '.                 00251200
002513      05 UNR-RUN     PIC X(10).                                   00251300
002514      05 FILLER      PIC X(30) VALUE                              00251400
002515         ' IS IN A CLOSED PERIOD - DATED'.                        00251500
002516      05 FILLER      PIC X(1)  VALUE SPACE.                       00251600
002517      05 UNR-POST    PIC X(10).                                   00251700
002518      05 FILLER      PIC X(23) VALUE SPACES.                      00251800
002520 01 L-UNAP-CNT.                                                   00252000
002530      05 UNC-LABEL PIC X(30).                                     00253000
002540      05 FILLER    PIC X(5) VALUE SPACES.                         00254000
002550      05 UNC-VALUE PIC Z(6)9.                                     00255000
002560      05 FILLER    PIC X(41) VALUE SPACES.                        00256000
002570                                                                  00257000
002571******************************************************************00257100
002571* DECLARATION DES LIGNES DE L ETAT DE RAPPROCHEMENT DU DEPOT      00257101
002571* (LES LIGNES DE TOTAUX SONT CELLES DE L ETAT DES EXCEPTIONS)     00257102
002571******************************************************************00257103
002571 01 L-DEP-TITLE.                                                  00257104
002572      05 FILLER PIC X(56) VALUE                                   00257200
002572        'DAILY CASH APPLICATION - LOCKBOX DEPOSIT RECONCILIATION'.00257201
002572      05 FILLER PIC X(27) VALUE SPACES.                           00257202
002572                                                                  00257203
002572 01 L-DEP-FILE.                                                   00257204
002573      05 FILLER      PIC X(5)  VALUE 'FILE '.                     00257300
002573      05 DPF-ID      PIC X(10).                                   00257301
002573      05 FILLER      PIC X(4)  VALUE ' OF '.                      00257302
002573      05 DPF-DATE    PIC X(10).                                   00257303
002573      05 FILLER      PIC X(8)  VALUE ' ORIGIN '.                  00257304
002574      05 DPF-ORIGIN  PIC X(10).                                   00257400
002574      05 FILLER      PIC X(8)  VALUE ' CHECKS '.                  00257401
002574      05 DPF-CNT     PIC Z(4)9.                                   00257402
002574      05 FILLER      PIC X(1)  VALUE SPACE.                       00257403
002574      05 DPF-AMT     PIC Z(8)9.99.                                00257404
002575      05 FILLER      PIC X(10) VALUE SPACES.                      00257500
002575                                                                  00257501
002575 01 L-DEP-DIFF.                                                   00257502
002575      05 DPD-LABEL PIC X(30).                                     00257503
002575      05 FILLER    PIC X(4) VALUE SPACES.                         00257504
002576      05 DPD-VALUE PIC -(9)9.99.                                  00257600
002576      05 FILLER    PIC X(36) VALUE SPACES.                        00257601
002576                                                                  00257602
002576 01 L-DEP-TEXT.                                                   00257603
002576      05 DPT-TEXT  PIC X(60).                                     00257604
002577      05 FILLER    PIC X(23) VALUE SPACES.                        00257700
002577                                                                  00257701
002577******************************************************************00257702
002577* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00257703
002577******************************************************************00257704
002578     COPY JLGREC.                                                 00257800
002578                                                                  00257801
002580 PROCEDURE DIVISION.                                              00258000
002581                                                                  00258100
002581     INITIALIZE L-JOBLOG                                          00258101
002582     MOVE 'PJPART3C' TO JLG-PROGRAM                               00258200
002583     MOVE 'S' TO JLG-TYPE                                         00258300
002584     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00258400
002590                                                                  00259000
002600     PERFORM 100-INITIALIZE                                       00260000
002610                                                                  00261000
002700     CLOSE UNAP                                                   00270000
002710     CLOSE OPNI                                                   00271000
002720     CLOSE SUSP                                                   00272000
002721     CLOSE RCVO                                                   00272100
002721     IF WOFF-PRESENT                                              00272101
002722         CLOSE WOFF                                               00272200
002722     END-IF                                                       00272201
002723     PERFORM 700-RECONCILE-DEPOSIT                                00272300
002723     CLOSE DREC                                                   00272301
002724                                                                  00272400
002724     MOVE WS-TODAY-D TO JLG-RUN-KEY                               00272401
002725     MOVE WS-PAY-READ-CNT TO JLG-IN-CNT                           00272500
002725     MOVE WS-APPLIED-CNT TO JLG-OUT-CNT                           00272501
002726     MOVE RETURN-CODE TO JLG-RC                                   00272600
002726     MOVE 'E' TO JLG-TYPE                                         00272601
002727     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00272700
002730                                                                  00273000
002740     GOBACK.                                                      00274000
002750                                                                  00275000
002850     MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-D(6:2)                    00285000
002860     MOVE '-'               TO WS-TODAY-D(8:1)                    00286000
002870     MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-D(9:2)                    00287000
002871     CALL 'PJPT3PER' USING BY REFERENCE WS-TODAY-D                00287100
002872                                        WS-POST-D                 00287200
002873                                        WS-REDATE-SW              00287300
002880                                                                  00288000
002890     OPEN INPUT INVX                                              00289000
002900     OPEN INPUT PAYIN                                             00290000
002920     OPEN OUTPUT UNAP                                             00292000
002930     OPEN OUTPUT OPNI                                             00293000
002940     OPEN OUTPUT SUSP                                             00294000
002941     OPEN OUTPUT RCVO                                             00294100
002941                                                                  00294101
002941     INITIALIZE WRTOFF-TABLE                                      00294102
002941     OPEN I-O WOFF                                                00294103
002942     IF WS-WOFF-STATUS = '00'                                     00294200
002942         MOVE 'Y' TO WS-WOFF-SW                                   00294201
002942         PERFORM 130-READ-WOFF                                    00294202
002942         PERFORM 135-LOAD-WRTOFF UNTIL FF-WOFF                    00294203
002943     ELSE                                                         00294300
002943         DISPLAY 'NO WRITE-OFF FILE : ' WS-WOFF-STATUS            00294301
002943     END-IF                                                       00294302
002943                                                                  00294303
002944     OPEN OUTPUT DREC                                             00294400
002944     INITIALIZE LBXCTL-TABLE                                      00294401
002944     OPEN INPUT LCTL                                              00294402
002944     IF WS-LCTL-STATUS = '00'                                     00294403
002945         MOVE 'Y' TO WS-LCTL-SW                                   00294500
002945         PERFORM 140-READ-LBXCTL                                  00294501
002945         PERFORM 145-LOAD-LBXCTL UNTIL WS-LCTL-STATUS NOT = '00'  00294502
002945         CLOSE LCTL                                               00294503
002946     ELSE                                                         00294600
002946         DISPLAY 'NO LOCKBOX CONTROL FILE : ' WS-LCTL-STATUS      00294601
002946     END-IF                                                       00294602
002946                                                                  00294603
002947     INITIALIZE NTT-TABLE                                         00294700
002947     OPEN INPUT NATF                                              00294701
002947     IF WS-NATF-STATUS = '00'                                     00294702
002947         PERFORM 150-READ-NATF                                    00294703
002948         PERFORM 155-LOAD-ONE-NAT UNTIL FF-NATF                   00294800
002948         CLOSE NATF                                               00294801
002948     ELSE                                                         00294802
002948         DISPLAY 'NO NATACCT FILE : ' WS-NATF-STATUS              00294803
002949     END-IF                                                       00294900
002950                                                                  00295000
002960     INITIALIZE INVOICE-TABLE                                     00296000
002970     PERFORM 110-READ-INVX                                        00297000
003300******************************************************************00330000
003310 120-LOAD-INVOICE.                                                00331000
003320     MOVE ENR-INVX TO L-INVX-HDR                                  00332000
003330     IF INVXH-TYPE = 'H' OR INVXH-TYPE = 'F' OR INVXH-TYPE = 'B'  00333000
003340         IF WS-INV-CNT >= WS-INV-MAX                              00334000
003350             DISPLAY 'INVOICE TABLE FULL - RUN ABORTED'           00335000
003360             PERFORM ABEND-PROG                                   00336000
003510         MOVE 'N'         TO INV-PAID-SW(INV-IDX)                 00351000
003520         MOVE ENR-INVX    TO INV-REC(INV-IDX)                     00352000
003530     END-IF                                                       00353000
003531     IF INVXH-TYPE = 'W'                                          00353100
003532         PERFORM 125-CLOSE-WRITTEN-OFF                            00353200
003533     END-IF                                                       00353300
003540     PERFORM 110-READ-INVX                                        00354000
003541     EXIT.                                                        00354100
003541                                                                  00354101
003541******************************************************************00354102
003541* PARAGRAPHES DE SOLDE D UN DOCUMENT PASSE EN PERTE : LE DOCUMENT 00354103
003541* W PORTE LE NUMERO DE COMMANDE ET, APRES 'WOFF-' DANS LES        00354104
003541* CONDITIONS, LE TYPE (H, F OU B) DE L ARTICLE OUVERT QU IL SOLDE 00354105
003541******************************************************************00354106
003541 125-CLOSE-WRITTEN-OFF.                                           00354107
003541     MOVE ZERO TO WS-FND-OPEN                                     00354108
003541     PERFORM 127-SCAN-WRITTEN-OFF                                 00354109
003541        VARYING WS-SCAN-I FROM 1 BY 1                             00354110
003541           UNTIL WS-SCAN-I > WS-INV-CNT                           00354111
003541     IF WS-FND-OPEN = ZERO                                        00354112
003541         DISPLAY 'WRITE-OFF WITHOUT OPEN DOCUMENT : '             00354113
003541                 INVXH-O-NO ' ' INVXH-TERMS                       00354114
003541     ELSE                                                         00354115
003542         SET INV-IDX TO WS-FND-OPEN                               00354200
003542         IF INVXH-TOTAL < INV-BALANCE(INV-IDX)                    00354201
003542             SUBTRACT INVXH-TOTAL FROM INV-BALANCE(INV-IDX)       00354202
003542             MOVE 'P'  TO INV-PAID-SW(INV-IDX)                    00354203
003542         ELSE                                                     00354204
003542             MOVE ZERO TO INV-BALANCE(INV-IDX)                    00354205
003542             MOVE 'W'  TO INV-PAID-SW(INV-IDX)                    00354206
003542         END-IF                                                   00354207
003542         ADD 1 TO WS-BADDEBT-CNT                                  00354208
003542         ADD INVXH-TOTAL TO WS-BADDEBT-AMT                        00354209
003542     END-IF                                                       00354210
003542     EXIT.                                                        00354211
003542                                                                  00354212
003542 127-SCAN-WRITTEN-OFF.                                            00354213
003542     SET INV-IDX TO WS-SCAN-I                                     00354214
003542     IF WS-FND-OPEN = ZERO                                        00354215
003543        AND INV-O-NO(INV-IDX) = INVXH-O-NO                        00354300
003543        AND INV-TYPE(INV-IDX) = INVXH-TERMS(6:1)                  00354301
003543        AND (INV-PAID-SW(INV-IDX) = 'N'                           00354302
003543             OR INV-PAID-SW(INV-IDX) = 'P')                       00354303
003543         MOVE WS-SCAN-I TO WS-FND-OPEN                            00354304
003543     END-IF                                                       00354305
003543     EXIT.                                                        00354306
003543                                                                  00354307
003543******************************************************************00354308
003543* PARAGRAPHES DE CHARGEMENT DES CREANCES PASSEES EN PERTE NON     00354309
003543* ENCORE TOTALEMENT RECOUVREES                                    00354310
003543******************************************************************00354311
003543 130-READ-WOFF.                                                   00354312
003543     READ WOFF NEXT                                               00354313
003543         AT END                                                   00354314
003543              SET FF-WOFF TO TRUE                                 00354315
003544     END-READ                                                     00354400
003544     IF WS-WOFF-STATUS NOT = '00' AND WS-WOFF-STATUS NOT = '10'   00354401
003544         SET FF-WOFF TO TRUE                                      00354402
003544     END-IF                                                       00354403
003544     EXIT.                                                        00354404
003544                                                                  00354405
003544 135-LOAD-WRTOFF.                                                 00354406
003544     IF WOF-RCV-AMT < WOF-AMOUNT                                  00354407
003544         IF WS-WOT-CNT >= WS-WOT-MAX                              00354408
003544             DISPLAY 'WRITE-OFF TABLE FULL - RUN ABORTED'         00354409
003544             PERFORM ABEND-PROG                                   00354410
003544         END-IF                                                   00354411
003544         ADD 1 TO WS-WOT-CNT                                      00354412
003544         SET WOT-IDX TO WS-WOT-CNT                                00354413
003544         MOVE WOF-O-NO     TO WOT-O-NO(WOT-IDX)                   00354414
003544         MOVE WOF-TYPE     TO WOT-TYPE(WOT-IDX)                   00354415
003545         MOVE WOF-COMPANY  TO WOT-COMPANY(WOT-IDX)                00354500
003545         MOVE WOF-DOC-DATE TO WOT-DOC-DATE(WOT-IDX)               00354501
003545         COMPUTE WOT-LEFT(WOT-IDX) = WOF-AMOUNT - WOF-RCV-AMT     00354502
003545     END-IF                                                       00354503
003545     PERFORM 130-READ-WOFF                                        00354504
003545     EXIT.                                                        00354505
003545                                                                  00354506
003545******************************************************************00354507
003545* PARAGRAPHES DE CHARGEMENT DES TRANSMISSIONS LOCKBOX A RAPPROCHER00354508
003545* : UNE TRANSMISSION B RESTE OUVERTE TANT QU AUCUN A NE LA SUIT   00354509
003545******************************************************************00354510
003545 140-READ-LBXCTL.                                                 00354511
003545     READ LCTL INTO L-LBXCTL                                      00354512
003545     EXIT.                                                        00354513
003545                                                                  00354514
003545 145-LOAD-LBXCTL.                                                 00354515
003546     EVALUATE TRUE                                                00354600
003546         WHEN LBC-BALANCED                                        00354601
003546             IF WS-LBP-CNT >= WS-LBP-MAX                          00354602
003546                 DISPLAY 'LOCKBOX CONTROL TABLE FULL'             00354603
003546                 PERFORM ABEND-PROG                               00354604
003546             END-IF                                               00354605
003546             ADD 1 TO WS-LBP-CNT                                  00354606
003546             SET LBP-IDX TO WS-LBP-CNT                            00354607
003546             MOVE LBC-FILE-ID     TO LBP-FILE-ID(LBP-IDX)         00354608
003546             MOVE LBC-FILE-DATE   TO LBP-FILE-DATE(LBP-IDX)       00354609
003546             MOVE LBC-ORIGIN      TO LBP-ORIGIN(LBP-IDX)          00354610
003546             MOVE LBC-CHECK-CNT   TO LBP-CHECK-CNT(LBP-IDX)       00354611
003546             MOVE LBC-DEPOSIT-AMT TO LBP-AMT(LBP-IDX)             00354612
003546             MOVE 'Y'             TO LBP-OPEN-SW(LBP-IDX)         00354613
003546         WHEN LBC-APPLIED                                         00354614
003546             PERFORM 147-CLOSE-LBXCTL                             00354615
003547                VARYING LBP-IDX FROM 1 BY 1                       00354700
003547                  UNTIL LBP-IDX > WS-LBP-CNT                      00354701
003547         WHEN OTHER                                               00354702
003547             CONTINUE                                             00354703
003547     END-EVALUATE                                                 00354704
003547     PERFORM 140-READ-LBXCTL                                      00354705
003547     EXIT.                                                        00354706
003547                                                                  00354707
003547 147-CLOSE-LBXCTL.                                                00354708
003547     IF LBP-FILE-ID(LBP-IDX) = LBC-FILE-ID                        00354709
003547        AND LBP-FILE-DATE(LBP-IDX) = LBC-FILE-DATE                00354710
003547         MOVE 'N' TO LBP-OPEN-SW(LBP-IDX)                         00354711
003547     END-IF                                                       00354712
003547     EXIT.                                                        00354713
003547                                                                  00354714
003547******************************************************************00354715
003548* PARAGRAPHES DE CHARGEMENT DES COMPTES NATIONAUX                 00354800
003548******************************************************************00354801
003548 150-READ-NATF.                                                   00354802
003548     READ NATF NEXT                                               00354803
003548         AT END                                                   00354804
003548              SET FF-NATF TO TRUE                                 00354805
003548     END-READ                                                     00354806
003548     IF WS-NATF-STATUS NOT = '00' AND WS-NATF-STATUS NOT = '10'   00354807
003548         SET FF-NATF TO TRUE                                      00354808
003548     END-IF                                                       00354809
003548     EXIT.                                                        00354810
003548                                                                  00354811
003548 155-LOAD-ONE-NAT.                                                00354812
003548     IF WS-NTT-CNT >= WS-NTT-MAX                                  00354813
003548         DISPLAY 'NATACCT TABLE FULL - RUN ABORTED'               00354814
003548         PERFORM ABEND-PROG                                       00354815
003549     END-IF                                                       00354900
003549     ADD 1 TO WS-NTT-CNT                                          00354901
003549     SET NTT-IDX TO WS-NTT-CNT                                    00354902
003549     MOVE NAT-C-NO      TO NTT-C-NO(NTT-IDX)                      00354903
003549     MOVE NAT-TYPE      TO NTT-TYPE(NTT-IDX)                      00354904
003549     MOVE NAT-PARENT-NO TO NTT-PARENT-NO(NTT-IDX)                 00354905
003549     MOVE NAT-COMPANY   TO NTT-COMPANY(NTT-IDX)                   00354906
003549     PERFORM 150-READ-NATF                                        00354907
003550     EXIT.                                                        00355000
003560                                                                  00356000
003570******************************************************************00357000
003820         ELSE                                                     00382000
003830             MOVE PAYIN-PAYER   TO WS-CUR-PAYER                   00383000
003840             MOVE PAYIN-BANKREF TO WS-CUR-BANKREF                 00384000
003841             MOVE PAYIN-SOURCE  TO WS-CUR-SOURCE                  00384100
003842             IF CUR-LOCKBOX                                       00384200
003843                 ADD 1 TO WS-LBX-CNT                              00384300
003844                 ADD PAYIN-AMOUNT TO WS-LBX-AMT                   00384400
003845             END-IF                                               00384500
003850             MOVE PAYIN-O-NO    TO WS-CHECK-O-NO                  00385000
003860             MOVE PAYIN-AMOUNT  TO WS-CHECK-LEFT                  00386000
003870             MOVE ZERO TO WS-REMIT-CNT                            00387000
004360******************************************************************00436000
004370* PARAGRAPHES D APPLICATION D UN MONTANT SUR UNE COMMANDE :       00437000
004380* RECHERCHE DE LA FACTURE PUIS LETTRAGE TOTAL, PARTIEL, PASSE     00438000
004390* EN PERTE SOUS TOLERANCE OU TROP-PERCU GARDE EN COMPTE. SANS     00439000
004391* DOCUMENT OUVERT, LE MONTANT PEUT RECOUVRER UNE CREANCE PASSEE   00439100
004392* EN PERTE. UNE COMMANDE INCONNUE PAYEE PAR UN PARENT DE COMPTES  00439200
004393* NATIONAUX EST REPARTIE SUR LES DOCUMENTS OUVERTS DU GROUPE      00439300
004400******************************************************************00440000
004410 310-APPLY-ONE-AMOUNT.                                            00441000
004420     MOVE ZERO TO WS-FND-OPEN                                     00442000
004430     MOVE ZERO TO WS-FND-ANY                                      00443000
004431     MOVE ZERO TO WS-RCV-TAKEN                                    00443100
004440     PERFORM 312-SCAN-INVOICE                                     00444000
004450        VARYING WS-SCAN-I FROM 1 BY 1                             00445000
004460           UNTIL WS-SCAN-I > WS-INV-CNT                           00446000
004461     IF WS-FND-OPEN = ZERO AND WOFF-PRESENT                       00446100
004462         PERFORM 370-CHECK-RECOVERY                               00446200
004463     END-IF                                                       00446300
004470     EVALUATE TRUE                                                00447000
004471         WHEN WS-RCV-TAKEN > ZERO                                 00447100
004472             IF WS-APY-AMOUNT > ZERO                              00447200
004473                 PERFORM 379-RECOVERY-EXCESS                      00447300
004474             END-IF                                               00447400
004480         WHEN WS-FND-OPEN > ZERO                                  00448000
004490             SET INV-IDX TO WS-FND-OPEN                           00449000
004500             PERFORM 315-MATCH-INVOICE                            00450000
004520             SET INV-IDX TO WS-FND-ANY                            00452000
004530             PERFORM 315-MATCH-INVOICE                            00453000
004540         WHEN OTHER                                               00454000
004550             PERFORM 380-FIND-PAYER-PARENT                        00455000
004551             IF WS-PAY-PARENT > ZERO                              00455100
004552                 PERFORM 382-APPLY-TO-GROUP                       00455200
004553             ELSE                                                 00455300
004554                 PERFORM 330-SUSPEND-UNMATCHED                    00455400
004555             END-IF                                               00455500
004560     END-EVALUATE                                                 00456000
004570     EXIT.                                                        00457000
004580                                                                  00458000
004590******************************************************************00459000
004600* PARAGRAPHE DE BALAYAGE DE LA TABLE : PREMIER DOCUMENT ENCORE    00460000
004610* OUVERT PORTANT LA COMMANDE (LES H SONT CHARGES AVANT LES F ET   00461000
004620* LES B), SINON PREMIER DOCUMENT DEJA SOLDE POUR LE MESSAGE       00462000
004630******************************************************************00463000
004640 312-SCAN-INVOICE.                                                00464000
004650     SET INV-IDX TO WS-SCAN-I                                     00465000
004660     IF INV-O-NO(INV-IDX) = WS-APY-O-NO                           00466000
004670         IF INV-PAID-SW(INV-IDX) = 'N'                            00467000
004671            OR INV-PAID-SW(INV-IDX) = 'P'                         00467100
004680             IF WS-FND-OPEN = ZERO                                00468000
004690                 MOVE WS-SCAN-I TO WS-FND-OPEN                    00469000
004700             END-IF                                               00470000
004780                                                                  00478000
004790 315-MATCH-INVOICE.                                               00479000
004800     IF INV-PAID-SW(INV-IDX) = 'Y'                                00480000
004801        OR INV-PAID-SW(INV-IDX) = 'W'                             00480100
004810         MOVE INV-TOTAL(INV-IDX) TO ED-INV-AMT                    00481000
004820         MOVE ED-INV-AMT TO UNA-INV                               00482000
004830         IF INV-PAID-SW(INV-IDX) = 'W'                            00483000
004831             MOVE 'WRITTEN OFF' TO UNA-REASON                     00483100
004832         ELSE                                                     00483200
004833             MOVE 'ALREADY APPLIED' TO UNA-REASON                 00483300
004834         END-IF                                                   00483400
004840         PERFORM 340-WRITE-EXCEPTION                              00484000
004850         PERFORM 350-WRITE-SUSPENSE                               00485000
004860     ELSE                                                         00486000
005440     WRITE ENR-APPLIED FROM L-APPLIED                             00544000
005450     ADD 1 TO WS-APPLIED-CNT                                      00545000
005460     ADD WS-APPLY-AMT TO WS-APPLIED-AMT                           00546000
005461     IF CUR-LOCKBOX                                               00546100
005462         ADD WS-APPLY-AMT TO WS-LBX-APPL-AMT                      00546200
005463     END-IF                                                       00546300
005470     EXIT.                                                        00547000
005480                                                                  00548000
005490******************************************************************00549000
005640     MOVE 'Y'  TO INV-PAID-SW(INV-IDX)                            00564000
005650     ADD 1 TO WS-WRTOFF-CNT                                       00565000
005660     ADD WS-SHORT-AMT TO WS-WRTOFF-AMT                            00566000
005661     IF CUR-LOCKBOX                                               00566100
005662         ADD WS-SHORT-AMT TO WS-LBX-WOFF-AMT                      00566200
005663     END-IF                                                       00566300
005670     MOVE WS-SHORT-AMT TO ED-INV-AMT                              00567000
005680     MOVE ED-INV-AMT TO UNA-INV                                   00568000
005690     MOVE 'DIFF WRITTEN OFF' TO UNA-REASON                        00569000
005870     MOVE 'Y'  TO INV-PAID-SW(INV-IDX)                            00587000
005880     ADD 1 TO WS-DISC-CNT                                         00588000
005890     ADD WS-SHORT-AMT TO WS-DISC-AMT                              00589000
005891     IF CUR-LOCKBOX                                               00589100
005892         ADD WS-SHORT-AMT TO WS-LBX-DISC-AMT                      00589200
005893     END-IF                                                       00589300
005900     MOVE WS-SHORT-AMT TO ED-INV-AMT                              00590000
005910     MOVE ED-INV-AMT TO UNA-INV                                   00591000
005920     MOVE 'DISCOUNT TAKEN' TO UNA-REASON                          00592000
006070                                                                  00607000
006080 345-HOLD-ON-ACCOUNT.                                             00608000
006090     ADD WS-EXCESS-AMT TO WS-ONACCT-AMT                           00609000
006091     IF CUR-LOCKBOX                                               00609100
006092         ADD WS-EXCESS-AMT TO WS-LBX-ONACCT                       00609200
006093     END-IF                                                       00609300
006100     MOVE WS-EXCESS-AMT TO WS-APY-AMOUNT                          00610000
006110     MOVE INV-TOTAL(INV-IDX) TO ED-INV-AMT                        00611000
006120     MOVE ED-INV-AMT TO UNA-INV                                   00612000
006340     WRITE ENR-SUSPOUT FROM L-SUSP                                00634000
006350     ADD 1 TO WS-SUSP-CNT                                         00635000
006360     ADD WS-APY-AMOUNT TO WS-SUSP-AMT                             00636000
006361     IF CUR-LOCKBOX                                               00636100
006362         ADD WS-APY-AMOUNT TO WS-LBX-SUSP-AMT                     00636200
006363     END-IF                                                       00636300
006370     EXIT.                                                        00637000
006380                                                                  00638000
006390 340-WRITE-EXCEPTION.                                             00639000
006420     MOVE WS-APY-AMOUNT TO UNA-PAID                               00642000
006430     WRITE ENR-UNAPPLD FROM L-UNAP-LINE                           00643000
006440     ADD 1 TO WS-EXCEPT-CNT                                       00644000
006441     EXIT.                                                        00644100
006441                                                                  00644101
006441******************************************************************00644102
006441* PARAGRAPHES DE RECOUVREMENT D UNE CREANCE PASSEE EN PERTE : LA  00644103
006441* COMMANDE DU PAIEMENT D ABORD ; SI ELLE EST INCONNUE, LES PERTES 00644104
006441* DU CLIENT DONT LE NOM EST CELUI DU PAYEUR. CHAQUE CREANCE EST   00644105
006441* RECOUVREE AU PLUS DE SON RESTE, LE SURPLUS PART EN SUSPENSE     00644106
006441******************************************************************00644107
006441 370-CHECK-RECOVERY.                                              00644108
006441     MOVE 'O' TO WS-RCV-MODE                                      00644109
006441     PERFORM 372-RECOVER-ENTRY                                    00644110
006441        VARYING WS-SCAN-I FROM 1 BY 1                             00644111
006441           UNTIL WS-SCAN-I > WS-WOT-CNT OR WS-APY-AMOUNT = ZERO   00644112
006441     IF WS-RCV-TAKEN = ZERO AND WS-FND-ANY = ZERO                 00644113
006441        AND WS-CUR-PAYER NOT = SPACES                             00644114
006441         MOVE 'P' TO WS-RCV-MODE                                  00644115
006441         PERFORM 372-RECOVER-ENTRY                                00644116
006441            VARYING WS-SCAN-I FROM 1 BY 1                         00644117
006441               UNTIL WS-SCAN-I > WS-WOT-CNT                       00644118
006442                  OR WS-APY-AMOUNT = ZERO                         00644200
006442     END-IF                                                       00644201
006442     EXIT.                                                        00644202
006442                                                                  00644203
006442 372-RECOVER-ENTRY.                                               00644204
006442     SET WOT-IDX TO WS-SCAN-I                                     00644205
006442     IF WOT-LEFT(WOT-IDX) > ZERO                                  00644206
006442         IF (WS-RCV-MODE = 'O'                                    00644207
006442             AND WOT-O-NO(WOT-IDX) = WS-APY-O-NO)                 00644208
006442            OR (WS-RCV-MODE = 'P'                                 00644209
006442             AND WOT-COMPANY(WOT-IDX) = WS-CUR-PAYER)             00644210
006442             PERFORM 374-WRITE-RECOVERY                           00644211
006442         END-IF                                                   00644212
006442     END-IF                                                       00644213
006442     EXIT.                                                        00644214
006442                                                                  00644215
006442 374-WRITE-RECOVERY.                                              00644216
006442     IF WS-APY-AMOUNT > WOT-LEFT(WOT-IDX)                         00644217
006442         MOVE WOT-LEFT(WOT-IDX) TO WS-RCV-AMT                     00644218
006443     ELSE                                                         00644300
006443         MOVE WS-APY-AMOUNT     TO WS-RCV-AMT                     00644301
006443     END-IF                                                       00644302
006443     SUBTRACT WS-RCV-AMT FROM WOT-LEFT(WOT-IDX)                   00644303
006443     SUBTRACT WS-RCV-AMT FROM WS-APY-AMOUNT                       00644304
006443     ADD WS-RCV-AMT TO WS-RCV-TAKEN                               00644305
006443     ADD 1 TO WS-RECOV-CNT                                        00644306
006443     ADD WS-RCV-AMT TO WS-RECOV-AMT                               00644307
006443     IF CUR-LOCKBOX                                               00644308
006443         ADD WS-RCV-AMT TO WS-LBX-RECOV                           00644309
006443     END-IF                                                       00644310
006443                                                                  00644311
006443     INITIALIZE L-APPLIED                                         00644312
006443     MOVE WOT-O-NO(WOT-IDX)     TO APP-O-NO                       00644313
006443     MOVE WOT-DOC-DATE(WOT-IDX) TO APP-O-DATE                     00644314
006443     MOVE WOT-COMPANY(WOT-IDX)  TO APP-COMPANY                    00644315
006443     MOVE WS-CUR-PAYER          TO APP-PAYER                      00644316
006443     MOVE WS-RCV-AMT            TO APP-AMOUNT                     00644317
006443     WRITE ENR-RECOVERY FROM L-APPLIED                            00644318
006444                                                                  00644400
006444     PERFORM 376-UPDATE-LEDGER                                    00644401
006444                                                                  00644402
006444     MOVE WOT-O-NO(WOT-IDX) TO UNA-O-NO                           00644403
006444     MOVE WS-CUR-PAYER      TO UNA-PAYER                          00644404
006444     MOVE WS-RCV-AMT        TO UNA-PAID                           00644405
006444     MOVE WOT-LEFT(WOT-IDX) TO ED-INV-AMT                         00644406
006444     MOVE ED-INV-AMT        TO UNA-INV                            00644407
006444     MOVE 'BAD DEBT RECOVERY' TO UNA-REASON                       00644408
006444     WRITE ENR-UNAPPLD FROM L-UNAP-LINE                           00644409
006444     ADD 1 TO WS-EXCEPT-CNT                                       00644410
006444     EXIT.                                                        00644411
006444                                                                  00644412
006444 376-UPDATE-LEDGER.                                               00644413
006444     MOVE WOT-O-NO(WOT-IDX) TO WOF-O-NO                           00644414
006444     MOVE WOT-TYPE(WOT-IDX) TO WOF-TYPE                           00644415
006444     READ WOFF KEY IS WOF-KEY                                     00644416
006444     IF WS-WOFF-STATUS = '00'                                     00644417
006444         ADD WS-RCV-AMT TO WOF-RCV-AMT                            00644418
006445         MOVE WS-POST-D TO WOF-RCV-DATE                           00644500
006445         IF WOF-RCV-AMT >= WOF-AMOUNT                             00644501
006445             MOVE 'R' TO WOF-STATUS                               00644502
006445         END-IF                                                   00644503
006445         REWRITE WRTOFF-RECORD                                    00644504
006445     END-IF                                                       00644505
006445     IF WS-WOFF-STATUS NOT = '00'                                 00644506
006445         DISPLAY 'ERREUR MISE A JOUR WRTOFF : ' WS-WOFF-STATUS    00644507
006445                 ' ' WOF-KEY                                      00644508
006445         PERFORM ABEND-PROG                                       00644509
006445     END-IF                                                       00644510
006445     EXIT.                                                        00644511
006445                                                                  00644512
006445 379-RECOVERY-EXCESS.                                             00644513
006445     MOVE SPACES TO UNA-INV                                       00644514
006445     MOVE 'RECOVERY EXCESS' TO UNA-REASON                         00644515
006445     PERFORM 340-WRITE-EXCEPTION                                  00644516
006445     PERFORM 350-WRITE-SUSPENSE                                   00644517
006445     EXIT.                                                        00644518
006446                                                                  00644600
006446******************************************************************00644601
006446* PARAGRAPHES DE REPARTITION DU PAIEMENT D UN PARENT : LE PAYEUR  00644602
006446* EST RECONNU PAR LA RAISON SOCIALE DU PARENT ; CHAQUE DOCUMENT   00644603
006446* OUVERT DU GROUPE (NUMERO CLIENT DE L ENTETE) RECOIT AU PLUS     00644604
006446* SON SOLDE, DANS L ORDRE DE LA TABLE, ET LE RELIQUAT EST GARDE   00644605
006446* EN COMPTE                                                       00644606
006446******************************************************************00644607
006446 380-FIND-PAYER-PARENT.                                           00644608
006446     MOVE ZERO TO WS-PAY-PARENT                                   00644609
006446     IF WS-CUR-PAYER NOT = SPACES                                 00644610
006446         SET NTT-IDX TO 1                                         00644611
006446         SEARCH NTT-ENTRY                                         00644612
006446             AT END                                               00644613
006446                 CONTINUE                                         00644614
006446             WHEN NTT-IDX > WS-NTT-CNT                            00644615
006446                 CONTINUE                                         00644616
006446             WHEN NTT-COMPANY(NTT-IDX) = WS-CUR-PAYER             00644617
006446              AND NTT-TYPE(NTT-IDX) = 'P'                         00644618
006447                 MOVE NTT-C-NO(NTT-IDX) TO WS-PAY-PARENT          00644700
006447         END-SEARCH                                               00644701
006447     END-IF                                                       00644702
006447     EXIT.                                                        00644703
006447                                                                  00644704
006447 382-APPLY-TO-GROUP.                                              00644705
006447     ADD 1 TO WS-GRPPAY-CNT                                       00644706
006447     PERFORM 384-APPLY-GROUP-DOC                                  00644707
006447        VARYING WS-SCAN-I FROM 1 BY 1                             00644708
006447           UNTIL WS-SCAN-I > WS-INV-CNT OR WS-APY-AMOUNT = ZERO   00644709
006447     IF WS-APY-AMOUNT > ZERO                                      00644710
006447         MOVE ZERO TO WS-APY-O-NO                                 00644711
006447         ADD WS-APY-AMOUNT TO WS-ONACCT-AMT                       00644712
006447         IF CUR-LOCKBOX                                           00644713
006447             ADD WS-APY-AMOUNT TO WS-LBX-ONACCT                   00644714
006447         END-IF                                                   00644715
006447         MOVE SPACES TO UNA-INV                                   00644716
006447         MOVE 'HELD ON ACCOUNT' TO UNA-REASON                     00644717
006447         PERFORM 340-WRITE-EXCEPTION                              00644718
006448         PERFORM 350-WRITE-SUSPENSE                               00644800
006448     END-IF                                                       00644801
006448     EXIT.                                                        00644802
006448                                                                  00644803
006448 384-APPLY-GROUP-DOC.                                             00644804
006448     SET INV-IDX TO WS-SCAN-I                                     00644805
006448     IF INV-PAID-SW(INV-IDX) = 'N'                                00644806
006448        OR INV-PAID-SW(INV-IDX) = 'P'                             00644807
006448         PERFORM 386-FIND-DOC-PARENT                              00644808
006448         IF WS-DOC-PARENT = WS-PAY-PARENT                         00644809
006448             MOVE INV-O-NO(INV-IDX) TO WS-APY-O-NO                00644810
006448             IF WS-APY-AMOUNT > INV-BALANCE(INV-IDX)              00644811
006448                 COMPUTE WS-GRP-LEFT =                            00644812
006448                    WS-APY-AMOUNT - INV-BALANCE(INV-IDX)          00644813
006448                 MOVE INV-BALANCE(INV-IDX) TO WS-APY-AMOUNT       00644814
006448             ELSE                                                 00644815
006448                 MOVE ZERO TO WS-GRP-LEFT                         00644816
006448             END-IF                                               00644817
006448             PERFORM 315-MATCH-INVOICE                            00644818
006449             MOVE WS-GRP-LEFT TO WS-APY-AMOUNT                    00644900
006449         END-IF                                                   00644901
006449     END-IF                                                       00644902
006449     EXIT.                                                        00644903
006449                                                                  00644904
006449 386-FIND-DOC-PARENT.                                             00644905
006449     MOVE ZERO TO WS-DOC-PARENT                                   00644906
006449     MOVE INV-REC(INV-IDX) TO L-INVX-HDR                          00644907
006449     SET NTT-IDX TO 1                                             00644908
006449     SEARCH NTT-ENTRY                                             00644909
006449         AT END                                                   00644910
006449             CONTINUE                                             00644911
006449         WHEN NTT-IDX > WS-NTT-CNT                                00644912
006449             CONTINUE                                             00644913
006449         WHEN NTT-C-NO(NTT-IDX) = INVXH-C-NO                      00644914
006449             MOVE NTT-PARENT-NO(NTT-IDX) TO WS-DOC-PARENT         00644915
006449     END-SEARCH                                                   00644916
006450     EXIT.                                                        00645000
006460                                                                  00646000
006470******************************************************************00647000
007090     MOVE WS-SUSP-CNT                 TO UNC-VALUE                00709000
007100     WRITE ENR-UNAPPLD FROM L-UNAP-CNT                            00710000
007110                                                                  00711000
007111     MOVE 'BAD DEBTS CLOSED'          TO UNC-LABEL                00711100
007111     MOVE WS-BADDEBT-CNT              TO UNC-VALUE                00711101
007112     WRITE ENR-UNAPPLD FROM L-UNAP-CNT                            00711200
007112                                                                  00711201
007113     MOVE 'BAD DEBT RECOVERIES'       TO UNC-LABEL                00711300
007113     MOVE WS-RECOV-CNT                TO UNC-VALUE                00711301
007114     WRITE ENR-UNAPPLD FROM L-UNAP-CNT                            00711400
007114                                                                  00711401
007115     MOVE 'PARENT PAYMENTS SPREAD'    TO UNC-LABEL                00711500
007115     MOVE WS-GRPPAY-CNT               TO UNC-VALUE                00711501
007116     WRITE ENR-UNAPPLD FROM L-UNAP-CNT                            00711600
007116                                                                  00711601
007120     MOVE 'INVOICES STILL OPEN'       TO UNC-LABEL                00712000
007130     MOVE WS-OPEN-CNT                 TO UNC-VALUE                00713000
007140     WRITE ENR-UNAPPLD FROM L-UNAP-CNT                            00714000
007290     MOVE WS-ONACCT-AMT               TO UNT-VALUE                00729000
007300     WRITE ENR-UNAPPLD FROM L-UNAP-TOT                            00730000
007310                                                                  00731000
007311     MOVE 'TOTAL BAD DEBT CLOSED'     TO UNT-LABEL                00731100
007312     MOVE WS-BADDEBT-AMT              TO UNT-VALUE                00731200
007313     WRITE ENR-UNAPPLD FROM L-UNAP-TOT                            00731300
007314                                                                  00731400
007315     MOVE 'TOTAL BAD DEBT RECOVERED'  TO UNT-LABEL                00731500
007316     MOVE WS-RECOV-AMT                TO UNT-VALUE                00731600
007317     WRITE ENR-UNAPPLD FROM L-UNAP-TOT                            00731700
007318                                                                  00731800
007320     MOVE 'TOTAL CASH IN SUSPENSE'    TO UNT-LABEL                00732000
007330     MOVE WS-SUSP-AMT                 TO UNT-VALUE                00733000
007340     WRITE ENR-UNAPPLD FROM L-UNAP-TOT                            00734000
007360     MOVE 'TOTAL AMOUNT STILL OPEN'   TO UNT-LABEL                00736000
007370     MOVE WS-OPEN-AMT                 TO UNT-VALUE                00737000
007380     WRITE ENR-UNAPPLD FROM L-UNAP-TOT                            00738000
007381     IF RUN-REDATED                                               00738100
007381         WRITE ENR-UNAPPLD FROM L-UNAP-VIDE                       00738101
007381         MOVE WS-TODAY-D TO UNR-RUN                               00738102
007381         MOVE WS-POST-D  TO UNR-POST                              00738103
007381         WRITE ENR-UNAPPLD FROM L-UNAP-REDATE                     00738104
007381         DISPLAY 'RUN DATE ' WS-TODAY-D                           00738105
007381                 ' IN A CLOSED PERIOD - DATED ' WS-POST-D         00738106
007381     END-IF                                                       00738107
007381     EXIT.                                                        00738108
007381                                                                  00738109
007381******************************************************************00738110
007381* PARAGRAPHES DE RAPPROCHEMENT DU DEPOT LOCKBOX : LE DEPOT DES    00738111
007381* TRANSMISSIONS OUVERTES SUR LBXCTL EST TIRE EN CASH APPLIQUE,    00738112
007381* GARDE EN COMPTE, MIS EN SUSPENSE ET RECOUVRE ; LES ECARTS       00738113
007381* PASSES EN PERTE ET LES ESCOMPTES SONT DONNES POUR MEMOIRE.      00738114
007382* LES TRANSMISSIONS NE SONT MARQUEES A (APPLIQUEES) QUE SI DES    00738200
007382* PAIEMENTS LOCKBOX ONT ETE LUS                                   00738201
007382******************************************************************00738202
007382 700-RECONCILE-DEPOSIT.                                           00738203
007382     WRITE ENR-DEPRECON FROM L-DEP-TITLE                          00738204
007382     WRITE ENR-DEPRECON FROM L-UNAP-VIDE                          00738205
007382     MOVE ZERO TO WS-DEP-CNT                                      00738206
007382     MOVE ZERO TO WS-DEP-AMT                                      00738207
007382     PERFORM 710-WRITE-DEPOSIT-FILE                               00738208
007382        VARYING LBP-IDX FROM 1 BY 1 UNTIL LBP-IDX > WS-LBP-CNT    00738209
007382                                                                  00738210
007382     IF WS-DEP-CNT = ZERO AND WS-LBX-CNT = ZERO                   00738211
007382         MOVE 'NO LOCKBOX DEPOSIT TO RECONCILE' TO DPT-TEXT       00738212
007382         WRITE ENR-DEPRECON FROM L-DEP-TEXT                       00738213
007382     ELSE                                                         00738214
007383         PERFORM 720-WRITE-RECONCILIATION                         00738300
007383         IF WS-LBX-CNT > ZERO AND WS-DEP-CNT > ZERO               00738301
007383             PERFORM 730-MARK-APPLIED                             00738302
007383                VARYING LBP-IDX FROM 1 BY 1                       00738303
007383                  UNTIL LBP-IDX > WS-LBP-CNT                      00738304
007383         END-IF                                                   00738305
007383     END-IF                                                       00738306
007383     EXIT.                                                        00738307
007383                                                                  00738308
007383 710-WRITE-DEPOSIT-FILE.                                          00738309
007383     IF LBP-OPEN-SW(LBP-IDX) = 'Y'                                00738310
007383         ADD 1 TO WS-DEP-CNT                                      00738311
007383         ADD LBP-AMT(LBP-IDX) TO WS-DEP-AMT                       00738312
007383         MOVE LBP-FILE-ID(LBP-IDX)   TO DPF-ID                    00738313
007383         MOVE LBP-FILE-DATE(LBP-IDX) TO DPF-DATE                  00738314
007384         MOVE LBP-ORIGIN(LBP-IDX)    TO DPF-ORIGIN                00738400
007384         MOVE LBP-CHECK-CNT(LBP-IDX) TO DPF-CNT                   00738401
007384         MOVE LBP-AMT(LBP-IDX)       TO DPF-AMT                   00738402
007384         WRITE ENR-DEPRECON FROM L-DEP-FILE                       00738403
007384     END-IF                                                       00738404
007384     EXIT.                                                        00738405
007384                                                                  00738406
007384 720-WRITE-RECONCILIATION.                                        00738407
007384     COMPUTE WS-LBX-TOTAL = WS-LBX-APPL-AMT + WS-LBX-SUSP-AMT     00738408
007384                          + WS-LBX-RECOV                          00738409
007384     COMPUTE WS-LBX-DIFF  = WS-DEP-AMT - WS-LBX-TOTAL             00738410
007384     WRITE ENR-DEPRECON FROM L-UNAP-VIDE                          00738411
007384                                                                  00738412
007384     MOVE 'BANK DEPOSIT PER LOCKBOX FILE' TO UNT-LABEL            00738413
007384     MOVE WS-DEP-AMT                  TO UNT-VALUE                00738414
007385     WRITE ENR-DEPRECON FROM L-UNAP-TOT                           00738500
007385     MOVE 'LOCKBOX CHECKS RECEIVED'   TO UNC-LABEL                00738501
007385     MOVE WS-LBX-CNT                  TO UNC-VALUE                00738502
007385     WRITE ENR-DEPRECON FROM L-UNAP-CNT                           00738503
007385     MOVE 'LOCKBOX CASH RECEIVED'     TO UNT-LABEL                00738504
007385     MOVE WS-LBX-AMT                  TO UNT-VALUE                00738505
007385     WRITE ENR-DEPRECON FROM L-UNAP-TOT                           00738506
007385     WRITE ENR-DEPRECON FROM L-UNAP-VIDE                          00738507
007385                                                                  00738508
007385     MOVE 'CASH APPLIED TO INVOICES'  TO UNT-LABEL                00738509
007385     MOVE WS-LBX-APPL-AMT             TO UNT-VALUE                00738510
007385     WRITE ENR-DEPRECON FROM L-UNAP-TOT                           00738511
007385     MOVE 'CASH HELD ON ACCOUNT'      TO UNT-LABEL                00738512
007385     MOVE WS-LBX-ONACCT               TO UNT-VALUE                00738513
007385     WRITE ENR-DEPRECON FROM L-UNAP-TOT                           00738514
007386     MOVE 'CASH SUSPENDED'            TO UNT-LABEL                00738600
007386     COMPUTE UNT-VALUE = WS-LBX-SUSP-AMT - WS-LBX-ONACCT          00738601
007386     WRITE ENR-DEPRECON FROM L-UNAP-TOT                           00738602
007386     MOVE 'BAD DEBT RECOVERED'        TO UNT-LABEL                00738603
007386     MOVE WS-LBX-RECOV                TO UNT-VALUE                00738604
007386     WRITE ENR-DEPRECON FROM L-UNAP-TOT                           00738605
007386     MOVE 'TOTAL CASH ACCOUNTED FOR'  TO UNT-LABEL                00738606
007386     MOVE WS-LBX-TOTAL                TO UNT-VALUE                00738607
007386     WRITE ENR-DEPRECON FROM L-UNAP-TOT                           00738608
007386     MOVE 'DEPOSIT NOT ACCOUNTED FOR' TO DPD-LABEL                00738609
007386     MOVE WS-LBX-DIFF                 TO DPD-VALUE                00738610
007386     WRITE ENR-DEPRECON FROM L-DEP-DIFF                           00738611
007386     WRITE ENR-DEPRECON FROM L-UNAP-VIDE                          00738612
007386                                                                  00738613
007386     MOVE 'DIFFERENCES WRITTEN OFF'   TO UNT-LABEL                00738614
007387     MOVE WS-LBX-WOFF-AMT             TO UNT-VALUE                00738700
007387     WRITE ENR-DEPRECON FROM L-UNAP-TOT                           00738701
007387     MOVE 'DISCOUNTS TAKEN'           TO UNT-LABEL                00738702
007387     MOVE WS-LBX-DISC-AMT             TO UNT-VALUE                00738703
007387     WRITE ENR-DEPRECON FROM L-UNAP-TOT                           00738704
007387     WRITE ENR-DEPRECON FROM L-UNAP-VIDE                          00738705
007387                                                                  00738706
007387     EVALUATE TRUE                                                00738707
007387         WHEN WS-DEP-CNT = ZERO                                   00738708
007387             MOVE 'LOCKBOX PAYMENTS WITHOUT AN OPEN LOCKBOX FILE' 00738709
007387               TO DPT-TEXT                                        00738710
007387         WHEN WS-LBX-CNT = ZERO                                   00738711
007387             MOVE 'LOCKBOX FILE NOT YET IN THE PAYMENTS INPUT'    00738712
007387               TO DPT-TEXT                                        00738713
007387         WHEN WS-LBX-DIFF = ZERO                                  00738714
007388             MOVE 'DEPOSIT RECONCILED' TO DPT-TEXT                00738800
007388         WHEN OTHER                                               00738801
007388             MOVE 'DEPOSIT OUT OF BALANCE' TO DPT-TEXT            00738802
007388     END-EVALUATE                                                 00738803
007388     WRITE ENR-DEPRECON FROM L-DEP-TEXT                           00738804
007388     DISPLAY 'LOCKBOX DEPOSIT : ' DPT-TEXT                        00738805
007388     EXIT.                                                        00738806
007388                                                                  00738807
007388 730-MARK-APPLIED.                                                00738808
007388     IF LBP-OPEN-SW(LBP-IDX) = 'Y'                                00738809
007388         INITIALIZE L-LBXCTL                                      00738810
007388         MOVE 'A'                    TO LBC-STATUS                00738811
007388         MOVE LBP-FILE-ID(LBP-IDX)   TO LBC-FILE-ID               00738812
007388         MOVE LBP-FILE-DATE(LBP-IDX) TO LBC-FILE-DATE             00738813
007388         MOVE LBP-ORIGIN(LBP-IDX)    TO LBC-ORIGIN                00738814
007389         MOVE WS-TODAY-D             TO LBC-RUN-DATE              00738900
007389         MOVE LBP-CHECK-CNT(LBP-IDX) TO LBC-CHECK-CNT             00738901
007389         MOVE LBP-AMT(LBP-IDX)       TO LBC-DEPOSIT-AMT           00738902
007389         OPEN EXTEND LCTL                                         00738903
007389         IF WS-LCTL-STATUS NOT = '00'                             00738904
007389             DISPLAY 'ERREUR OUVERTURE LBXCTL : ' WS-LCTL-STATUS  00738905
007389             PERFORM ABEND-PROG                                   00738906
007389         END-IF                                                   00738907
007389         WRITE ENR-LBXCTL FROM L-LBXCTL                           00738908
007389         CLOSE LCTL                                               00738909
007389     END-IF                                                       00738910
007390     EXIT.                                                        00739000
007400                                                                  00740000
007410******************************************************************00741000
