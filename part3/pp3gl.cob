000310*                  EDITED BYTES SO THE TRAILING SIGN IS PARSED :  00031000
000320*                  A CREDIT-HEAVY DAY PRINTS A NEGATIVE TTC AND   00032000
000330*                  MUST NOT FAIL THE TIE-OUT                      00033000
000331* 15/10/2026 GAY  PHYSICAL INVENTORY : THE STOCK ADJUSTMENTS      00033100
000331*                  POSTED BY PJPT3CNT ON THE JOURNAL DATE (FILE   00033101
000331*                  CNTAUDIT) GIVE A SHRINKAGE / INVENTORY ENTRY   00033102
000331*                  (NEW ACCTMAP KEYS SHRINKAGE AND INVENTORY).    00033103
000331*                  FILE ABSENT = NO ENTRY                         00033104
000332* 15/10/2026 GAY  STANDARD COST : THE COST CARRIED ON THE INVEXTR 00033200
000332*                  DETAILS GIVES A COST OF GOODS SOLD / INVENTORY 00033201
000332*                  RELIEF ENTRY (NEW ACCTMAP KEYS COGS AND        00033202
000332*                  INVRELIEF), CREDIT MEMOS REVERSING IT          00033203
000332* 15/10/2026 GAY  BAD-DEBT WRITE-OFF : THE DOCUMENTS WRITTEN OFF  00033204
000333*                  BY PJPT3WOF ON THE JOURNAL DATE (WRTOFF LEDGER)00033300
000333*                  GIVE A BAD DEBT / RECEIVABLE ENTRY AND, FOR THE00033301
000333*                  COMMISSION CLAWED BACK, A COMMISSION PAYABLE / 00033302
000333*                  EXPENSE REVERSAL ; THE RECOVERIES OF PJPART3C  00033303
000333*                  (FILE RECOVERY) GIVE A CASH / RECOVERY ENTRY   00033304
000334*                  (NEW ACCTMAP KEYS BADDEBT AND RECOVERY). FILES 00033400
000334*                  ABSENT = NO ENTRY                              00033401
000334* 15/10/2026 GAY  VOLUME REBATES : THE REBATE LEDGER OF PJPT3RBT  00033402
000334*                  GIVES A REBATE EXPENSE / ACCRUED REBATE ENTRY  00033403
000334*                  FOR THE MONTHLY ACCRUAL DATED ON THE JOURNAL   00033404
000335*                  DATE AND AN ACCRUED REBATE / RECEIVABLE ENTRY  00033500
000335*                  FOR THE REBATE CREDITS ISSUED AT PERIOD END    00033501
000335*                  (NEW ACCTMAP KEYS REBATEEXP AND REBATEACR). A  00033502
000335*                  REBATE CREDIT ON INVEXTR IS NOT SWEPT TWICE    00033503
000335* 15/10/2026 GAY  MONTH-END CLOSE : THE JOURNAL IS DATED THROUGH  00033504
000336*                  PJPT3PER - A JOURNAL DATE IN A MONTH CLOSED BY 00033600
000336*                  PJPT3MEC IS POSTED ON THE FIRST DAY OF THE NEXT00033601
000336*                  OPEN MONTH, AS STATED ON THE JOURNAL REPORT.   00033602
000336*                  EVERY DOCUMENT, PAYMENT, WRITE-OFF AND REBATE  00033603
000336*                  CREDIT BEHIND THE RECEIVABLE POSTINGS GOES TO  00033604
000337*                  THE NEW ARJRNL DETAIL FILE (COPY ARJREC) FOR   00033700
000337*                  THE MONTH-END RECONCILIATION TO THE OPEN ITEMS 00033701
000337* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00033702
000337*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00033703
000337*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00033704
000338* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, PJPART3B)   00033800
000338*                  ARE POSTED LIKE INVOICES : REVENUE, TAX,       00033801
000338*                  FREIGHT, COMMISSION, COST OF SALES AND THE     00033802
000338*                  ARJRNL DEBIT                                   00033803
000339* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00033900
000339*                  NO UNSET FIELD REACHES JOBLOG                  00033901
000340******************************************************************00034000
000350                                                                  00035000
000360 ENVIRONMENT DIVISION.                                            00036000
000690******************************************************************00069000
000700      SELECT JREP ASSIGN TO JRNLREP                               00070000
000710      ORGANIZATION  IS SEQUENTIAL.                                00071000
000711******************************************************************00071100
000711* DETAIL DES MOUVEMENTS CLIENTS DU JOURNAL (VOIR COPY ARJREC)     00071101
000711******************************************************************00071102
000711      SELECT ARJR ASSIGN TO ARJRNL                                00071103
000712      ORGANIZATION  IS SEQUENTIAL.                                00071200
000712******************************************************************00071201
000712* AUDIT DES AJUSTEMENTS D INVENTAIRE (ECRIT PAR PJPT3CNT)         00071202
000712******************************************************************00071203
000713      SELECT ADJF ASSIGN TO CNTAUDIT                              00071300
000713      ORGANIZATION IS SEQUENTIAL                                  00071301
000713      FILE STATUS IS WS-ADJF-STATUS.                              00071302
000713******************************************************************00071303
000714* KSDS DES CREANCES PASSEES EN PERTE (ECRIT PAR PJPT3WOF)         00071400
000714******************************************************************00071401
000714      SELECT WOFF ASSIGN TO WRTOFF                                00071402
000714      ORGANIZATION IS INDEXED                                     00071403
000715      ACCESS MODE  IS SEQUENTIAL                                  00071500
000715      RECORD KEY   IS WOF-KEY                                     00071501
000715      FILE STATUS  IS WS-WOFF-STATUS.                             00071502
000715******************************************************************00071503
000716* RECOUVREMENTS DE CREANCES PASSEES EN PERTE (ECRIT PAR PJPART3C) 00071600
000716******************************************************************00071601
000716      SELECT RCVF ASSIGN TO RECOVERY                              00071602
000716      ORGANIZATION IS SEQUENTIAL                                  00071603
000717      FILE STATUS IS WS-RCVF-STATUS.                              00071700
000717******************************************************************00071701
000717* GRAND LIVRE DES RISTOURNES (ECRIT PAR PJPT3RBT)                 00071702
000717******************************************************************00071703
000718      SELECT RBTL ASSIGN TO RBTLEDG                               00071800
000718      ORGANIZATION IS SEQUENTIAL                                  00071801
000718      FILE STATUS IS WS-RBTL-STATUS.                              00071802
000720                                                                  00072000
000730******************************************************************00073000
000740                                                                  00074000
000920 FD JREP.                                                         00092000
000930 01 ENR-JRNLREP PIC X(100).                                       00093000
000940                                                                  00094000
000941 FD ARJR.                                                         00094100
000941 01 ENR-ARJRNL PIC X(80).                                         00094101
000942                                                                  00094200
000942 FD ADJF.                                                         00094201
000943 01 ENR-CNTAUDIT PIC X(80).                                       00094300
000943                                                                  00094301
000944 FD WOFF.                                                         00094400
000944     COPY WOFREC.                                                 00094401
000945                                                                  00094500
000945 FD RCVF.                                                         00094501
000946 01 ENR-RECOVERY PIC X(86).                                       00094600
000946                                                                  00094601
000947 FD RBTL.                                                         00094700
000947 01 ENR-RBTLEDG PIC X(130).                                       00094701
000948                                                                  00094800
000950 WORKING-STORAGE SECTION.                                         00095000
000960******************************************************************00096000
000970* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00097000
001040    88 FF-REG VALUE 1.                                            00104000
001050 77 FLAG-AMAP   PIC 9 VALUE 0.                                    00105000
001060    88 FF-AMAP VALUE 1.                                           00106000
001061 77 FLAG-ADJF   PIC 9 VALUE 0.                                    00106100
001061    88 FF-ADJF VALUE 1.                                           00106101
001062 77 FLAG-WOFF   PIC 9 VALUE 0.                                    00106200
001062    88 FF-WOFF VALUE 1.                                           00106201
001063 77 FLAG-RCVF   PIC 9 VALUE 0.                                    00106300
001063    88 FF-RCVF VALUE 1.                                           00106301
001064 77 FLAG-RBTL   PIC 9 VALUE 0.                                    00106400
001064    88 FF-RBTL VALUE 1.                                           00106401
001065 77 WS-ADJF-STATUS PIC X(2) VALUE SPACES.                         00106500
001065 77 WS-WOFF-STATUS PIC X(2) VALUE SPACES.                         00106501
001066 77 WS-RCVF-STATUS PIC X(2) VALUE SPACES.                         00106600
001066 77 WS-RBTL-STATUS PIC X(2) VALUE SPACES.                         00106601
001070 77 WS-APPL-STATUS PIC X(2) VALUE SPACES.                         00107000
001080 77 WS-AMAP-STATUS PIC X(2) VALUE SPACES.                         00108000
001090                                                                  00109000
001130* CARTE SYSIN : DATE COMPTABLE DU JOURNAL                         00113000
001140******************************************************************00114000
001150 77 WS-RUN-DATE PIC X(10) VALUE SPACES.                           00115000
001151                                                                  00115100
001151******************************************************************00115101
001152* DATE DE COMPTABILISATION RENDUE PAR PJPT3PER : LA DATE DU       00115200
001152* JOURNAL, OU LE PREMIER JOUR DU MOIS OUVERT SUIVANT QUAND LE     00115201
001153* MOIS DU JOURNAL EST CLOS                                        00115300
001153******************************************************************00115301
001154 77 WS-POST-DATE PIC X(10) VALUE SPACES.                          00115400
001154 77 WS-REDATE-SW PIC X(1) VALUE 'N'.                              00115401
001155    88 JOURNAL-REDATED VALUE 'Y'.                                 00115500
001155                                                                  00115501
001156******************************************************************00115600
001156* ENREGISTREMENT DU DETAIL DES MOUVEMENTS CLIENTS (COPY ARJREC)   00115601
001157******************************************************************00115700
001157     COPY ARJREC.                                                 00115701
001158 77 WS-ARJ-CNT PIC 9(7) VALUE ZERO.                               00115800
001160                                                                  00116000
001170******************************************************************00117000
001180* ENREGISTREMENTS DU FLUX INVEXTR (VOIR COPY INVXREC)             00118000
001280      05 APP-COMPANY PIC X(30).                                   00128000
001290      05 APP-PAYER   PIC X(30).                                   00129000
001300      05 APP-AMOUNT  PIC 9(7)V99.                                 00130000
001301                                                                  00130100
001301******************************************************************00130101
001301* ENREGISTREMENT D AUDIT DES AJUSTEMENTS (VOIR COPY ADJREC)       00130102
001302******************************************************************00130200
001302     COPY ADJREC.                                                 00130201
001302                                                                  00130202
001303******************************************************************00130300
001303* ENREGISTREMENT DES RECOUVREMENTS (FORMAT APPLIED, PJPART3C)     00130301
001303******************************************************************00130302
001304 01 L-RECOVERY.                                                   00130400
001304      05 RCV-O-NO    PIC 9(6).                                    00130401
001304      05 RCV-O-DATE  PIC X(11).                                   00130402
001305      05 RCV-COMPANY PIC X(30).                                   00130500
001305      05 RCV-PAYER   PIC X(30).                                   00130501
001305      05 RCV-AMOUNT  PIC 9(7)V99.                                 00130502
001306                                                                  00130600
001306******************************************************************00130601
001306* ENREGISTREMENT DU GRAND LIVRE DES RISTOURNES (VOIR COPY RBLREC) 00130602
001307******************************************************************00130700
001307     COPY RBLREC.                                                 00130701
001310                                                                  00131000
001320******************************************************************00132000
001330* TABLE DE CORRESPONDANCE DES COMPTES, CHARGEE DES CARTES         00133000
001590 77 WS-SUM-WROFF  PIC S9(11)V99 VALUE ZERO.                       00159000
001600 77 WS-SUM-ESCPT  PIC S9(11)V99 VALUE ZERO.                       00160000
001610 77 WS-SUM-APPL   PIC S9(11)V99 VALUE ZERO.                       00161000
001611 77 WS-SUM-SHRINK PIC S9(11)V99 VALUE ZERO.                       00161100
001612 77 WS-SUM-COGS   PIC S9(11)V99 VALUE ZERO.                       00161200
001613 77 WS-SUM-BADDBT PIC S9(11)V99 VALUE ZERO.                       00161300
001614 77 WS-SUM-CLAW   PIC S9(11)V99 VALUE ZERO.                       00161400
001615 77 WS-SUM-RECOV  PIC S9(11)V99 VALUE ZERO.                       00161500
001616 77 WS-SUM-RBACC  PIC S9(11)V99 VALUE ZERO.                       00161600
001617 77 WS-SUM-RBSET  PIC S9(11)V99 VALUE ZERO.                       00161700
001618 77 WS-DOC-COST   PIC S9(11)V99 VALUE ZERO.                       00161800
001620                                                                  00162000
001630 77 WS-TOT-DR     PIC S9(11)V99 VALUE ZERO.                       00163000
001640 77 WS-TOT-CR     PIC S9(11)V99 VALUE ZERO.                       00164000
002290      05 FILLER    PIC X(40) VALUE SPACES.                        00229000
002300 77 ED-JRN-AMT PIC Z(11)9.99.                                     00230000
002310                                                                  00231000
002311 01 L-JRN-REDATE.                                                 00231100
002312      05 FILLER PIC X(13) VALUE 'JOURNAL DATE '.                  00231200
002313      05 JRR-RUN-DATE PIC X(10).                                  00231300
002314      05 FILLER PIC X(36) VALUE                                   00231400
002315         ' IS IN A CLOSED PERIOD - POSTED ON '.                   00231500
002316      05 JRR-POST-DATE PIC X(10).                                 00231600
002317      05 FILLER PIC X(31) VALUE SPACES.                           00231700
002318                                                                  00231800
002320 01 L-JRN-TOT.                                                    00232000
002330      05 FILLER    PIC X(9)  VALUE 'TOTALS'.                      00233000
002340      05 FILLER    PIC X(21) VALUE SPACES.                        00234000
002360      05 JRT-CR    PIC Z(11)9.99.                                 00236000
002370      05 FILLER    PIC X(40) VALUE SPACES.                        00237000
002380                                                                  00238000
002381******************************************************************00238100
002382* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00238200
002383******************************************************************00238300
002384     COPY JLGREC.                                                 00238400
002385                                                                  00238500
002390 PROCEDURE DIVISION.                                              00239000
002391                                                                  00239100
002391     INITIALIZE L-JOBLOG                                          00239101
002392     MOVE 'PJPART3G' TO JLG-PROGRAM                               00239200
002393     MOVE 'S' TO JLG-TYPE                                         00239300
002394     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00239400
002400                                                                  00240000
002410     PERFORM 100-INITIALIZE                                       00241000
002420                                                                  00242000
002430     PERFORM 300-SWEEP-INVX UNTIL FF-INVX                         00243000
002440     PERFORM 400-SWEEP-APPLIED UNTIL FF-APPL                      00244000
002441     PERFORM 450-SWEEP-ADJUST UNTIL FF-ADJF                       00244100
002442     PERFORM 460-SWEEP-WRTOFF UNTIL FF-WOFF                       00244200
002443     PERFORM 470-SWEEP-RECOVERY UNTIL FF-RCVF                     00244300
002444     PERFORM 480-SWEEP-REBATE UNTIL FF-RBTL                       00244400
002450     PERFORM 500-READ-REGISTER                                    00245000
002460                                                                  00246000
002470     PERFORM 600-POST-JOURNAL                                     00247000
002540     END-IF                                                       00254000
002550     CLOSE JRNL                                                   00255000
002560     CLOSE JREP                                                   00256000
002561     CLOSE ARJR                                                   00256100
002562                                                                  00256200
002563     MOVE WS-RUN-DATE TO JLG-RUN-KEY                              00256300
002564     MOVE WS-ARJ-CNT TO JLG-IN-CNT                                00256400
002565     MOVE WS-JRNL-CNT TO JLG-OUT-CNT                              00256500
002566     MOVE RETURN-CODE TO JLG-RC                                   00256600
002567     MOVE 'E' TO JLG-TYPE                                         00256700
002568     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00256800
002570                                                                  00257000
002580     GOBACK.                                                      00258000
002590                                                                  00259000
002630******************************************************************00263000
002640 100-INITIALIZE.                                                  00264000
002650     ACCEPT WS-RUN-DATE FROM SYSIN                                00265000
002651     CALL 'PJPT3PER' USING BY REFERENCE WS-RUN-DATE               00265100
002652                                        WS-POST-DATE              00265200
002653                                        WS-REDATE-SW              00265300
002660                                                                  00266000
002670     PERFORM 110-LOAD-ACCTMAP                                     00267000
002680                                                                  00268000
002690     OPEN INPUT INVX                                              00269000
002700     OPEN OUTPUT JRNL                                             00270000
002710     OPEN OUTPUT JREP                                             00271000
002711     OPEN OUTPUT ARJR                                             00271100
002720                                                                  00272000
002730     MOVE WS-RUN-DATE TO JRT-DATE                                 00273000
002740     WRITE ENR-JRNLREP FROM L-JRN-TITLE                           00274000
002750     WRITE ENR-JRNLREP FROM L-JRN-VIDE                            00275000
002751     IF JOURNAL-REDATED                                           00275100
002752         MOVE WS-RUN-DATE  TO JRR-RUN-DATE                        00275200
002753         MOVE WS-POST-DATE TO JRR-POST-DATE                       00275300
002754         WRITE ENR-JRNLREP FROM L-JRN-REDATE                      00275400
002755         WRITE ENR-JRNLREP FROM L-JRN-VIDE                        00275500
002756     END-IF                                                       00275600
002760     WRITE ENR-JRNLREP FROM L-JRN-HDR                             00276000
002770     WRITE ENR-JRNLREP FROM L-JRN-VIDE                            00277000
002780                                                                  00278000
002840     ELSE                                                         00284000
002850         DISPLAY 'NO APPLIED PAYMENTS FILE : ' WS-APPL-STATUS     00285000
002860         SET FF-APPL TO TRUE                                      00286000
002861     END-IF                                                       00286100
002861                                                                  00286101
002861     OPEN INPUT ADJF                                              00286102
002861     IF WS-ADJF-STATUS = '00'                                     00286103
002862         PERFORM 230-READ-ADJF                                    00286200
002862     ELSE                                                         00286201
002862         DISPLAY 'NO STOCK ADJUSTMENT FILE : ' WS-ADJF-STATUS     00286202
002862         SET FF-ADJF TO TRUE                                      00286203
002863     END-IF                                                       00286300
002863                                                                  00286301
002863     OPEN INPUT WOFF                                              00286302
002863     IF WS-WOFF-STATUS = '00'                                     00286303
002864         PERFORM 240-READ-WOFF                                    00286400
002864     ELSE                                                         00286401
002864         DISPLAY 'NO WRITE-OFF FILE : ' WS-WOFF-STATUS            00286402
002864         SET FF-WOFF TO TRUE                                      00286403
002865     END-IF                                                       00286500
002865                                                                  00286501
002865     OPEN INPUT RCVF                                              00286502
002865     IF WS-RCVF-STATUS = '00'                                     00286503
002866         PERFORM 250-READ-RCVF                                    00286600
002866     ELSE                                                         00286601
002866         DISPLAY 'NO RECOVERY FILE : ' WS-RCVF-STATUS             00286602
002866         SET FF-RCVF TO TRUE                                      00286603
002867     END-IF                                                       00286700
002867                                                                  00286701
002867     OPEN INPUT RBTL                                              00286702
002867     IF WS-RBTL-STATUS = '00'                                     00286703
002868         PERFORM 260-READ-RBTL                                    00286800
002868     ELSE                                                         00286801
002868         DISPLAY 'NO REBATE LEDGER : ' WS-RBTL-STATUS             00286802
002868         SET FF-RBTL TO TRUE                                      00286803
002870     END-IF                                                       00287000
002880     EXIT.                                                        00288000
002890                                                                  00289000
003580     END-IF                                                       00358000
003590     EXIT.                                                        00359000
003600                                                                  00360000
003601 230-READ-ADJF.                                                   00360100
003601     READ ADJF INTO L-STKADJ                                      00360101
003601         AT END                                                   00360102
003601              SET FF-ADJF TO TRUE                                 00360103
003602              CLOSE ADJF                                          00360200
003602     END-READ                                                     00360201
003602     EXIT.                                                        00360202
003602                                                                  00360203
003603 240-READ-WOFF.                                                   00360300
003603     READ WOFF NEXT                                               00360301
003603         AT END                                                   00360302
003603              SET FF-WOFF TO TRUE                                 00360303
003604              CLOSE WOFF                                          00360400
003604     END-READ                                                     00360401
003604     EXIT.                                                        00360402
003604                                                                  00360403
003605 250-READ-RCVF.                                                   00360500
003605     READ RCVF INTO L-RECOVERY                                    00360501
003605         AT END                                                   00360502
003605              SET FF-RCVF TO TRUE                                 00360503
003606              CLOSE RCVF                                          00360600
003606     END-READ                                                     00360601
003606     EXIT.                                                        00360602
003606                                                                  00360603
003607 260-READ-RBTL.                                                   00360700
003607     READ RBTL INTO L-RBTLEDG                                     00360701
003607         AT END                                                   00360702
003607              SET FF-RBTL TO TRUE                                 00360703
003608              CLOSE RBTL                                          00360800
003608     END-READ                                                     00360801
003608     EXIT.                                                        00360802
003608                                                                  00360803
003610******************************************************************00361000
003620* PARAGRAPHE DE CUMUL D UN DOCUMENT INVEXTR : FACTURES ET         00362000
003630* CHARGES EN PLUS, AVOIRS EN MOINS. LES DOCUMENTS R (SOLDE DE     00363000
003640* REMBOURSEMENT) NE PASSENT PAS PAR LE JOURNAL DES VENTES.        00364000
003641* LE COUT STANDARD DES DETAILS (QUI PRECEDENT LEUR ENTETE) EST    00364100
003642* CUMULE PUIS PORTE AU SIGNE DU DOCUMENT. UN DETAIL D UNE         00364200
003643* GENERATION ANTERIEURE AU COUT STANDARD N A PAS DE COUT          00364300
003650******************************************************************00365000
003660 300-SWEEP-INVX.                                                  00366000
003670     MOVE ENR-INVX TO L-INVX-HDR                                  00367000
003680     EVALUATE INVXH-TYPE                                          00368000
003681         WHEN 'D'                                                 00368100
003682             MOVE ENR-INVX TO L-INVX-DET                          00368200
003683             IF INVXD-COST-TOT NUMERIC                            00368300
003684                 ADD INVXD-COST-TOT TO WS-DOC-COST                00368400
003685             END-IF                                               00368500
003690         WHEN 'H'                                                 00369000
003700         WHEN 'F'                                                 00370000
003701         WHEN 'B'                                                 00370100
003710             ADD INVXH-TOTAL    TO WS-SUM-TTC                     00371000
003720             COMPUTE WS-SUM-REVGRS = WS-SUM-REVGRS                00372000
003730                + INVXH-SUBTOTAL + INVXH-DISCOUNT                 00373000
003750             ADD INVXH-TAXAMT   TO WS-SUM-TAX                     00375000
003760             ADD INVXH-FREIGHT  TO WS-SUM-FRT                     00376000
003770             ADD INVXH-COMAMT   TO WS-SUM-COM                     00377000
003771             ADD WS-DOC-COST    TO WS-SUM-COGS                    00377100
003772             MOVE 'D' TO WS-JRN-SIDE                              00377200
003773             PERFORM 310-DETAIL-INVX                              00377300
003780         WHEN 'C'                                                 00378000
003781           IF INVXH-TERMS NOT = 'REBATE'                          00378100
003790             SUBTRACT INVXH-TOTAL    FROM WS-SUM-TTC              00379000
003800             COMPUTE WS-SUM-REVGRS = WS-SUM-REVGRS                00380000
003810                - INVXH-SUBTOTAL - INVXH-DISCOUNT                 00381000
003830             SUBTRACT INVXH-TAXAMT   FROM WS-SUM-TAX              00383000
003840             SUBTRACT INVXH-FREIGHT  FROM WS-SUM-FRT              00384000
003850             SUBTRACT INVXH-COMAMT   FROM WS-SUM-COM              00385000
003851             SUBTRACT WS-DOC-COST    FROM WS-SUM-COGS             00385100
003852             MOVE 'C' TO WS-JRN-SIDE                              00385200
003853             PERFORM 310-DETAIL-INVX                              00385300
003854           END-IF                                                 00385400
003860         WHEN OTHER                                               00386000
003870             CONTINUE                                             00387000
003880     END-EVALUATE                                                 00388000
003881     IF INVXH-TYPE NOT = 'D'                                      00388100
003882         MOVE ZERO TO WS-DOC-COST                                 00388200
003883     END-IF                                                       00388300
003890     PERFORM 210-READ-INVX                                        00389000
003891     EXIT.                                                        00389100
003891                                                                  00389101
003892 310-DETAIL-INVX.                                                 00389200
003892     INITIALIZE L-ARJRNL                                          00389201
003893     IF INVXH-C-NO NUMERIC                                        00389300
003893         MOVE INVXH-C-NO TO ARJ-C-NO                              00389301
003894     END-IF                                                       00389400
003894     MOVE INVXH-COMPANY TO ARJ-COMPANY                            00389401
003895     MOVE INVXH-O-NO    TO ARJ-O-NO                               00389500
003895     MOVE 'I'           TO ARJ-SOURCE                             00389501
003896     MOVE INVXH-TYPE    TO ARJ-DOC-TYPE                           00389600
003896     MOVE INVXH-TOTAL   TO ARJ-AMT                                00389601
003897     PERFORM 650-WRITE-ARJRNL                                     00389700
003900     EXIT.                                                        00390000
003910                                                                  00391000
003920******************************************************************00392000
004040             ADD APP-AMOUNT TO WS-SUM-CASH                        00404000
004050     END-EVALUATE                                                 00405000
004060     ADD APP-AMOUNT TO WS-SUM-APPL                                00406000
004061     INITIALIZE L-ARJRNL                                          00406100
004062     MOVE APP-COMPANY TO ARJ-COMPANY                              00406200
004063     MOVE APP-O-NO    TO ARJ-O-NO                                 00406300
004064     MOVE 'P'         TO ARJ-SOURCE                               00406400
004065     MOVE APP-AMOUNT  TO ARJ-AMT                                  00406500
004066     MOVE 'C'         TO WS-JRN-SIDE                              00406600
004067     PERFORM 650-WRITE-ARJRNL                                     00406700
004070     PERFORM 220-READ-APPL                                        00407000
004071     EXIT.                                                        00407100
004071                                                                  00407101
004071******************************************************************00407102
004071* PARAGRAPHE DE CUMUL DES AJUSTEMENTS D INVENTAIRE DU JOUR : UN   00407103
004071* ECART NEGATIF (MANQUANT) EST UNE CHARGE DE DEMARQUE, UN ECART   00407104
004071* POSITIF LA REDUIT. LES AJUSTEMENTS DES AUTRES JOURS SONT IGNORES00407105
004071******************************************************************00407106
004072 450-SWEEP-ADJUST.                                                00407200
004072     IF ADJ-POST-DATE = WS-RUN-DATE                               00407201
004072         SUBTRACT ADJ-VAR-VALUE FROM WS-SUM-SHRINK                00407202
004072     END-IF                                                       00407203
004072     PERFORM 230-READ-ADJF                                        00407204
004072     EXIT.                                                        00407205
004072                                                                  00407206
004073******************************************************************00407300
004073* PARAGRAPHES DE CUMUL DES PASSAGES EN PERTE DU JOUR (DATE DU     00407301
004073* PASSAGE = DATE DU JOURNAL) ET DES RECOUVREMENTS DE PJPART3C     00407302
004073******************************************************************00407303
004073 460-SWEEP-WRTOFF.                                                00407304
004073     IF WOF-DATE = WS-RUN-DATE                                    00407305
004073         ADD WOF-AMOUNT   TO WS-SUM-BADDBT                        00407306
004074         ADD WOF-CLAW-AMT TO WS-SUM-CLAW                          00407400
004074         INITIALIZE L-ARJRNL                                      00407401
004074         MOVE WOF-C-NO    TO ARJ-C-NO                             00407402
004074         MOVE WOF-COMPANY TO ARJ-COMPANY                          00407403
004074         MOVE WOF-O-NO    TO ARJ-O-NO                             00407404
004074         MOVE 'W'         TO ARJ-SOURCE                           00407405
004074         MOVE WOF-TYPE    TO ARJ-DOC-TYPE                         00407406
004075         MOVE WOF-AMOUNT  TO ARJ-AMT                              00407500
004075         MOVE 'C'         TO WS-JRN-SIDE                          00407501
004075         PERFORM 650-WRITE-ARJRNL                                 00407502
004075     END-IF                                                       00407503
004075     PERFORM 240-READ-WOFF                                        00407504
004075     EXIT.                                                        00407505
004075                                                                  00407506
004076 470-SWEEP-RECOVERY.                                              00407600
004076     ADD RCV-AMOUNT TO WS-SUM-RECOV                               00407601
004076     PERFORM 250-READ-RCVF                                        00407602
004076     EXIT.                                                        00407603
004076                                                                  00407604
004076******************************************************************00407605
004076* PARAGRAPHE DE CUMUL DU GRAND LIVRE DES RISTOURNES : MOUVEMENT DE00407606
004077* PROVISION DU MOIS ET AVOIRS DE FIN DE PERIODE DATES DU JOURNAL  00407700
004077******************************************************************00407701
004077 480-SWEEP-REBATE.                                                00407702
004077     IF RBL-POST-DATE = WS-RUN-DATE                               00407703
004077         ADD RBL-ACCR-AMT TO WS-SUM-RBACC                         00407704
004077     END-IF                                                       00407705
004077     IF RBL-SETTLED AND RBL-SETTLE-DATE = WS-RUN-DATE             00407706
004078         ADD RBL-EARNED TO WS-SUM-RBSET                           00407800
004078         INITIALIZE L-ARJRNL                                      00407801
004078         MOVE RBL-C-NO      TO ARJ-C-NO                           00407802
004078         MOVE RBL-COMPANY   TO ARJ-COMPANY                        00407803
004078         MOVE RBL-CREDIT-NO TO ARJ-O-NO                           00407804
004078         MOVE 'B'           TO ARJ-SOURCE                         00407805
004078         MOVE 'C'           TO ARJ-DOC-TYPE                       00407806
004079         MOVE RBL-EARNED    TO ARJ-AMT                            00407900
004079         MOVE 'C'           TO WS-JRN-SIDE                        00407901
004079         PERFORM 650-WRITE-ARJRNL                                 00407902
004079     END-IF                                                       00407903
004079     PERFORM 260-READ-RBTL                                        00407904
004080     EXIT.                                                        00408000
004090                                                                  00409000
004100******************************************************************00410000
005260     MOVE WS-SUM-APPL TO WS-JRN-AMT                               00526000
005270     MOVE 'AR SETTLED BY CASH' TO WS-JRN-DESC                     00527000
005280     PERFORM 610-WRITE-JOURNAL                                    00528000
005281                                                                  00528100
005281     MOVE 'BADDEBT   ' TO WS-JRN-KEY                              00528101
005281     MOVE 'D' TO WS-JRN-SIDE                                      00528102
005281     MOVE WS-SUM-BADDBT TO WS-JRN-AMT                             00528103
005281     MOVE 'BAD DEBT WRITE-OFF' TO WS-JRN-DESC                     00528104
005281     PERFORM 610-WRITE-JOURNAL                                    00528105
005281                                                                  00528106
005281     MOVE 'RECEIVABLE' TO WS-JRN-KEY                              00528107
005281     MOVE 'C' TO WS-JRN-SIDE                                      00528108
005281     MOVE WS-SUM-BADDBT TO WS-JRN-AMT                             00528109
005282     MOVE 'AR WRITTEN OFF' TO WS-JRN-DESC                         00528200
005282     PERFORM 610-WRITE-JOURNAL                                    00528201
005282                                                                  00528202
005282     MOVE 'COMMPAY   ' TO WS-JRN-KEY                              00528203
005282     MOVE 'D' TO WS-JRN-SIDE                                      00528204
005282     MOVE WS-SUM-CLAW TO WS-JRN-AMT                               00528205
005282     MOVE 'COMMISSION CLAWBACK' TO WS-JRN-DESC                    00528206
005282     PERFORM 610-WRITE-JOURNAL                                    00528207
005282                                                                  00528208
005282     MOVE 'COMMEXP   ' TO WS-JRN-KEY                              00528209
005283     MOVE 'C' TO WS-JRN-SIDE                                      00528300
005283     MOVE WS-SUM-CLAW TO WS-JRN-AMT                               00528301
005283     MOVE 'COMMISSION REVERSED' TO WS-JRN-DESC                    00528302
005283     PERFORM 610-WRITE-JOURNAL                                    00528303
005283                                                                  00528304
005283     MOVE 'CASH      ' TO WS-JRN-KEY                              00528305
005283     MOVE 'D' TO WS-JRN-SIDE                                      00528306
005283     MOVE WS-SUM-RECOV TO WS-JRN-AMT                              00528307
005283     MOVE 'BAD DEBT RECOVERED' TO WS-JRN-DESC                     00528308
005283     PERFORM 610-WRITE-JOURNAL                                    00528309
005284                                                                  00528400
005284     MOVE 'RECOVERY  ' TO WS-JRN-KEY                              00528401
005284     MOVE 'C' TO WS-JRN-SIDE                                      00528402
005284     MOVE WS-SUM-RECOV TO WS-JRN-AMT                              00528403
005284     MOVE 'BAD DEBT RECOVERY' TO WS-JRN-DESC                      00528404
005284     PERFORM 610-WRITE-JOURNAL                                    00528405
005284                                                                  00528406
005284     MOVE 'SHRINKAGE ' TO WS-JRN-KEY                              00528407
005284     MOVE 'D' TO WS-JRN-SIDE                                      00528408
005284     MOVE WS-SUM-SHRINK TO WS-JRN-AMT                             00528409
005285     MOVE 'INVENTORY SHRINKAGE' TO WS-JRN-DESC                    00528500
005285     PERFORM 610-WRITE-JOURNAL                                    00528501
005285                                                                  00528502
005285     MOVE 'INVENTORY ' TO WS-JRN-KEY                              00528503
005285     MOVE 'C' TO WS-JRN-SIDE                                      00528504
005285     MOVE WS-SUM-SHRINK TO WS-JRN-AMT                             00528505
005285     MOVE 'COUNT ADJUSTMENTS' TO WS-JRN-DESC                      00528506
005285     PERFORM 610-WRITE-JOURNAL                                    00528507
005285                                                                  00528508
005285     MOVE 'COGS      ' TO WS-JRN-KEY                              00528509
005286     MOVE 'D' TO WS-JRN-SIDE                                      00528600
005286     MOVE WS-SUM-COGS TO WS-JRN-AMT                               00528601
005286     MOVE 'COST OF GOODS SOLD' TO WS-JRN-DESC                     00528602
005286     PERFORM 610-WRITE-JOURNAL                                    00528603
005286                                                                  00528604
005286     MOVE 'INVRELIEF ' TO WS-JRN-KEY                              00528605
005286     MOVE 'C' TO WS-JRN-SIDE                                      00528606
005286     MOVE WS-SUM-COGS TO WS-JRN-AMT                               00528607
005286     MOVE 'INVENTORY RELIEF' TO WS-JRN-DESC                       00528608
005286     PERFORM 610-WRITE-JOURNAL                                    00528609
005287                                                                  00528700
005287     MOVE 'REBATEEXP ' TO WS-JRN-KEY                              00528701
005287     MOVE 'D' TO WS-JRN-SIDE                                      00528702
005287     MOVE WS-SUM-RBACC TO WS-JRN-AMT                              00528703
005287     MOVE 'REBATE ACCRUAL' TO WS-JRN-DESC                         00528704
005287     PERFORM 610-WRITE-JOURNAL                                    00528705
005287                                                                  00528706
005287     MOVE 'REBATEACR ' TO WS-JRN-KEY                              00528707
005287     MOVE 'C' TO WS-JRN-SIDE                                      00528708
005287     MOVE WS-SUM-RBACC TO WS-JRN-AMT                              00528709
005288     MOVE 'REBATES ACCRUED' TO WS-JRN-DESC                        00528800
005288     PERFORM 610-WRITE-JOURNAL                                    00528801
005288                                                                  00528802
005288     MOVE 'REBATEACR ' TO WS-JRN-KEY                              00528803
005288     MOVE 'D' TO WS-JRN-SIDE                                      00528804
005288     MOVE WS-SUM-RBSET TO WS-JRN-AMT                              00528805
005288     MOVE 'REBATE CREDITS' TO WS-JRN-DESC                         00528806
005288     PERFORM 610-WRITE-JOURNAL                                    00528807
005288                                                                  00528808
005288     MOVE 'RECEIVABLE' TO WS-JRN-KEY                              00528809
005289     MOVE 'C' TO WS-JRN-SIDE                                      00528900
005289     MOVE WS-SUM-RBSET TO WS-JRN-AMT                              00528901
005289     MOVE 'AR SETTLED BY REBATE' TO WS-JRN-DESC                   00528902
005289     PERFORM 610-WRITE-JOURNAL                                    00528903
005290     EXIT.                                                        00529000
005300                                                                  00530000
005310******************************************************************00531000
005470         END-IF                                                   00547000
005480         PERFORM 116-FIND-ACCT                                    00548000
005490         INITIALIZE L-JOURNAL                                     00549000
005500         MOVE WS-POST-DATE TO JRN-DATE                            00550000
005510         MOVE WS-FND-ACCT TO JRN-ACCT                             00551000
005520         MOVE WS-JRN-SIDE TO JRN-SIDE                             00552000
005530         MOVE WS-JRN-AMT  TO JRN-AMT                              00553000
005670             ADD WS-JRN-AMT TO WS-TOT-CR                          00567000
005680         END-IF                                                   00568000
005690         WRITE ENR-JRNLREP FROM L-JRN-LINE                        00569000
005691     END-IF                                                       00569100
005691     EXIT.                                                        00569101
005692                                                                  00569200
005692******************************************************************00569201
005693* PARAGRAPHE D ECRITURE D UN MOUVEMENT CLIENT DANS LE DETAIL      00569300
005693* ARJRNL, DATE ET PERIODE DU JOURNAL. LE SENS EST CELUI DE        00569301
005694* L ECRITURE RECEIVABLE QUE LE MOUVEMENT ALIMENTE                 00569400
005694******************************************************************00569401
005695 650-WRITE-ARJRNL.                                                00569500
005695     IF ARJ-AMT NOT = ZERO                                        00569501
005696         MOVE WS-POST-DATE(1:7) TO ARJ-PERIOD                     00569600
005696         MOVE WS-POST-DATE      TO ARJ-DATE                       00569601
005697         MOVE WS-JRN-SIDE       TO ARJ-SIDE                       00569700
005697         WRITE ENR-ARJRNL FROM L-ARJRNL                           00569701
005698         ADD 1 TO WS-ARJ-CNT                                      00569800
005700     END-IF                                                       00570000
005710     EXIT.                                                        00571000
005720                                                                  00572000
006000     MOVE WS-TOT-CR TO JRT-CR                                     00600000
006010     WRITE ENR-JRNLREP FROM L-JRN-TOT                             00601000
006020     DISPLAY 'JOURNAL RECORDS WRITTEN : ' WS-JRNL-CNT             00602000
006021     DISPLAY 'AR DETAIL RECORDS WRITTEN : ' WS-ARJ-CNT            00602100
006022     IF JOURNAL-REDATED                                           00602200
006023         DISPLAY 'JOURNAL DATE ' WS-RUN-DATE                      00602300
006024                 ' IN A CLOSED PERIOD - POSTED ON ' WS-POST-DATE  00602400
006025     END-IF                                                       00602500
006030     EXIT.                                                        00603000
006040                                                                  00604000
006050******************************************************************00605000
