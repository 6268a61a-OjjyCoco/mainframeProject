000260*                  HISTORY LOAD, THE STATEMENTS AND THE CASH      00026000
000270*                  APPLICATION CARRY THE CHARGE LIKE ANY OTHER    00027000
000280*                  DOCUMENT                                       00028000
000281* 15/10/2026 GAY  NO FINANCE CHARGE ON AN INVOICE UNDER OPEN      00028100
000281*                  DISPUTE (KSDS DISPUTE, SEE PJDISPM)            00028101
000282* 15/10/2026 GAY  MONTH-END CLOSE : THE AS-OF DATE IS CHECKED BY  00028200
000282*                  PJPT3PER - IN A MONTH CLOSED BY PJPT3MEC THE F 00028201
000283*                  DOCUMENTS ARE DATED ON THE FIRST DAY OF THE    00028300
000283*                  NEXT OPEN MONTH, AS STATED WITH THE RUN TOTALS.00028301
000284*                  DAYS PAST DUE STAY COUNTED TO THE AS-OF DATE   00028400
000284* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00028401
000285*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00028500
000285*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00028501
000286* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00028600
000287*                  NO UNSET FIELD REACHES JOBLOG                  00028700
000290******************************************************************00029000
000300                                                                  00030000
000310 ENVIRONMENT DIVISION.                                            00031000
000460******************************************************************00046000
000470      SELECT FINP ASSIGN TO FINCHG                                00047000
000480      ORGANIZATION  IS SEQUENTIAL.                                00048000
000481******************************************************************00048100
000482* KSDS DES LITIGES SUR FACTURE (VOIR COPY DSPREC), FACULTATIF     00048200
000483******************************************************************00048300
000484      SELECT DSPF ASSIGN TO DISPUTE                               00048400
000485      ORGANIZATION IS INDEXED                                     00048500
000486      ACCESS MODE  IS RANDOM                                      00048600
000487      RECORD KEY   IS DSP-KEY                                     00048700
000488      FILE STATUS  IS WS-DSPF-STATUS.                             00048800
000490                                                                  00049000
000500******************************************************************00050000
000510                                                                  00051000
000600 FD FINP.                                                         00060000
000610 01 ENR-FINCHG PIC X(101).                                        00061000
000620                                                                  00062000
000621 FD DSPF.                                                         00062100
000622     COPY DSPREC.                                                 00062200
000623                                                                  00062300
000630 WORKING-STORAGE SECTION.                                         00063000
000640******************************************************************00064000
000650* DECLARATION DES FLAGS DE FIN DE FICHIER ET D ANOMALIE           00065000
000680    88 FF-OPNI VALUE 1.                                           00068000
000690                                                                  00069000
000700 77 WS-ANO PIC 99 VALUE ZERO.                                     00070000
000701                                                                  00070100
000702 77 WS-DSPF-STATUS PIC X(2) VALUE SPACES.                         00070200
000703 77 WS-DSPF-SW     PIC X(1) VALUE 'N'.                            00070300
000704 77 WS-DISP-FLAG   PIC X(1) VALUE 'N'.                            00070400
000705    88 DOC-IN-DISPUTE VALUE 'Y'.                                  00070500
000710                                                                  00071000
000720******************************************************************00072000
000730* PARAMETRES SYSIN : DATE D ARRETE, AGE MINIMUM EN JOURS DE       00073000
000900 77 WS-INV-INT  PIC S9(9) COMP VALUE ZERO.                        00090000
000910 77 WS-AGE-DAYS PIC S9(5)      VALUE ZERO.                        00091000
000920 77 WS-EFF-DATE PIC X(11)      VALUE SPACES.                      00092000
000921******************************************************************00092100
000922* DATE DES DOCUMENTS F RENDUE PAR PJPT3PER : LA DATE D ARRETE, OU 00092200
000923* LE PREMIER JOUR DU MOIS OUVERT SUIVANT QUAND SON MOIS EST CLOS  00092300
000924******************************************************************00092400
000925 77 WS-DOC-DATE  PIC X(10) VALUE SPACES.                          00092500
000926 77 WS-REDATE-SW PIC X(1)  VALUE 'N'.                             00092600
000927    88 RUN-REDATED VALUE 'Y'.                                     00092700
000930                                                                  00093000
000940******************************************************************00094000
000950* COMPTEURS, CUMULS ET ZONES DE TRAVAIL DU DOCUMENT EN COURS      00095000
000970 77 WS-OPEN-READ   PIC 9(7) VALUE ZERO.                           00097000
000980 77 WS-CHARGE-CNT  PIC 9(7) VALUE ZERO.                           00098000
000990 77 WS-CHARGE-AMT  PIC 9(9)V99 VALUE ZERO.                        00099000
000991 77 WS-DISP-SKIP   PIC 9(7) VALUE ZERO.                           00099100
001000 77 WS-CHARGE      PIC 9(7)V99 VALUE ZERO.                        00100000
001010 77 WS-BASE-AMT    PIC 9(7)V99 VALUE ZERO.                        00101000
001020 77 ED-DAYS        PIC ZZZZ9.                                     00102000
001390      05 FILLER     PIC X(8)  VALUE '% / MO.'.                    00139000
001400      05 FILLER     PIC X(43) VALUE SPACES.                       00140000
001410                                                                  00141000
001411******************************************************************00141100
001412* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00141200
001413******************************************************************00141300
001414     COPY JLGREC.                                                 00141400
001415                                                                  00141500
001420 PROCEDURE DIVISION.                                              00142000
001421                                                                  00142100
001421     INITIALIZE L-JOBLOG                                          00142101
001422     MOVE 'PJPART3F' TO JLG-PROGRAM                               00142200
001423     MOVE 'S' TO JLG-TYPE                                         00142300
001424     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00142400
001430                                                                  00143000
001440     PERFORM 100-INITIALIZE                                       00144000
001450                                                                  00145000
001500     CLOSE OPNI                                                   00150000
001510     CLOSE INVX                                                   00151000
001520     CLOSE FINP                                                   00152000
001521     IF WS-DSPF-SW = 'Y'                                          00152100
001521         CLOSE DSPF                                               00152101
001522     END-IF                                                       00152200
001522                                                                  00152201
001523     MOVE WS-EFF-DATE TO JLG-RUN-KEY                              00152300
001523     MOVE WS-OPEN-READ TO JLG-IN-CNT                              00152301
001524     MOVE WS-CHARGE-CNT TO JLG-OUT-CNT                            00152400
001524     MOVE RETURN-CODE TO JLG-RC                                   00152401
001525     MOVE 'E' TO JLG-TYPE                                         00152500
001525     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00152501
001530                                                                  00153000
001540     GOBACK.                                                      00154000
001550                                                                  00155000
001690         PERFORM ABEND-PROG                                       00169000
001700     END-IF                                                       00170000
001710     COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(W-YMD-NUM)    00171000
001711     CALL 'PJPT3PER' USING BY REFERENCE WS-ASOF-DATE              00171100
001712                                        WS-DOC-DATE               00171200
001713                                        WS-REDATE-SW              00171300
001720                                                                  00172000
001730     OPEN INPUT OPNI                                              00173000
001740     OPEN OUTPUT INVX                                             00174000
001750     OPEN OUTPUT FINP                                             00175000
001751                                                                  00175100
001752     MOVE 'N' TO WS-DSPF-SW                                       00175200
001753     OPEN INPUT DSPF                                              00175300
001754     IF WS-DSPF-STATUS = '00'                                     00175400
001755         MOVE 'Y' TO WS-DSPF-SW                                   00175500
001756     ELSE                                                         00175600
001757         DISPLAY 'NO DISPUTE FILE : ' WS-DSPF-STATUS              00175700
001758     END-IF                                                       00175800
001760                                                                  00176000
001770     PERFORM 200-READ-OPNI                                        00177000
001780     EXIT.                                                        00178000
001900* PARAGRAPHES DE TRAITEMENT D UNE FACTURE OUVERTE : CALCUL DES    00190000
001910* JOURS DE RETARD PUIS, AU DELA DU SEUIL, CALCUL ET EMISSION DE   00191000
001920* L AVIS D INTERETS. LES DOCUMENTS F DEJA EMIS NE SONT JAMAIS     00192000
001930* RECHARGES (PAS D INTERETS SUR INTERETS), NI LES FACTURES EN     00193000
001931* LITIGE OUVERT                                                   00193100
001940******************************************************************00194000
001950 300-PROCESS-OPEN-ITEM.                                           00195000
001960     MOVE ENR-OPNITEM TO L-INVX-HDR                               00196000
001970     IF INVXH-TYPE = 'H'                                          00197000
001980         PERFORM 320-COMPUTE-AGE                                  00198000
001990         IF WS-AGE-DAYS > WS-MIN-DAYS                             00199000
002000             PERFORM 325-CHECK-DISPUTE                            00200000
002001             IF DOC-IN-DISPUTE                                    00200100
002002                 ADD 1 TO WS-DISP-SKIP                            00200200
002003             ELSE                                                 00200300
002004                 PERFORM 330-EMIT-CHARGE                          00200400
002005             END-IF                                               00200500
002010         END-IF                                                   00201000
002020     END-IF                                                       00202000
002030     PERFORM 200-READ-OPNI                                        00203000
002220         END-IF                                                   00222000
002230     ELSE                                                         00223000
002240         MOVE ZERO TO WS-AGE-DAYS                                 00224000
002241     END-IF                                                       00224100
002241     EXIT.                                                        00224101
002242                                                                  00224200
002242 325-CHECK-DISPUTE.                                               00224201
002243     MOVE 'N' TO WS-DISP-FLAG                                     00224300
002243     IF WS-DSPF-SW = 'Y'                                          00224301
002244         MOVE INVXH-O-NO TO DSP-O-NO                              00224400
002244         MOVE INVXH-TYPE TO DSP-TYPE                              00224401
002245         READ DSPF KEY IS DSP-KEY                                 00224500
002245         IF WS-DSPF-STATUS = '00' AND DSP-OPEN                    00224501
002246             MOVE 'Y' TO WS-DISP-FLAG                             00224600
002246         END-IF                                                   00224601
002250     END-IF                                                       00225000
002260     EXIT.                                                        00226000
002270                                                                  00227000
002990     WRITE ENR-INVX FROM L-INVX-DET                               00299000
003000                                                                  00300000
003010     MOVE 'F'          TO INVXH-TYPE                              00301000
003020     MOVE WS-DOC-DATE  TO INVXH-O-DATE                            00302000
003030     MOVE ZERO         TO INVXH-TAXPCT                            00303000
003040     MOVE WS-CHARGE    TO INVXH-SUBTOTAL                          00304000
003050     MOVE ZERO         TO INVXH-TAXAMT                            00305000
003080     MOVE ZERO         TO INVXH-FREIGHT                           00308000
003090     MOVE ZERO         TO INVXH-DISCOUNT                          00309000
003100     MOVE 'FINCHG'     TO INVXH-TERMS                             00310000
003110     MOVE WS-DOC-DATE  TO INVXH-DUEDATE                           00311000
003120     MOVE ZERO         TO INVXH-DISCPCT                           00312000
003130     MOVE WS-DOC-DATE  TO INVXH-DISCDATE                          00313000
003140     WRITE ENR-INVX FROM L-INVX-HDR                               00314000
003150     EXIT.                                                        00315000
003160                                                                  00316000
003210     DISPLAY 'OPEN ITEMS READ       : ' WS-OPEN-READ              00321000
003220     DISPLAY 'FINANCE CHARGES ISSUED: ' WS-CHARGE-CNT             00322000
003230     DISPLAY 'TOTAL CHARGED         : ' WS-CHARGE-AMT             00323000
003231     DISPLAY 'SKIPPED, IN DISPUTE   : ' WS-DISP-SKIP              00323100
003232     IF RUN-REDATED                                               00323200
003233         DISPLAY 'AS-OF DATE ' WS-ASOF-DATE                       00323300
003234                 ' IN A CLOSED PERIOD - CHARGES DATED '           00323400
003235                 WS-DOC-DATE                                      00323500
003236     END-IF                                                       00323600
003240     EXIT.                                                        00324000
003250                                                                  00325000
003260******************************************************************00326000
