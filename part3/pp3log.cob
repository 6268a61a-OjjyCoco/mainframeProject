000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3LOG.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - NIGHT JOB LOG : CALLED BY     00020000
000210*                  EVERY BATCH PROGRAM WITH THE JLGREC RECORD,    00021000
000220*                  TYPE S AT THE START OF THE RUN AND TYPE E AT   00022000
000230*                  THE END. THE START DATE AND TIME ARE SET ON THE00023000
000240*                  S CALL AND KEPT IN THE CALLER'S RECORD, THE END00024000
000250*                  DATE AND TIME ON THE E CALL, AND THE RECORD IS 00025000
000260*                  ADDED TO THE JOBLOG FILE. NO JOBLOG FILE = NO  00026000
000270*                  LOG ; THE LOG NEVER STOPS THE CALLER           00027000
000280******************************************************************00028000
000290                                                                  00029000
000300 ENVIRONMENT DIVISION.                                            00030000
000310 INPUT-OUTPUT SECTION.                                            00031000
000320 FILE-CONTROL.                                                    00032000
000330******************************************************************00033000
000340* JOURNAL DES TRAITEMENTS DE NUIT (VOIR COPY JLGREC), FACULTATIF  00034000
000350******************************************************************00035000
000360      SELECT JLGF ASSIGN TO JOBLOG                                00036000
000370      ORGANIZATION IS SEQUENTIAL                                  00037000
000380      FILE STATUS  IS WS-JLGF-STATUS.                             00038000
000390                                                                  00039000
000400******************************************************************00040000
000410                                                                  00041000
000420 DATA DIVISION.                                                   00042000
000430 FILE SECTION.                                                    00043000
000440 FD JLGF.                                                         00044000
000450 01 ENR-JOBLOG PIC X(100).                                        00045000
000460                                                                  00046000
000470 WORKING-STORAGE SECTION.                                         00047000
000480 77 WS-JLGF-STATUS PIC X(2) VALUE SPACES.                         00048000
000490                                                                  00049000
000500******************************************************************00050000
000510* DATE ET HEURE DU SYSTEME, MISES EN FORME AAAA-MM-JJ ET HH:MM:SS 00051000
000520******************************************************************00052000
000530 01 WS-SYS-YMD.                                                   00053000
000540      05 WS-SYS-Y PIC X(4).                                       00054000
000550      05 WS-SYS-M PIC X(2).                                       00055000
000560      05 WS-SYS-D PIC X(2).                                       00056000
000570 01 WS-SYS-TIME.                                                  00057000
000580      05 WS-SYS-HH PIC X(2).                                      00058000
000590      05 WS-SYS-MI PIC X(2).                                      00059000
000600      05 WS-SYS-SS PIC X(2).                                      00060000
000610      05 FILLER    PIC X(2).                                      00061000
000620 01 WS-LOG-DATE.                                                  00062000
000630      05 WS-LOG-Y PIC X(4).                                       00063000
000640      05 FILLER   PIC X(1) VALUE '-'.                             00064000
000650      05 WS-LOG-M PIC X(2).                                       00065000
000660      05 FILLER   PIC X(1) VALUE '-'.                             00066000
000670      05 WS-LOG-D PIC X(2).                                       00067000
000680 01 WS-LOG-TIME.                                                  00068000
000690      05 WS-LOG-HH PIC X(2).                                      00069000
000700      05 FILLER    PIC X(1) VALUE ':'.                            00070000
000710      05 WS-LOG-MI PIC X(2).                                      00071000
000720      05 FILLER    PIC X(1) VALUE ':'.                            00072000
000730      05 WS-LOG-SS PIC X(2).                                      00073000
000740                                                                  00074000
000750 LINKAGE SECTION.                                                 00075000
000760******************************************************************00076000
000770* ENREGISTREMENT DU JOURNAL PREPARE PAR L APPELANT (TYPE,         00077000
000780* PROGRAMME, CODE RETOUR, NOMBRES ET CLE DU RUN)                  00078000
000790******************************************************************00079000
000800     COPY JLGREC.                                                 00080000
000810                                                                  00081000
000820 PROCEDURE DIVISION USING L-JOBLOG.                               00082000
000830                                                                  00083000
000840     PERFORM 100-GET-TIMESTAMP                                    00084000
000850     IF JLG-START                                                 00085000
000860         MOVE WS-LOG-DATE TO JLG-START-DATE                       00086000
000870         MOVE WS-LOG-TIME TO JLG-START-TIME                       00087000
000880         MOVE SPACES      TO JLG-END-DATE                         00088000
000890         MOVE SPACES      TO JLG-END-TIME                         00089000
000900     ELSE                                                         00090000
000910         MOVE WS-LOG-DATE TO JLG-END-DATE                         00091000
000920         MOVE WS-LOG-TIME TO JLG-END-TIME                         00092000
000930     END-IF                                                       00093000
000940     PERFORM 200-WRITE-JOBLOG                                     00094000
000950                                                                  00095000
000960     GOBACK.                                                      00096000
000970                                                                  00097000
000980******************************************************************00098000
000990* PARAGRAPHE DE LECTURE DE LA DATE ET DE L HEURE DU SYSTEME       00099000
001000******************************************************************00100000
001010 100-GET-TIMESTAMP.                                               00101000
001020     ACCEPT WS-SYS-YMD  FROM DATE YYYYMMDD                        00102000
001030     ACCEPT WS-SYS-TIME FROM TIME                                 00103000
001040     MOVE WS-SYS-Y  TO WS-LOG-Y                                   00104000
001050     MOVE WS-SYS-M  TO WS-LOG-M                                   00105000
001060     MOVE WS-SYS-D  TO WS-LOG-D                                   00106000
001070     MOVE WS-SYS-HH TO WS-LOG-HH                                  00107000
001080     MOVE WS-SYS-MI TO WS-LOG-MI                                  00108000
001090     MOVE WS-SYS-SS TO WS-LOG-SS                                  00109000
001100     EXIT.                                                        00110000
001110                                                                  00111000
001120******************************************************************00112000
001130* PARAGRAPHE D AJOUT DE L ENREGISTREMENT AU JOURNAL : LE FICHIER  00113000
001140* EST OUVERT ET FERME A CHAQUE APPEL POUR QUE L ENREGISTREMENT S  00114000
001150* SOIT SUR DISQUE SI LE PROGRAMME TOMBE ENSUITE                   00115000
001160******************************************************************00116000
001170 200-WRITE-JOBLOG.                                                00117000
001180     OPEN EXTEND JLGF                                             00118000
001190     IF WS-JLGF-STATUS = '35'                                     00119000
001200         OPEN OUTPUT JLGF                                         00120000
001210     END-IF                                                       00121000
001220     IF WS-JLGF-STATUS = '00'                                     00122000
001230         WRITE ENR-JOBLOG FROM L-JOBLOG                           00123000
001240         CLOSE JLGF                                               00124000
001250     ELSE                                                         00125000
001260         DISPLAY 'NO JOBLOG FILE : ' WS-JLGF-STATUS               00126000
001270     END-IF                                                       00127000
001280     EXIT.                                                        00128000
