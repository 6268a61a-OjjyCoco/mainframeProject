000100 IDENTIFICATION DIVISION.                                         00010000
000110 PROGRAM-ID.          PJPT3PER.                                   00011000
000120 AUTHOR.              GAYLORD.                                    00012000
000130 INSTALLATION.        AJC.                                        00013000
000140 DATE-WRITTEN.        15/10/2026.                                 00014000
000150 DATE-COMPILED.                                                   00015000
000160 SECURITY.            COMMENTAIRES.                               00016000
000170                                                                  00017000
000180******************************************************************00018000
000190* MODIFICATION HISTORY                                            00019000
000200* 15/10/2026 GAY  INITIAL VERSION - POSTING DATE OF A DOCUMENT :  00020000
000210*                  CALLED BY PJPART3B, PJPART3C, PJPART3F AND     00021000
000220*                  PJPART3G WITH A DATE AAAA-MM-JJ. WHEN THE MONTH00022000
000230*                  OF THE DATE IS CLOSED ON THE PERIOD KSDS (SEE  00023000
000240*                  PJPT3MEC), THE DATE RETURNED IS THE FIRST DAY  00024000
000250*                  OF THE NEXT MONTH STILL OPEN AND THE SWITCH IS 00025000
000260*                  SET TO Y ; OTHERWISE THE DATE COMES BACK AS    00026000
000270*                  GIVEN. NO PERIOD FILE = NO PERIOD CONTROL. THE 00027000
000280*                  LAST MONTH RESOLVED IS KEPT FROM ONE CALL TO   00028000
000290*                  THE NEXT, SO A RUN READS THE FILE ONCE A MONTH 00029000
000300******************************************************************00030000
000310                                                                  00031000
000320 ENVIRONMENT DIVISION.                                            00032000
000330 INPUT-OUTPUT SECTION.                                            00033000
000340 FILE-CONTROL.                                                    00034000
000350******************************************************************00035000
000360* KSDS DES PERIODES COMPTABLES (VOIR COPY PERREC), FACULTATIF     00036000
000370******************************************************************00037000
000380      SELECT PERF ASSIGN TO PERIOD                                00038000
000390      ORGANIZATION IS INDEXED                                     00039000
000400      ACCESS MODE  IS RANDOM                                      00040000
000410      RECORD KEY   IS PER-KEY                                     00041000
000420      FILE STATUS  IS WS-PERF-STATUS.                             00042000
000430                                                                  00043000
000440******************************************************************00044000
000450                                                                  00045000
000460 DATA DIVISION.                                                   00046000
000470 FILE SECTION.                                                    00047000
000480 FD PERF.                                                         00048000
000490     COPY PERREC.                                                 00049000
000500                                                                  00050000
000510 WORKING-STORAGE SECTION.                                         00051000
000520******************************************************************00052000
000530* STATUT DU FICHIER DES PERIODES : ESPACE = PAS ENCORE OUVERT,    00053000
000540* Y = PRESENT, N = ABSENT (AUCUN CONTROLE DE PERIODE)             00054000
000550******************************************************************00055000
000560 77 WS-PERF-STATUS PIC X(2) VALUE SPACES.                         00056000
000570 77 WS-PERF-SW     PIC X(1) VALUE SPACE.                          00057000
000580    88 PERIOD-FILE-ABSENT VALUE 'N'.                              00058000
000590 77 WS-CLOSED-SW   PIC X(1) VALUE 'N'.                            00059000
000600    88 MONTH-CLOSED VALUE 'Y'.                                    00060000
000610                                                                  00061000
000620******************************************************************00062000
000630* DERNIER MOIS DEMANDE ET MOIS OUVERT QUI LUI CORRESPOND, GARDES  00063000
000640* D UN APPEL A L AUTRE                                            00064000
000650******************************************************************00065000
000660 77 WS-LAST-MONTH  PIC X(7) VALUE SPACES.                         00066000
000670 01 WS-OPEN-MONTH.                                                00067000
000680      05 WS-OPEN-Y PIC 9(4).                                      00068000
000690      05 FILLER    PIC X(1).                                      00069000
000700      05 WS-OPEN-M PIC 9(2).                                      00070000
000710                                                                  00071000
000720 LINKAGE SECTION.                                                 00072000
000730******************************************************************00073000
000740* DATE DU DOCUMENT (AAAA-MM-JJ), DATE DE COMPTABILISATION RENDUE  00074000
000750* ET INDICATEUR Y = DOCUMENT REDATE DANS LA PERIODE OUVERTE       00075000
000760******************************************************************00076000
000770 01 LS-DOC-DATE  PIC X(10).                                       00077000
000780 01 LS-POST-DATE PIC X(10).                                       00078000
000790 01 LS-REDATE-SW PIC X(1).                                        00079000
000800                                                                  00080000
000810 PROCEDURE DIVISION USING LS-DOC-DATE LS-POST-DATE LS-REDATE-SW.  00081000
000820                                                                  00082000
000830     MOVE LS-DOC-DATE TO LS-POST-DATE                             00083000
000840     MOVE 'N' TO LS-REDATE-SW                                     00084000
000850     IF LS-DOC-DATE(1:7) NOT = WS-LAST-MONTH                      00085000
000860         PERFORM 100-RESOLVE-MONTH                                00086000
000870     END-IF                                                       00087000
000880     IF WS-OPEN-MONTH NOT = WS-LAST-MONTH                         00088000
000890         MOVE WS-OPEN-MONTH TO LS-POST-DATE(1:7)                  00089000
000900         MOVE '-01'         TO LS-POST-DATE(8:3)                  00090000
000910         MOVE 'Y' TO LS-REDATE-SW                                 00091000
000920     END-IF                                                       00092000
000930                                                                  00093000
000940     GOBACK.                                                      00094000
000950                                                                  00095000
000960******************************************************************00096000
000970* PARAGRAPHES DE RECHERCHE DU MOIS OUVERT : TANT QUE LE MOIS EST  00097000
000980* CLOS SUR LE FICHIER, ON PASSE AU MOIS SUIVANT. UNE DATE NON     00098000
000990* NUMERIQUE N EST PAS CONTROLEE                                   00099000
001000******************************************************************00100000
001010 100-RESOLVE-MONTH.                                               00101000
001020     MOVE LS-DOC-DATE(1:7) TO WS-LAST-MONTH                       00102000
001030     MOVE LS-DOC-DATE(1:7) TO WS-OPEN-MONTH                       00103000
001040     IF NOT PERIOD-FILE-ABSENT                                    00104000
001050        AND WS-OPEN-Y NUMERIC                                     00105000
001060        AND WS-OPEN-M NUMERIC                                     00106000
001070         OPEN INPUT PERF                                          00107000
001080         IF WS-PERF-STATUS = '00'                                 00108000
001090             MOVE 'Y' TO WS-PERF-SW                               00109000
001100             MOVE 'Y' TO WS-CLOSED-SW                             00110000
001110             PERFORM 110-CHECK-ONE-MONTH UNTIL NOT MONTH-CLOSED   00111000
001120             CLOSE PERF                                           00112000
001130         ELSE                                                     00113000
001140             DISPLAY 'NO PERIOD FILE - NO PERIOD CONTROL : '      00114000
001150                     WS-PERF-STATUS                               00115000
001160             MOVE 'N' TO WS-PERF-SW                               00116000
001170         END-IF                                                   00117000
001180     END-IF                                                       00118000
001190     EXIT.                                                        00119000
001200                                                                  00120000
001210 110-CHECK-ONE-MONTH.                                             00121000
001220     MOVE WS-OPEN-MONTH TO PER-MONTH                              00122000
001230     READ PERF KEY IS PER-KEY                                     00123000
001240     IF WS-PERF-STATUS = '00' AND PER-CLOSED                      00124000
001250         IF WS-OPEN-M = 12                                        00125000
001260             MOVE 1 TO WS-OPEN-M                                  00126000
001270             ADD 1 TO WS-OPEN-Y                                   00127000
001280         ELSE                                                     00128000
001290             ADD 1 TO WS-OPEN-M                                   00129000
001300         END-IF                                                   00130000
001310     ELSE                                                         00131000
001320         MOVE 'N' TO WS-CLOSED-SW                                 00132000
001330     END-IF                                                       00133000
001340     EXIT.                                                        00134000
