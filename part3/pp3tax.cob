000340*                  ORDER-DATE MONTH, SO BOTH SIDES COVER THE      00034000
000350*                  EXACT SAME BILLING RUNS ; THE SYSIN MONTH      00035000
000360*                  CARD ONLY TITLES THE REPORT                    00036000
000361* 15/10/2026 GAY  EXEMPT SALES : A DOCUMENT WHOSE DETAILS CARRY A 00036100
000361*                  TAX EXEMPTION CERTIFICATE GOES TO A SEPARATE   00036101
000362*                  EXEMPT SALES COLUMN OF ITS STATE (NO RATE      00036200
000362*                  CHECK), AND THE CERTIFICATES BEHIND EACH STATE 00036201
000363*                  ARE LISTED UNDER ITS LINE                      00036300
000363* 15/10/2026 GAY  NIGHT JOB LOG : START AND END RECORDS (PROGRAM, 00036301
000364*                  TIMES, RETURN CODE, COUNTS, RUN KEY) WRITTEN TO00036400
000364*                  JOBLOG THROUGH PJPT3LOG (COPY JLGREC)          00036401
000365* 15/10/2026 GAY  BACKORDER RELEASE INVOICES (TYPE B, PJPART3B)   00036500
000365*                  ARE TAXABLE SALES LIKE H DOCUMENTS             00036501
000366* 15/10/2026 GAY  JOB LOG AREA CLEARED BEFORE THE START RECORD SO 00036600
000367*                  NO UNSET FIELD REACHES JOBLOG                  00036700
000370******************************************************************00037000
000380                                                                  00038000
000390 ENVIRONMENT DIVISION.                                            00039000
001020 77 WS-SIGN    PIC S9(1)   VALUE +1.                              00102000
001030                                                                  00103000
001040******************************************************************00104000
001041* CERTIFICAT D EXONERATION DU DOCUMENT EN COURS : PORTE PAR SES   00104100
001042* DETAILS D, QUI PRECEDENT L ENTETE H/C DANS LE FLUX              00104200
001043******************************************************************00104300
001044 77 WS-DOC-CERT   PIC X(15) VALUE SPACES.                         00104400
001045 77 WS-DOC-EXTYPE PIC X(1)  VALUE SPACE.                          00104500
001046                                                                  00104600
001047******************************************************************00104700
001050* TABLE DE CUMUL PAR ETAT : VENTES TAXABLES ET TAXE COLLECTEE     00105000
001060******************************************************************00106000
001070 01 STA-TABLE.                                                    00107000
001080      05 STA-ENTRY OCCURS 50 TIMES INDEXED BY STA-IDX.            00108000
001090         10 STA-STATE   PIC X(2).                                 00109000
001100         10 STA-TAXABLE PIC S9(11)V99.                            00110000
001101         10 STA-EXEMPT  PIC S9(11)V99.                            00110100
001110         10 STA-TAX     PIC S9(11)V99.                            00111000
001120         10 STA-DOCS    PIC 9(7).                                 00112000
001130 77 WS-STA-CNT PIC 9(2) VALUE ZERO.                               00113000
001160    88 STATE-FOUND VALUE 'Y'.                                     00116000
001170                                                                  00117000
001180******************************************************************00118000
001181* TABLE DES CERTIFICATS RENCONTRES : VENTES EXONEREES PAR ETAT ET 00118100
001181* PAR CERTIFICAT, LISTEES SOUS LA LIGNE DE L ETAT                 00118101
001182******************************************************************00118200
001182 01 CXM-TABLE.                                                    00118201
001183      05 CXM-ENTRY OCCURS 500 TIMES INDEXED BY CXM-IDX.           00118300
001183         10 CXM-STATE   PIC X(2).                                 00118301
001184         10 CXM-CERT-NO PIC X(15).                                00118400
001184         10 CXM-TYPE    PIC X(1).                                 00118401
001185         10 CXM-C-NO    PIC 9(3).                                 00118500
001185         10 CXM-COMPANY PIC X(30).                                00118501
001186         10 CXM-SALES   PIC S9(11)V99.                            00118600
001186         10 CXM-DOCS    PIC 9(7).                                 00118601
001187 77 WS-CXM-CNT PIC 9(3) VALUE ZERO.                               00118700
001187 77 WS-CXM-MAX PIC 9(3) VALUE 500.                                00118701
001188                                                                  00118800
001188******************************************************************00118801
001190* COMPTEURS ET CUMULS DE CONTROLE                                 00119000
001200******************************************************************00120000
001210 77 WS-DOCS-USED   PIC 9(7) VALUE ZERO.                           00121000
001220 77 WS-GRAND-TAX   PIC S9(11)V99 VALUE ZERO.                      00122000
001230 77 WS-GRAND-TAXBL PIC S9(11)V99 VALUE ZERO.                      00123000
001231 77 WS-GRAND-EXEMPT PIC S9(11)V99 VALUE ZERO.                     00123100
001232 77 WS-EXEMPT-DOCS PIC 9(7) VALUE ZERO.                           00123200
001240 77 WS-SUM-STATES  PIC S9(11)V99 VALUE ZERO.                      00124000
001250 77 WS-MISMATCH-CNT PIC 9(7) VALUE ZERO.                          00125000
001260                                                                  00126000
001570 01 L-TAX-HDR.                                                    00157000
001580      05 FILLER PIC X(6)  VALUE 'STATE '.                         00158000
001590      05 FILLER PIC X(15) VALUE '  TAXABLE SALES'.                00159000
001591      05 FILLER PIC X(15) VALUE '   EXEMPT SALES'.                00159100
001600      05 FILLER PIC X(15) VALUE '  TAX COLLECTED'.                00160000
001610      05 FILLER PIC X(11) VALUE '  DOCUMENTS'.                    00161000
001620      05 FILLER PIC X(38) VALUE SPACES.                           00162000
001630                                                                  00163000
001640 01 L-TAX-LINE.                                                   00164000
001650      05 FILLER      PIC X(2) VALUE SPACES.                       00165000
001660      05 TXL-STATE   PIC X(2).                                    00166000
001670      05 FILLER      PIC X(2) VALUE SPACES.                       00167000
001680      05 TXL-TAXABLE PIC Z(10)9.99-.                              00168000
001681      05 TXL-EXEMPT  PIC Z(10)9.99-.                              00168100
001690      05 TXL-TAX     PIC Z(10)9.99-.                              00169000
001700      05 TXL-DOCS    PIC Z(9)9.                                   00170000
001710      05 FILLER      PIC X(36) VALUE SPACES.                      00171000
001711                                                                  00171100
001711 01 L-TAX-CERT.                                                   00171101
001712      05 FILLER      PIC X(6)  VALUE SPACES.                      00171200
001712      05 FILLER      PIC X(5)  VALUE 'CERT '.                     00171201
001713      05 TXC-CERT-NO PIC X(15).                                   00171300
001713      05 FILLER      PIC X(6)  VALUE ' TYPE '.                    00171301
001714      05 TXC-TYPE    PIC X(1).                                    00171400
001714      05 FILLER      PIC X(6)  VALUE ' CUST '.                    00171401
001715      05 TXC-C-NO    PIC 9(3).                                    00171500
001715      05 FILLER      PIC X(1)  VALUE SPACE.                       00171501
001716      05 TXC-COMPANY PIC X(25).                                   00171600
001716      05 FILLER      PIC X(1)  VALUE SPACE.                       00171601
001717      05 TXC-SALES   PIC Z(10)9.99-.                              00171700
001717      05 TXC-DOCS    PIC Z(6)9.                                   00171701
001718      05 FILLER      PIC X(10) VALUE SPACES.                      00171800
001720                                                                  00172000
001730 01 L-TAX-TOT.                                                    00173000
001740      05 TXT-LABEL PIC X(34).                                     00174000
001900      05 FILLER      PIC X(1)  VALUE '%'.                         00190000
001910      05 FILLER      PIC X(30) VALUE SPACES.                      00191000
001920                                                                  00192000
001921******************************************************************00192100
001922* ENREGISTREMENT DU JOURNAL DES TRAITEMENTS DE NUIT (COPY JLGREC) 00192200
001923******************************************************************00192300
001924     COPY JLGREC.                                                 00192400
001925                                                                  00192500
001930 PROCEDURE DIVISION.                                              00193000
001931                                                                  00193100
001931     INITIALIZE L-JOBLOG                                          00193101
001932     MOVE 'PJPART3M' TO JLG-PROGRAM                               00193200
001933     MOVE 'S' TO JLG-TYPE                                         00193300
001934     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00193400
001940                                                                  00194000
001950     PERFORM 100-INITIALIZE                                       00195000
001960                                                                  00196000
002020                                                                  00202000
002030     CLOSE INVX                                                   00203000
002040     CLOSE TAXR                                                   00204000
002041                                                                  00204100
002042     MOVE WS-SEL-MONTH TO JLG-RUN-KEY                             00204200
002043     MOVE WS-DOCS-USED TO JLG-IN-CNT                              00204300
002044     MOVE WS-REG-CNT TO JLG-OUT-CNT                               00204400
002045     MOVE RETURN-CODE TO JLG-RC                                   00204500
002046     MOVE 'E' TO JLG-TYPE                                         00204600
002047     CALL 'PJPT3LOG' USING BY REFERENCE L-JOBLOG                  00204700
002050                                                                  00205000
002060     GOBACK.                                                      00206000
002070                                                                  00207000
002150     OPEN OUTPUT TAXR                                             00215000
002160                                                                  00216000
002170     INITIALIZE STA-TABLE                                         00217000
002171     INITIALIZE CXM-TABLE                                         00217100
002180     MOVE WS-SEL-MONTH TO TXT-MONTH                               00218000
002190     WRITE ENR-TAXREP FROM L-TAX-TITLE                            00219000
002200     WRITE ENR-TAXREP FROM L-TAX-VIDE                             00220000
002320******************************************************************00232000
002330* PARAGRAPHES DE TRAITEMENT D UN DOCUMENT : FACTURES EN PLUS,     00233000
002340* AVOIRS EN MOINS, AUTRES TYPES IGNORES. LE TAUX PORTE PAR LE     00234000
002350* DOCUMENT EST CONTROLE CONTRE LA TABLE DE SON ETAT, SAUF POUR    00235000
002351* UN DOCUMENT EXONERE (CERTIFICAT SUR SES DETAILS)                00235100
002360******************************************************************00236000
002370 300-PROCESS-REC.                                                 00237000
002380     MOVE ENR-INVX TO L-INVX-HDR                                  00238000
002390     IF INVXH-TYPE = 'D'                                          00239000
002400         MOVE ENR-INVX TO L-INVX-DET                              00240000
002410         IF INVXD-CERT-NO NOT = SPACES                            00241000
002420            AND INVXD-CERT-NO NOT = LOW-VALUES                    00242000
002430             MOVE INVXD-CERT-NO     TO WS-DOC-CERT                00243000
002431             MOVE INVXD-EXEMPT-TYPE TO WS-DOC-EXTYPE              00243100
002440         END-IF                                                   00244000
002450     ELSE                                                         00245000
002460         IF INVXH-TYPE = 'H' OR INVXH-TYPE = 'C'                  00246000
002470            OR INVXH-TYPE = 'B'                                   00247000
002471             IF INVXH-TYPE = 'C'                                  00247100
002471                 MOVE -1 TO WS-SIGN                               00247101
002472             ELSE                                                 00247200
002472                 MOVE +1 TO WS-SIGN                               00247201
002473             END-IF                                               00247300
002473             ADD 1 TO WS-DOCS-USED                                00247301
002474             PERFORM 310-ACCUM-STATE                              00247400
002474             IF WS-DOC-CERT = SPACES                              00247401
002475                 PERFORM 330-CHECK-RATE                           00247500
002475             ELSE                                                 00247501
002476                 ADD 1 TO WS-EXEMPT-DOCS                          00247600
002476                 PERFORM 320-ACCUM-CERT                           00247601
002477             END-IF                                               00247700
002477         END-IF                                                   00247701
002478         MOVE SPACES TO WS-DOC-CERT                               00247800
002478         MOVE SPACE  TO WS-DOC-EXTYPE                             00247801
002480     END-IF                                                       00248000
002490     PERFORM 200-READ-INVX                                        00249000
002500     EXIT.                                                        00250000
002510                                                                  00251000
002520 310-ACCUM-STATE.                                                 00252000
002530     IF WS-DOC-CERT = SPACES                                      00253000
002540         COMPUTE WS-GRAND-TAXBL = WS-GRAND-TAXBL                  00254000
002541            + WS-SIGN * INVXH-SUBTOTAL                            00254100
002542     ELSE                                                         00254200
002543         COMPUTE WS-GRAND-EXEMPT = WS-GRAND-EXEMPT                00254300
002544            + WS-SIGN * INVXH-SUBTOTAL                            00254400
002545     END-IF                                                       00254500
002550     COMPUTE WS-GRAND-TAX = WS-GRAND-TAX                          00255000
002560        + WS-SIGN * INVXH-TAXAMT                                  00256000
002570     MOVE 'N' TO WS-HIT-SW                                        00257000
002730         SET STA-IDX TO WS-STA-CNT                                00273000
002740         MOVE INVXH-STATE TO STA-STATE(STA-IDX)                   00274000
002750     END-IF                                                       00275000
002760     IF WS-DOC-CERT = SPACES                                      00276000
002770         COMPUTE STA-TAXABLE(STA-IDX) = STA-TAXABLE(STA-IDX)      00277000
002771            + WS-SIGN * INVXH-SUBTOTAL                            00277100
002772     ELSE                                                         00277200
002773         COMPUTE STA-EXEMPT(STA-IDX) = STA-EXEMPT(STA-IDX)        00277300
002774            + WS-SIGN * INVXH-SUBTOTAL                            00277400
002775     END-IF                                                       00277500
002780     COMPUTE STA-TAX(STA-IDX) = STA-TAX(STA-IDX)                  00278000
002790        + WS-SIGN * INVXH-TAXAMT                                  00279000
002800     ADD 1 TO STA-DOCS(STA-IDX)                                   00280000
002801     EXIT.                                                        00280100
002801                                                                  00280101
002801******************************************************************00280102
002801* PARAGRAPHE DE CUMUL DES VENTES EXONEREES PAR ETAT ET CERTIFICAT 00280103
002802******************************************************************00280200
002802 320-ACCUM-CERT.                                                  00280201
002802     SET CXM-IDX TO 1                                             00280202
002802     SEARCH CXM-ENTRY                                             00280203
002803         AT END                                                   00280300
002803             PERFORM 322-ADD-CERT                                 00280301
002803         WHEN CXM-IDX > WS-CXM-CNT                                00280302
002803             PERFORM 322-ADD-CERT                                 00280303
002804         WHEN CXM-STATE(CXM-IDX) = INVXH-STATE                    00280400
002804          AND CXM-CERT-NO(CXM-IDX) = WS-DOC-CERT                  00280401
002804          AND CXM-C-NO(CXM-IDX) = INVXH-C-NO                      00280402
002804             COMPUTE CXM-SALES(CXM-IDX) = CXM-SALES(CXM-IDX)      00280403
002805                + WS-SIGN * INVXH-SUBTOTAL                        00280500
002805             ADD 1 TO CXM-DOCS(CXM-IDX)                           00280501
002805     END-SEARCH                                                   00280502
002805     EXIT.                                                        00280503
002806                                                                  00280600
002806 322-ADD-CERT.                                                    00280601
002806     IF WS-CXM-CNT >= WS-CXM-MAX                                  00280602
002806         DISPLAY 'CERTIFICATE TABLE FULL - RUN ABORTED'           00280603
002807         PERFORM ABEND-PROG                                       00280700
002807     END-IF                                                       00280701
002807     ADD 1 TO WS-CXM-CNT                                          00280702
002807     SET CXM-IDX TO WS-CXM-CNT                                    00280703
002808     MOVE INVXH-STATE   TO CXM-STATE(CXM-IDX)                     00280800
002808     MOVE WS-DOC-CERT   TO CXM-CERT-NO(CXM-IDX)                   00280801
002808     MOVE WS-DOC-EXTYPE TO CXM-TYPE(CXM-IDX)                      00280802
002808     MOVE INVXH-C-NO    TO CXM-C-NO(CXM-IDX)                      00280803
002809     MOVE INVXH-COMPANY TO CXM-COMPANY(CXM-IDX)                   00280900
002809     COMPUTE CXM-SALES(CXM-IDX) = WS-SIGN * INVXH-SUBTOTAL        00280901
002809     MOVE 1 TO CXM-DOCS(CXM-IDX)                                  00280902
002810     EXIT.                                                        00281000
002820                                                                  00282000
002830******************************************************************00283000
003780     INITIALIZE L-TAX-LINE                                        00378000
003790     MOVE STA-STATE(STA-IDX)   TO TXL-STATE                       00379000
003800     MOVE STA-TAXABLE(STA-IDX) TO TXL-TAXABLE                     00380000
003801     MOVE STA-EXEMPT(STA-IDX)  TO TXL-EXEMPT                      00380100
003810     MOVE STA-TAX(STA-IDX)     TO TXL-TAX                         00381000
003820     MOVE STA-DOCS(STA-IDX)    TO TXL-DOCS                        00382000
003830     WRITE ENR-TAXREP FROM L-TAX-LINE                             00383000
003840     ADD STA-TAX(STA-IDX) TO WS-SUM-STATES                        00384000
003841     PERFORM 815-WRITE-STATE-CERT                                 00384100
003841        VARYING CXM-IDX FROM 1 BY 1 UNTIL CXM-IDX > WS-CXM-CNT    00384101
003842     EXIT.                                                        00384200
003842                                                                  00384201
003843 815-WRITE-STATE-CERT.                                            00384300
003843     IF CXM-STATE(CXM-IDX) = STA-STATE(STA-IDX)                   00384301
003844         INITIALIZE L-TAX-CERT                                    00384400
003844         MOVE CXM-CERT-NO(CXM-IDX) TO TXC-CERT-NO                 00384401
003845         MOVE CXM-TYPE(CXM-IDX)    TO TXC-TYPE                    00384500
003845         MOVE CXM-C-NO(CXM-IDX)    TO TXC-C-NO                    00384501
003846         MOVE CXM-COMPANY(CXM-IDX) TO TXC-COMPANY                 00384600
003846         MOVE CXM-SALES(CXM-IDX)   TO TXC-SALES                   00384601
003847         MOVE CXM-DOCS(CXM-IDX)    TO TXC-DOCS                    00384700
003847         WRITE ENR-TAXREP FROM L-TAX-CERT                         00384701
003848     END-IF                                                       00384800
003850     EXIT.                                                        00385000
003860                                                                  00386000
003870******************************************************************00387000
003930                                                                  00393000
003940     MOVE 'TOTAL TAXABLE SALES' TO TXT-LABEL                      00394000
003950     MOVE WS-GRAND-TAXBL        TO TXT-VALUE                      00395000
003951     WRITE ENR-TAXREP FROM L-TAX-TOT                              00395100
003952                                                                  00395200
003953     MOVE 'TOTAL EXEMPT SALES'  TO TXT-LABEL                      00395300
003954     MOVE WS-GRAND-EXEMPT       TO TXT-VALUE                      00395400
003960     WRITE ENR-TAXREP FROM L-TAX-TOT                              00396000
003970                                                                  00397000
003980     MOVE 'TOTAL TAX COLLECTED (SWEPT)' TO TXT-LABEL              00398000
004250     DISPLAY 'DOCUMENTS SWEPT    : ' WS-DOCS-USED                 00425000
004260     DISPLAY 'REGISTERS SWEPT    : ' WS-REG-CNT                   00426000
004270     DISPLAY 'RATE MISMATCHES    : ' WS-MISMATCH-CNT              00427000
004271     DISPLAY 'EXEMPT DOCUMENTS   : ' WS-EXEMPT-DOCS               00427100
004280     EXIT.                                                        00428000
004290                                                                  00429000
004300******************************************************************00430000
