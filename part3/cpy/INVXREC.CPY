000120* UN ENREGISTREMENT ENTETE 'H' PAR FACTURE SUIVI D UN            *00012000
000130* ENREGISTREMENT DETAIL 'D' PAR LIGNE PRODUIT. PARTAGE PAR       *00013000
000140* PJPART3B (ECRITURE) ET LES PROGRAMMES AVAL (LECTURE).          *00014000
000141* LE DETAIL PORTE LE COUT STANDARD UNITAIRE ET TOTAL DE LA LIGNE *00014100
000141* AINSI QUE LE PRIX CATALOGUE AVANT CONTRAT, LE TYPE DE CONTRAT  *00014101
000142* APPLIQUE (P/D/ESPACE) ET LA REMISE CONTRAT DE LA LIGNE.        *00014200
000142* MONTANTS NON SIGNES : LE SIGNE EST CELUI DU DOCUMENT (H OU C). *00014201
000143* L ENTETE ETANT PLEIN, UN DOCUMENT EXONERE DE TAXE PORTE LE     *00014300
000143* NUMERO ET LE TYPE DU CERTIFICAT SUR CHACUN DE SES DETAILS.     *00014301
000144* DE MEME, LE TRANSPORTEUR ET LE NUMERO DE SUIVI DE L EXPEDITION *00014400
000144* CONFIRMEE SONT PORTES SUR CHAQUE DETAIL DE LA COMMANDE.        *00014401
000145* UN RELIQUAT LIBERE EST FACTURE SOUS UNE ENTETE 'B' DISTINCTE   *00014500
000145* (MEME NUMERO DE COMMANDE), SIGNEE COMME UNE FACTURE.           *00014501
000150******************************************************************00015000
000160 01 L-INVX-HDR.                                                   00016000
000170      05 INVXH-TYPE     PIC X(1) VALUE 'H'.                       00017000
000360      05 INVXD-QTY     PIC 99.                                    00036000
000370      05 INVXD-PRICE   PIC 9(5)V99.                               00037000
000380      05 INVXD-LINETOT PIC 9(7)V99.                               00038000
000390      05 INVXD-UNIT-COST  PIC 9(5)V99.                            00039000
000400      05 INVXD-COST-TOT   PIC 9(7)V99.                            00040000
000410      05 INVXD-LIST-PRICE PIC 9(5)V99.                            00041000
000420      05 INVXD-CONT-TYPE  PIC X(1).                               00042000
000430      05 INVXD-LINE-DISC  PIC 9(7)V99.                            00043000
000440      05 INVXD-CERT-NO    PIC X(15).                              00044000
000450      05 INVXD-EXEMPT-TYPE PIC X(1).                              00045000
000460      05 INVXD-CARRIER    PIC X(10).                              00046000
000470      05 INVXD-TRACKING   PIC X(30).                              00047000
000480      05 FILLER        PIC X(57).                                 00048000
