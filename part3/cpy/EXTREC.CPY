000100******************************************************************00010000
000110* EXTREC - ENREGISTREMENT DU FICHIER EXTRACT (LRECL 436).       * 00011000
000120* UNE LIGNE PAR ARTICLE DE COMMANDE, ECRITE PAR PJPART3 ET      * 00012000
000130* FACTUREE PAR PJPART3B. WS-DOC-TYPE DISTINGUE LES DOCUMENTS :  * 00013000
000140* I = FACTURE, C = AVOIR (RETOUR / CORRECTION DE PRIX),         * 00014000
000141* B = FACTURE DE RELIQUAT LIBERE (DOCUMENT DISTINCT).           * 00014100
000142* TRANSPORTEUR ET NUMERO DE SUIVI : EXPEDITION CONFIRMEE (PJSH) * 00014200
000150******************************************************************00015000
000160 01 L-EXT.                                                        00016000
000170      05 WS-O-NO        PIC 9(6).                                 00017000
000345      05 WS-SHIP-STATE  PIC X(2).                                 00034500
000346      05 WS-SHIP-ZIP    PIC X(5).                                 00034600
000347      05 WS-RET-REASON  PIC X(2).                                 00034700
000357      05 WS-CARRIER     PIC X(10).                                00035700
000367      05 WS-TRACKING    PIC X(30).                                00036700
