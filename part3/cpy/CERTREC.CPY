000100******************************************************************00010000
000110* CERTREC - ENREGISTREMENT DU FICHIER TAXCERT (LRECL 80) : UN    *00011000
000120* CERTIFICAT D EXONERATION DE TAXE PAR CLIENT ET PAR ETAT, TENU  *00012000
000130* PAR LES GESTIONNAIRES. LU PAR PJPART3B (DOCUMENT NON TAXE SI   *00013000
000140* LE CERTIFICAT EST VALIDE A LA DATE DE COMMANDE) ET PAR         *00014000
000150* PJPT3CER (LISTE DES CERTIFICATS A RENOUVELER).                 *00015000
000160* TYPE : R = REVENTE, N = ORGANISME SANS BUT LUCRATIF,           *00016000
000170*        G = ADMINISTRATION, O = AUTRE.                          *00017000
000180* EXPIRATION AAAA-MM-JJ : LE CERTIFICAT VAUT JUSQU A CE JOUR     *00018000
000190* INCLUS.                                                        *00019000
000200******************************************************************00020000
000210 01 L-CERT.                                                       00021000
000220      05 CRT-C-NO    PIC 9(3).                                    00022000
000230      05 CRT-STATE   PIC X(2).                                    00023000
000240      05 CRT-CERT-NO PIC X(15).                                   00024000
000250      05 CRT-TYPE    PIC X(1).                                    00025000
000260      05 CRT-EXPIRY  PIC X(10).                                   00026000
000270      05 CRT-COMPANY PIC X(30).                                   00027000
000280      05 FILLER      PIC X(19).                                   00028000
