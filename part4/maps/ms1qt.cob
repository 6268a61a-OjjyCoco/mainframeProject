MS1QT    DFHMSD TYPE=&SYSPARM,                                         X
               MODE=INOUT,                                             X
               LANG=COBOL,                                             X
               EXTATT=YES,                                             X
               DATA=FIELD,                                             X
               STORAGE=AUTO,                                           X
               CTRL=(FREEKB,FRSET)
MAP1QH   DFHMDI SIZE=(24,80),CTRL=(FREEKB,FSET)
         DFHMDF POS=(1,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(2,1),                                             X
               LENGTH=29,                                              X
               INITIAL='*    SALES QUOTATION - HEADER',                X
               ATTRB=ASKIP,COLOR=YELLOW
         DFHMDF POS=(3,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(5,1),                                             X
               LENGTH=18,                                              X
               INITIAL='NO QUOTE         :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
QTNO     DFHMDF POS=(5,22),                                            X
               LENGTH=06,                                              X
               INITIAL='______',                                       X
               VALIDN=(MUSTENTER),                                     X
               ATTRB=(UNPROT,IC,FSET,NUM)
         DFHMDF POS=(5,29),                                            X
               LENGTH=00
QSTAT    DFHMDF POS=(5,32),                                            X
               LENGTH=40,                                              X
               ATTRB=(ASKIP,BRT),COLOR=TURQUOISE
         DFHMDF POS=(7,1),                                             X
               LENGTH=18,                                              X
               INITIAL='QUOTE DATE       :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
QTDT     DFHMDF POS=(7,22),                                            X
               LENGTH=10,                                              X
               INITIAL='__________',                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(7,33),                                            X
               LENGTH=00
         DFHMDF POS=(7,35),                                            X
               LENGTH=18,                                              X
               INITIAL='VALID UNTIL      :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
EXPDT    DFHMDF POS=(7,55),                                            X
               LENGTH=10,                                              X
               INITIAL='__________',                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(7,66),                                            X
               LENGTH=00
         DFHMDF POS=(9,1),                                             X
               LENGTH=18,                                              X
               INITIAL='NO CUSTOMER      :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
CUSNO    DFHMDF POS=(9,22),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(9,26),                                            X
               LENGTH=00
CUSNAM   DFHMDF POS=(9,30),                                            X
               LENGTH=30,                                              X
               ATTRB=ASKIP,COLOR=GREEN
         DFHMDF POS=(11,1),                                            X
               LENGTH=18,                                              X
               INITIAL='NO SALESPERSON   :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
EMPNO    DFHMDF POS=(11,22),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(11,26),                                           X
               LENGTH=00
EMPNAM   DFHMDF POS=(11,30),                                           X
               LENGTH=30,                                              X
               ATTRB=ASKIP,COLOR=GREEN
         DFHMDF POS=(13,1),                                            X
               LENGTH=20,                                              X
               INITIAL='SHIP TO (OPTIONAL) :',                         X
               ATTRB=ASKIP,COLOR=YELLOW
SHPNAM   DFHMDF POS=(14,4),                                            X
               LENGTH=30,                                              X
               INITIAL='______________________________',               X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(14,35),                                           X
               LENGTH=00
SHPADR   DFHMDF POS=(15,4),                                            X
               LENGTH=50,                                              X
               INITIAL='_______________________________________________X
               ___',                                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(15,55),                                           X
               LENGTH=00
SHPCTY   DFHMDF POS=(16,4),                                            X
               LENGTH=20,                                              X
               INITIAL='____________________',                         X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(16,25),                                           X
               LENGTH=00
         DFHMDF POS=(16,28),                                           X
               LENGTH=4,                                               X
               INITIAL='ST :',                                         X
               ATTRB=ASKIP,COLOR=YELLOW
SHPST    DFHMDF POS=(16,33),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(16,36),                                           X
               LENGTH=00
         DFHMDF POS=(16,39),                                           X
               LENGTH=5,                                               X
               INITIAL='ZIP :',                                        X
               ATTRB=ASKIP,COLOR=YELLOW
SHPZIP   DFHMDF POS=(16,45),                                           X
               LENGTH=05,                                              X
               INITIAL='_____',                                        X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(16,51),                                           X
               LENGTH=00
         DFHMDF POS=(18,1),                                            X
               LENGTH=18,                                              X
               INITIAL='NO ORDER (PF5)   :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
ORDNO    DFHMDF POS=(18,22),                                           X
               LENGTH=06,                                              X
               INITIAL='______',                                       X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,29),                                           X
               LENGTH=00
         DFHMDF POS=(19,1),                                            X
               LENGTH=18,                                              X
               INITIAL='LOST REASON (PF6):',                           X
               ATTRB=ASKIP,COLOR=YELLOW
LOSTR    DFHMDF POS=(19,22),                                           X
               LENGTH=30,                                              X
               INITIAL='______________________________',               X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(19,53),                                           X
               LENGTH=00
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(21,1),                                            X
               LENGTH=79,                                              X
               INITIAL='* ESC:FIN  ENTER:VALIDER/CONSULTER  PF5:CONVERTX
               IR EN COMMANDE  PF6:PERDU      *',                      X
               ATTRB=ASKIP
         DFHMDF POS=(22,1),                                            X
               LENGTH=12,                                              X
               INITIAL='* MESSAGE : ',                                 X
               ATTRB=ASKIP
MESSH    DFHMDF POS=(22,14),                                           X
               LENGTH=55,                                              X
               ATTRB=(ASKIP,BRT),COLOR=RED
         DFHMDF POS=(24,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
MAP1QL   DFHMDI SIZE=(24,80),CTRL=(FREEKB,FSET)
         DFHMDF POS=(1,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(2,1),                                             X
               LENGTH=39,                                              X
               INITIAL='*    SALES QUOTATION - LINES    QUOTE :',      X
               ATTRB=ASKIP,COLOR=YELLOW
QLNO     DFHMDF POS=(2,42),                                            X
               LENGTH=06,                                              X
               ATTRB=ASKIP,COLOR=TURQUOISE
LINCNT   DFHMDF POS=(2,52),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP,COLOR=TURQUOISE
         DFHMDF POS=(3,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(5,1),                                             X
               LENGTH=18,                                              X
               INITIAL='NO PRODUCT       :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
PNO      DFHMDF POS=(5,22),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               VALIDN=(MUSTENTER),                                     X
               ATTRB=(UNPROT,IC,FSET)
         DFHMDF POS=(5,26),                                            X
               LENGTH=00
PDESC    DFHMDF POS=(5,30),                                            X
               LENGTH=30,                                              X
               ATTRB=ASKIP,COLOR=GREEN
         DFHMDF POS=(7,1),                                             X
               LENGTH=18,                                              X
               INITIAL='QUANTITY         :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
QTY      DFHMDF POS=(7,22),                                            X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               VALIDN=(MUSTENTER),                                     X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(7,25),                                            X
               LENGTH=00
         DFHMDF POS=(9,1),                                             X
               LENGTH=18,                                              X
               INITIAL='PRICE (OR BLANK) :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
PRICE    DFHMDF POS=(9,22),                                            X
               LENGTH=08,                                              X
               INITIAL='________',                                     X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(9,31),                                            X
               LENGTH=00
         DFHMDF POS=(11,1),                                            X
               LENGTH=18,                                              X
               INITIAL='LIST PRICE       :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
LPRICE   DFHMDF POS=(11,22),                                           X
               LENGTH=08,                                              X
               ATTRB=ASKIP,COLOR=GREEN
         DFHMDF POS=(12,1),                                            X
               LENGTH=18,                                              X
               INITIAL='CONTRACT         :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
CONTR    DFHMDF POS=(12,22),                                           X
               LENGTH=50,                                              X
               ATTRB=ASKIP,COLOR=GREEN
         DFHMDF POS=(14,1),                                            X
               LENGTH=18,                                              X
               INITIAL='QUOTE TOTAL      :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
QTOT     DFHMDF POS=(14,22),                                           X
               LENGTH=12,                                              X
               ATTRB=ASKIP,COLOR=TURQUOISE
         DFHMDF POS=(15,1),                                            X
               LENGTH=18,                                              X
               INITIAL='CONTRACT DISC.   :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
QDISC    DFHMDF POS=(15,22),                                           X
               LENGTH=12,                                              X
               ATTRB=ASKIP,COLOR=TURQUOISE
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(21,1),                                            X
               LENGTH=79,                                              X
               INITIAL='* ESC:FIN  ENTER:AJOUTER LIGNE  PF4:ECRIRE DEVIX
               S  PF9:ANNULER                 *',                      X
               ATTRB=ASKIP
         DFHMDF POS=(22,1),                                            X
               LENGTH=12,                                              X
               INITIAL='* MESSAGE : ',                                 X
               ATTRB=ASKIP
MESSL    DFHMDF POS=(22,14),                                           X
               LENGTH=55,                                              X
               ATTRB=(ASKIP,BRT),COLOR=RED
         DFHMDF POS=(24,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMSD  TYPE=FINAL
         END
