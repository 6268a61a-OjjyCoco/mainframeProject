MS1DS    DFHMSD TYPE=&SYSPARM,                                         X
               MODE=INOUT,                                             X
               LANG=COBOL,                                             X
               EXTATT=YES,                                             X
               DATA=FIELD,                                             X
               STORAGE=AUTO,                                           X
               CTRL=(FREEKB,FRSET)
MAP1DS   DFHMDI SIZE=(24,80),CTRL=(FREEKB,FSET)
         DFHMDF POS=(1,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(2,1),                                             X
               LENGTH=28,                                              X
               INITIAL='*    INVOICE DISPUTES',                        X
               ATTRB=ASKIP,COLOR=YELLOW
         DFHMDF POS=(2,79),                                            X
               LENGTH=1,INITIAL='*',                                   X
               ATTRB=ASKIP
         DFHMDF POS=(3,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(5,1),                                             X
               LENGTH=11,                                              X
               INITIAL='NO ORDER  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
ORDNO    DFHMDF POS=(5,14),                                            X
               PICIN='X(6)',PICOUT='X(6)',                             X
               LENGTH=06,                                              X
               VALIDN=(MUSTENTER),                                     X
               INITIAL='______',                                       X
               ATTRB=(UNPROT,IC,FSET,NUM)
         DFHMDF POS=(5,21),                                            X
               LENGTH=00
         DFHMDF POS=(5,25),                                            X
               LENGTH=11,                                              X
               INITIAL='DOC TYPE  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
DTYPE    DFHMDF POS=(5,38),                                            X
               LENGTH=01,                                              X
               INITIAL='_',                                            X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(5,40),                                            X
               LENGTH=00
         DFHMDF POS=(5,42),                                            X
               LENGTH=36,                                              X
               INITIAL='(H=INVOICE  B=B/O INV  F=FIN CHARGE)',         X
               ATTRB=ASKIP
         DFHMDF POS=(7,1),                                             X
               LENGTH=11,                                              X
               INITIAL='NO CUST   :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
CUSNO    DFHMDF POS=(7,14),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(7,25),                                            X
               LENGTH=11,                                              X
               INITIAL='COMPANY   :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
COMP     DFHMDF POS=(7,38),                                            X
               LENGTH=30,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(8,1),                                             X
               LENGTH=11,                                              X
               INITIAL='OPEN BAL  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
OBAL     DFHMDF POS=(8,14),                                            X
               LENGTH=12,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(8,30),                                            X
               LENGTH=11,                                              X
               INITIAL='STATUS    :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
DSTAT    DFHMDF POS=(8,43),                                            X
               LENGTH=20,                                              X
               ATTRB=(ASKIP,BRT),COLOR=TURQUOISE
         DFHMDF POS=(10,1),                                            X
               LENGTH=11,                                              X
               INITIAL='REASON    :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
REASON   DFHMDF POS=(10,14),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(10,17),                                           X
               LENGTH=00
         DFHMDF POS=(10,18),                                           X
               LENGTH=26,                                              X
               INITIAL='QT=QTY DM=DAMAGED PR=PRICE',                   X
               ATTRB=ASKIP
         DFHMDF POS=(10,45),                                           X
               LENGTH=31,                                              X
               INITIAL='RT=RETURN NR=NOT RECVD OT=OTHER',              X
               ATTRB=ASKIP
         DFHMDF POS=(11,1),                                            X
               LENGTH=11,                                              X
               INITIAL='AMOUNT    :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
DAMT     DFHMDF POS=(11,14),                                           X
               LENGTH=10,                                              X
               INITIAL='__________',                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(11,25),                                           X
               LENGTH=00
         DFHMDF POS=(11,26),                                           X
               LENGTH=12,                                              X
               INITIAL='(9999999.99)',                                 X
               ATTRB=ASKIP
         DFHMDF POS=(12,1),                                            X
               LENGTH=11,                                              X
               INITIAL='CONTACT   :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
CONTACT  DFHMDF POS=(12,14),                                           X
               LENGTH=30,                                              X
               INITIAL='______________________________',               X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(12,45),                                           X
               LENGTH=00
         DFHMDF POS=(13,1),                                            X
               LENGTH=11,                                              X
               INITIAL='NOTES     :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
NOTES    DFHMDF POS=(13,14),                                           X
               LENGTH=60,                                              X
               INITIAL='_______________________________________________X
               _____________',                                         X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(13,75),                                           X
               LENGTH=00
         DFHMDF POS=(15,1),                                            X
               LENGTH=11,                                              X
               INITIAL='OPENED ON :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
ODATE    DFHMDF POS=(15,14),                                           X
               LENGTH=10,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(15,30),                                           X
               LENGTH=11,                                              X
               INITIAL='OPENED BY :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
OUSER    DFHMDF POS=(15,43),                                           X
               LENGTH=08,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(17,1),                                            X
               LENGTH=11,                                              X
               INITIAL='RESOLUTION:',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
RESOL    DFHMDF POS=(17,14),                                           X
               LENGTH=01,                                              X
               INITIAL='_',                                            X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(17,16),                                           X
               LENGTH=00
         DFHMDF POS=(17,17),                                           X
               LENGTH=38,                                              X
               INITIAL='C=CREDITED  W=WITHDRAWN  X=WRITTEN OFF',       X
               ATTRB=ASKIP
         DFHMDF POS=(18,1),                                            X
               LENGTH=11,                                              X
               INITIAL='RESOLVED  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
RDATE    DFHMDF POS=(18,14),                                           X
               LENGTH=10,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(18,30),                                           X
               LENGTH=11,                                              X
               INITIAL='RESOLV. BY:',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
RUSER    DFHMDF POS=(18,43),                                           X
               LENGTH=08,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(21,1),                                            X
               LENGTH=79,                                              X
               INITIAL='* ESC:FIN  ENTER:CONSULTER  PF5:OUVRIR  PF6:RESX
               OUDRE                          *',                      X
               ATTRB=ASKIP
         DFHMDF POS=(22,1),                                            X
               LENGTH=12,                                              X
               INITIAL='* MESSAGE : ',                                 X
               ATTRB=ASKIP
MESS1    DFHMDF POS=(22,14),                                           X
               LENGTH=55,                                              X
               ATTRB=(ASKIP,BRT),COLOR=RED
         DFHMDF POS=(22,79),                                           X
               LENGTH=1,                                               X
               INITIAL='*',                                            X
               ATTRB=ASKIP
         DFHMDF POS=(24,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMSD  TYPE=FINAL
         END
