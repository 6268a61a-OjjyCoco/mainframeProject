MS1NA    DFHMSD TYPE=&SYSPARM,                                         X
               MODE=INOUT,                                             X
               LANG=COBOL,                                             X
               EXTATT=YES,                                             X
               DATA=FIELD,                                             X
               STORAGE=AUTO,                                           X
               CTRL=(FREEKB,FRSET)
MAP1NA   DFHMDI SIZE=(24,80),CTRL=(FREEKB,FSET)
         DFHMDF POS=(1,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(2,1),                                             X
               LENGTH=34,                                              X
               INITIAL='*    NATIONAL ACCOUNT MAINTENANCE',            X
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
               LENGTH=18,                                              X
               INITIAL='NO CUSTOMER      :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
CNO      DFHMDF POS=(5,22),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               VALIDN=(MUSTENTER),                                     X
               ATTRB=(UNPROT,IC,FSET,NUM)
         DFHMDF POS=(5,26),                                            X
               LENGTH=00
COMP     DFHMDF POS=(5,30),                                            X
               LENGTH=30,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(7,1),                                             X
               LENGTH=18,                                              X
               INITIAL='ACCOUNT TYPE     :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
NTYPE    DFHMDF POS=(7,22),                                            X
               LENGTH=01,                                              X
               INITIAL='_',                                            X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(7,24),                                            X
               LENGTH=00
         DFHMDF POS=(7,30),                                            X
               LENGTH=20,                                              X
               INITIAL='(P=PARENT  B=BRANCH)',                         X
               ATTRB=ASKIP
         DFHMDF POS=(9,1),                                             X
               LENGTH=18,                                              X
               INITIAL='PARENT ACCOUNT   :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
PARNO    DFHMDF POS=(9,22),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(9,26),                                            X
               LENGTH=00
PCOMP    DFHMDF POS=(9,30),                                            X
               LENGTH=30,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(11,1),                                            X
               LENGTH=18,                                              X
               INITIAL='GROUP CR. LIMIT  :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
GLIM     DFHMDF POS=(11,22),                                           X
               LENGTH=10,                                              X
               INITIAL='__________',                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(11,33),                                           X
               LENGTH=00
         DFHMDF POS=(11,34),                                           X
               LENGTH=36,                                              X
               INITIAL='(9999999.99 - PARENT ONLY, 0 = NONE)',         X
               ATTRB=ASKIP
         DFHMDF POS=(13,1),                                            X
               LENGTH=18,                                              X
               INITIAL='CONSOL. STATEMENT:',                           X
               ATTRB=ASKIP,COLOR=YELLOW
CONS     DFHMDF POS=(13,22),                                           X
               LENGTH=01,                                              X
               INITIAL='_',                                            X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(13,24),                                           X
               LENGTH=00
         DFHMDF POS=(13,30),                                           X
               LENGTH=19,                                              X
               INITIAL='(Y/N - PARENT ONLY)',                          X
               ATTRB=ASKIP
         DFHMDF POS=(15,1),                                            X
               LENGTH=18,                                              X
               INITIAL='BRANCHES         :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
BRL1     DFHMDF POS=(15,22),                                           X
               LENGTH=57,                                              X
               ATTRB=ASKIP
BRL2     DFHMDF POS=(16,22),                                           X
               LENGTH=57,                                              X
               ATTRB=ASKIP
BRL3     DFHMDF POS=(17,22),                                           X
               LENGTH=57,                                              X
               ATTRB=ASKIP
BRL4     DFHMDF POS=(18,22),                                           X
               LENGTH=57,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(21,1),                                            X
               LENGTH=79,                                              X
               INITIAL='* ESC:FIN  ENTER:AJOUTER  PF5:CONSULTER  PF6:MOX
               DIFIER  PF9:SUPPRIMER          *',                      X
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
         DFHMDF POS=(23,1),                                            X
               LENGTH=1,                                               X
               INITIAL='*',                                            X
               ATTRB=ASKIP
MESS2    DFHMDF POS=(23,14),                                           X
               LENGTH=56,                                              X
               ATTRB=(ASKIP,BRT),COLOR=RED
         DFHMDF POS=(23,79),                                           X
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
