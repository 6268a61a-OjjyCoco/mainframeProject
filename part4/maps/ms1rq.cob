               ATTRB=ASKIP
         DFHMDF POS=(21,1),                                            X
               LENGTH=79,                                              X
               INITIAL='* ESC:FIN  ENTER:RAFRAICHIR  PF5:JOURNAL DE NUIX
               T                              *',                      X
               ATTRB=ASKIP
         DFHMDF POS=(22,1),                                            X
               LENGTH=12,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
MAP2RQ   DFHMDI SIZE=(24,80),CTRL=(FREEKB,FSET)
         DFHMDF POS=(1,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(2,1),                                             X
               LENGTH=30,                                              X
               INITIAL='*    NIGHT JOB LOG',                           X
               ATTRB=ASKIP,COLOR=YELLOW
         DFHMDF POS=(2,79),                                            X
               LENGTH=1,INITIAL='*',                                   X
               ATTRB=ASKIP
         DFHMDF POS=(3,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(4,1),                                             X
               LENGTH=68,                                              X
               INITIAL='PROGRAM  DATE       START    END        RC    IX
               NPUT   OUTPUT RUN KEY',                                 X
               ATTRB=ASKIP,COLOR=YELLOW
LOG01    DFHMDF POS=(5,1),                                             X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG02    DFHMDF POS=(6,1),                                             X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG03    DFHMDF POS=(7,1),                                             X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG04    DFHMDF POS=(8,1),                                             X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG05    DFHMDF POS=(9,1),                                             X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG06    DFHMDF POS=(10,1),                                            X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG07    DFHMDF POS=(11,1),                                            X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG08    DFHMDF POS=(12,1),                                            X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG09    DFHMDF POS=(13,1),                                            X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG10    DFHMDF POS=(14,1),                                            X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG11    DFHMDF POS=(15,1),                                            X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG12    DFHMDF POS=(16,1),                                            X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG13    DFHMDF POS=(17,1),                                            X
               LENGTH=78,                                              X
               ATTRB=ASKIP
LOG14    DFHMDF POS=(18,1),                                            X
               LENGTH=78,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(21,1),                                            X
               LENGTH=79,                                              X
               INITIAL='* ESC:FIN  ENTER:RAFRAICHIR  PF3:RETOUR  PF7:PRX
               ECEDENT  PF8:SUIVANT           *',                      X
               ATTRB=ASKIP
         DFHMDF POS=(22,1),                                            X
               LENGTH=12,                                              X
               INITIAL='* MESSAGE : ',                                 X
               ATTRB=ASKIP
MESS2    DFHMDF POS=(22,14),                                           X
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
