               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(10,41),                                           X
               LENGTH=00
         DFHMDF POS=(12,1),                                            X
               LENGTH=19,                                              X
               INITIAL='SALESPERSON/SHR% :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
SPEMP1   DFHMDF POS=(12,22),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP,COLOR=GREEN
         DFHMDF POS=(12,26),                                           X
               LENGTH=01,                                              X
               INITIAL='/',                                            X
               ATTRB=ASKIP,COLOR=YELLOW
SPSHR1   DFHMDF POS=(12,28),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(12,32),                                           X
               LENGTH=00
         DFHMDF POS=(13,1),                                            X
               LENGTH=19,                                              X
               INITIAL='SPLIT NO/SHR%    :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
SPEMP2   DFHMDF POS=(13,22),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(13,26),                                           X
               LENGTH=01,                                              X
               INITIAL='/',                                            X
               ATTRB=ASKIP,COLOR=YELLOW
SPSHR2   DFHMDF POS=(13,28),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(13,32),                                           X
               LENGTH=00
SPEMP3   DFHMDF POS=(14,22),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(14,26),                                           X
               LENGTH=01,                                              X
               INITIAL='/',                                            X
               ATTRB=ASKIP,COLOR=YELLOW
SPSHR3   DFHMDF POS=(14,28),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(14,32),                                           X
               LENGTH=00
SPEMP4   DFHMDF POS=(15,22),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(15,26),                                           X
               LENGTH=01,                                              X
               INITIAL='/',                                            X
               ATTRB=ASKIP,COLOR=YELLOW
SPSHR4   DFHMDF POS=(15,28),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(15,32),                                           X
               LENGTH=00
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               LENGTH=1,                                               X
               INITIAL='*',                                            X
               ATTRB=ASKIP
         DFHMDF POS=(23,1),                                            X
               LENGTH=41,                                              X
               INITIAL='* PF5:MODIFIER LE PARTAGE DES COMMISSIONS',    X
               ATTRB=ASKIP
         DFHMDF POS=(23,79),                                           X
               LENGTH=1,                                               X
               INITIAL='*',                                            X
               ATTRB=ASKIP
         DFHMDF POS=(24,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
