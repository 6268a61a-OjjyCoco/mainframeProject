EMPNAM   DFHMDF POS=(11,30),                                           X
               LENGTH=30,                                              X
               ATTRB=ASKIP,COLOR=GREEN
         DFHMDF POS=(11,61),                                           X
               LENGTH=06,                                              X
               INITIAL='SHR% :',                                       X
               ATTRB=ASKIP,COLOR=YELLOW
SPSHR1   DFHMDF POS=(11,68),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(11,72),                                           X
               LENGTH=00
         DFHMDF POS=(13,1),                                            X
               LENGTH=21,                                              X
               INITIAL='SHIP TO (OPTIONAL) :',                         X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(16,51),                                           X
               LENGTH=00
         DFHMDF POS=(18,1),                                            X
               LENGTH=19,                                              X
               INITIAL='SPLIT NO/SHR%    :',                           X
               ATTRB=ASKIP,COLOR=YELLOW
SPEMP2   DFHMDF POS=(18,22),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,26),                                           X
               LENGTH=01,                                              X
               INITIAL='/',                                            X
               ATTRB=ASKIP,COLOR=YELLOW
SPSHR2   DFHMDF POS=(18,28),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,32),                                           X
               LENGTH=00
SPEMP3   DFHMDF POS=(18,36),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,40),                                           X
               LENGTH=01,                                              X
               INITIAL='/',                                            X
               ATTRB=ASKIP,COLOR=YELLOW
SPSHR3   DFHMDF POS=(18,42),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,46),                                           X
               LENGTH=00
SPEMP4   DFHMDF POS=(18,50),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,54),                                           X
               LENGTH=01,                                              X
               INITIAL='/',                                            X
               ATTRB=ASKIP,COLOR=YELLOW
SPSHR4   DFHMDF POS=(18,56),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,60),                                           X
               LENGTH=00
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
