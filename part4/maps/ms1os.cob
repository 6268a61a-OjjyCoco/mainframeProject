DETAIL   DFHMDF POS=(11,14),                                           X
               LENGTH=50,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(13,1),                                            X
               LENGTH=11,                                              X
               INITIAL='SHIPMENT  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SHIPVIA  DFHMDF POS=(13,14),                                           X
               LENGTH=50,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
