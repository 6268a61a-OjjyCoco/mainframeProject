TOTAMT   DFHMDF POS=(10,43),                                           X
               LENGTH=10,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(11,1),                                            X
               LENGTH=11,                                              X
               INITIAL='SHIPPED VIA',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SHIPVIA  DFHMDF POS=(11,14),                                           X
               LENGTH=50,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(12,1),                                            X
               LENGTH=64,                                              X
               INITIAL='PNO  DESCRIPTION                    QT  PRICE  X
               ATTRB=ASKIP
         DFHMDF POS=(21,1),                                            X
               LENGTH=79,                                              X
               INITIAL='* ESC:FIN ENTER:CONSULT PF4:RELIQUAT PF5:AVOIR X
               PF6:CLIENT PF7:PREC PF8:SUIV   *',                      X
               ATTRB=ASKIP
         DFHMDF POS=(22,1),                                            X
               LENGTH=12,                                              X
