MS1SH    DFHMSD TYPE=&SYSPARM,                                         X
               MODE=INOUT,                                             X
               LANG=COBOL,                                             X
               EXTATT=YES,                                             X
               DATA=FIELD,                                             X
               STORAGE=AUTO,                                           X
               CTRL=(FREEKB,FRSET)
MAP1SH   DFHMDI SIZE=(24,80),CTRL=(FREEKB,FSET)
         DFHMDF POS=(1,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(2,1),                                             X
               LENGTH=29,                                              X
               INITIAL='*    SHIPMENT CONFIRMATION',                   X
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
               LENGTH=11,                                              X
               INITIAL='ORDER NO  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
ORDNO    DFHMDF POS=(4,14),                                            X
               LENGTH=06,                                              X
               INITIAL='______',                                       X
               ATTRB=(UNPROT,IC,FSET,NUM)
         DFHMDF POS=(4,21),                                            X
               LENGTH=00
         DFHMDF POS=(4,25),                                            X
               LENGTH=11,                                              X
               INITIAL='STATUS    :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SSTAT    DFHMDF POS=(4,38),                                            X
               LENGTH=40,                                              X
               ATTRB=(ASKIP,BRT),COLOR=TURQUOISE
         DFHMDF POS=(5,1),                                             X
               LENGTH=11,                                              X
               INITIAL='CUSTOMER  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
CUSNO    DFHMDF POS=(5,14),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
COMP     DFHMDF POS=(5,18),                                            X
               LENGTH=30,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(5,50),                                            X
               LENGTH=11,                                              X
               INITIAL='ORDER DATE:',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
ODATE    DFHMDF POS=(5,63),                                            X
               LENGTH=10,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(6,1),                                             X
               LENGTH=11,                                              X
               INITIAL='PICKED ON :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
PICKD    DFHMDF POS=(6,14),                                            X
               LENGTH=10,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(6,25),                                            X
               LENGTH=11,                                              X
               INITIAL='CONFIRMED :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
CONFD    DFHMDF POS=(6,38),                                            X
               LENGTH=10,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(6,50),                                            X
               LENGTH=11,                                              X
               INITIAL='BY        :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
CONFU    DFHMDF POS=(6,63),                                            X
               LENGTH=08,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(7,1),                                             X
               LENGTH=11,                                              X
               INITIAL='CARRIER   :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
CARR     DFHMDF POS=(7,14),                                            X
               LENGTH=10,                                              X
               INITIAL='__________',                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(7,25),                                            X
               LENGTH=00
         DFHMDF POS=(7,27),                                            X
               LENGTH=11,                                              X
               INITIAL='TRACKING  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
TRACK    DFHMDF POS=(7,40),                                            X
               LENGTH=30,                                              X
               INITIAL='______________________________',               X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(7,71),                                            X
               LENGTH=00
         DFHMDF POS=(8,1),                                             X
               LENGTH=11,                                              X
               INITIAL='SHIP DATE :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SHPDT    DFHMDF POS=(8,14),                                            X
               LENGTH=10,                                              X
               INITIAL='__________',                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(8,25),                                            X
               LENGTH=00
         DFHMDF POS=(8,27),                                            X
               LENGTH=11,                                              X
               INITIAL='PACKAGES  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
PKGS     DFHMDF POS=(8,40),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(8,44),                                            X
               LENGTH=00
         DFHMDF POS=(8,50),                                            X
               LENGTH=11,                                              X
               INITIAL='WEIGHT    :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
WGHT     DFHMDF POS=(8,63),                                            X
               LENGTH=08,                                              X
               INITIAL='________',                                     X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(8,72),                                            X
               LENGTH=00
         DFHMDF POS=(10,1),                                            X
               LENGTH=12,                                              X
               INITIAL='PRD ORD SHIP',                                 X
               ATTRB=ASKIP,COLOR=YELLOW
         DFHMDF POS=(10,27),                                           X
               LENGTH=12,                                              X
               INITIAL='PRD ORD SHIP',                                 X
               ATTRB=ASKIP,COLOR=YELLOW
         DFHMDF POS=(10,53),                                           X
               LENGTH=12,                                              X
               INITIAL='PRD ORD SHIP',                                 X
               ATTRB=ASKIP,COLOR=YELLOW
PNO1     DFHMDF POS=(11,1),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD1    DFHMDF POS=(11,6),                                            X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP1    DFHMDF POS=(11,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(11,13),                                           X
               LENGTH=00
PNO2     DFHMDF POS=(11,27),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD2    DFHMDF POS=(11,32),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP2    DFHMDF POS=(11,36),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(11,39),                                           X
               LENGTH=00
PNO3     DFHMDF POS=(11,53),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD3    DFHMDF POS=(11,58),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP3    DFHMDF POS=(11,62),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(11,65),                                           X
               LENGTH=00
PNO4     DFHMDF POS=(12,1),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD4    DFHMDF POS=(12,6),                                            X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP4    DFHMDF POS=(12,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(12,13),                                           X
               LENGTH=00
PNO5     DFHMDF POS=(12,27),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD5    DFHMDF POS=(12,32),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP5    DFHMDF POS=(12,36),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(12,39),                                           X
               LENGTH=00
PNO6     DFHMDF POS=(12,53),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD6    DFHMDF POS=(12,58),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP6    DFHMDF POS=(12,62),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(12,65),                                           X
               LENGTH=00
PNO7     DFHMDF POS=(13,1),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD7    DFHMDF POS=(13,6),                                            X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP7    DFHMDF POS=(13,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(13,13),                                           X
               LENGTH=00
PNO8     DFHMDF POS=(13,27),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD8    DFHMDF POS=(13,32),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP8    DFHMDF POS=(13,36),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(13,39),                                           X
               LENGTH=00
PNO9     DFHMDF POS=(13,53),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD9    DFHMDF POS=(13,58),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP9    DFHMDF POS=(13,62),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(13,65),                                           X
               LENGTH=00
PNO10    DFHMDF POS=(14,1),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD10   DFHMDF POS=(14,6),                                            X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP10   DFHMDF POS=(14,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(14,13),                                           X
               LENGTH=00
PNO11    DFHMDF POS=(14,27),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD11   DFHMDF POS=(14,32),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP11   DFHMDF POS=(14,36),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(14,39),                                           X
               LENGTH=00
PNO12    DFHMDF POS=(14,53),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD12   DFHMDF POS=(14,58),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP12   DFHMDF POS=(14,62),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(14,65),                                           X
               LENGTH=00
PNO13    DFHMDF POS=(15,1),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD13   DFHMDF POS=(15,6),                                            X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP13   DFHMDF POS=(15,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(15,13),                                           X
               LENGTH=00
PNO14    DFHMDF POS=(15,27),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD14   DFHMDF POS=(15,32),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP14   DFHMDF POS=(15,36),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(15,39),                                           X
               LENGTH=00
PNO15    DFHMDF POS=(15,53),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD15   DFHMDF POS=(15,58),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP15   DFHMDF POS=(15,62),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(15,65),                                           X
               LENGTH=00
PNO16    DFHMDF POS=(16,1),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD16   DFHMDF POS=(16,6),                                            X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP16   DFHMDF POS=(16,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(16,13),                                           X
               LENGTH=00
PNO17    DFHMDF POS=(16,27),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD17   DFHMDF POS=(16,32),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP17   DFHMDF POS=(16,36),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(16,39),                                           X
               LENGTH=00
PNO18    DFHMDF POS=(16,53),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD18   DFHMDF POS=(16,58),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP18   DFHMDF POS=(16,62),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(16,65),                                           X
               LENGTH=00
PNO19    DFHMDF POS=(17,1),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD19   DFHMDF POS=(17,6),                                            X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP19   DFHMDF POS=(17,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(17,13),                                           X
               LENGTH=00
PNO20    DFHMDF POS=(17,27),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD20   DFHMDF POS=(17,32),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP20   DFHMDF POS=(17,36),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(17,39),                                           X
               LENGTH=00
PNO21    DFHMDF POS=(17,53),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD21   DFHMDF POS=(17,58),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP21   DFHMDF POS=(17,62),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(17,65),                                           X
               LENGTH=00
PNO22    DFHMDF POS=(18,1),                                            X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD22   DFHMDF POS=(18,6),                                            X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP22   DFHMDF POS=(18,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,13),                                           X
               LENGTH=00
PNO23    DFHMDF POS=(18,27),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD23   DFHMDF POS=(18,32),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP23   DFHMDF POS=(18,36),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,39),                                           X
               LENGTH=00
PNO24    DFHMDF POS=(18,53),                                           X
               LENGTH=03,                                              X
               ATTRB=ASKIP
QORD24   DFHMDF POS=(18,58),                                           X
               LENGTH=02,                                              X
               ATTRB=ASKIP
QSHP24   DFHMDF POS=(18,62),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(18,65),                                           X
               LENGTH=00
LNRNG    DFHMDF POS=(19,1),                                            X
               LENGTH=30,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(21,1),                                            X
               LENGTH=79,                                              X
               INITIAL='* ESC:FIN ENTER:CONSULT PF6:CONFIRM PF7:PREV LIX
               NES PF8:NEXT LINES             *',                      X
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
