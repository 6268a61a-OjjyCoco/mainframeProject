MS1SO    DFHMSD TYPE=&SYSPARM,                                         X
               MODE=INOUT,                                             X
               LANG=COBOL,                                             X
               EXTATT=YES,                                             X
               DATA=FIELD,                                             X
               STORAGE=AUTO,                                           X
               CTRL=(FREEKB,FRSET)
MAP1SO   DFHMDI SIZE=(24,80),CTRL=(FREEKB,FSET)
         DFHMDF POS=(1,1),                                             X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(2,1),                                             X
               LENGTH=28,                                              X
               INITIAL='*    STANDING ORDERS',                         X
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
               INITIAL='NO CUST   :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
CUSNO    DFHMDF POS=(4,14),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,IC,FSET,NUM)
         DFHMDF POS=(4,18),                                            X
               LENGTH=00
         DFHMDF POS=(4,25),                                            X
               LENGTH=11,                                              X
               INITIAL='NO STD ORD:',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SONO     DFHMDF POS=(4,38),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(4,42),                                            X
               LENGTH=00
         DFHMDF POS=(4,45),                                            X
               LENGTH=11,                                              X
               INITIAL='STATUS    :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SSTAT    DFHMDF POS=(4,58),                                            X
               LENGTH=10,                                              X
               ATTRB=(ASKIP,BRT),COLOR=TURQUOISE
         DFHMDF POS=(5,1),                                             X
               LENGTH=11,                                              X
               INITIAL='COMPANY   :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
COMP     DFHMDF POS=(5,14),                                            X
               LENGTH=30,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(5,48),                                            X
               LENGTH=11,                                              X
               INITIAL='LAST RUN  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
LASTD    DFHMDF POS=(5,61),                                            X
               LENGTH=10,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(6,1),                                             X
               LENGTH=11,                                              X
               INITIAL='SALESPERS.:',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SLSNO    DFHMDF POS=(6,14),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(6,18),                                            X
               LENGTH=00
SLSNM    DFHMDF POS=(6,20),                                            X
               LENGTH=25,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(6,48),                                            X
               LENGTH=11,                                              X
               INITIAL='LAST ORDER:',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
LASTO    DFHMDF POS=(6,61),                                            X
               LENGTH=06,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(7,1),                                             X
               LENGTH=11,                                              X
               INITIAL='FREQUENCY :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
FREQ     DFHMDF POS=(7,14),                                            X
               LENGTH=01,                                              X
               INITIAL='_',                                            X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(7,16),                                            X
               LENGTH=00
         DFHMDF POS=(7,17),                                            X
               LENGTH=32,                                              X
               INITIAL='W=WEEKLY F=FORTNIGHTLY M=MONTHLY',             X
               ATTRB=ASKIP
         DFHMDF POS=(7,51),                                            X
               LENGTH=4,                                               X
               INITIAL='DAY:',                                         X
               ATTRB=ASKIP,COLOR=YELLOW
SDAY     DFHMDF POS=(7,56),                                            X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(7,59),                                            X
               LENGTH=00
         DFHMDF POS=(7,60),                                            X
               LENGTH=13,                                              X
               INITIAL='(1-7 / 01-31)',                                X
               ATTRB=ASKIP
         DFHMDF POS=(8,1),                                             X
               LENGTH=11,                                              X
               INITIAL='START DATE:',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
STRDT    DFHMDF POS=(8,14),                                            X
               LENGTH=10,                                              X
               INITIAL='__________',                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(8,25),                                            X
               LENGTH=00
         DFHMDF POS=(8,27),                                            X
               LENGTH=11,                                              X
               INITIAL='END DATE  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
ENDDT    DFHMDF POS=(8,40),                                            X
               LENGTH=10,                                              X
               INITIAL='__________',                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(8,51),                                            X
               LENGTH=00
         DFHMDF POS=(8,52),                                            X
               LENGTH=21,                                              X
               INITIAL='(BLANK = NO END DATE)',                        X
               ATTRB=ASKIP
         DFHMDF POS=(9,1),                                             X
               LENGTH=11,                                              X
               INITIAL='SHIP NAME :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SHNAM    DFHMDF POS=(9,14),                                            X
               LENGTH=30,                                              X
               INITIAL='______________________________',               X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(9,45),                                            X
               LENGTH=00
         DFHMDF POS=(9,47),                                            X
               LENGTH=5,                                               X
               INITIAL='CITY:',                                        X
               ATTRB=ASKIP,COLOR=YELLOW
SHCTY    DFHMDF POS=(9,53),                                            X
               LENGTH=20,                                              X
               INITIAL='____________________',                         X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(9,74),                                            X
               LENGTH=00
         DFHMDF POS=(10,1),                                            X
               LENGTH=11,                                              X
               INITIAL='SHIP ADDR :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SHADR    DFHMDF POS=(10,14),                                           X
               LENGTH=50,                                              X
               INITIAL='_______________________________________________X
               ___',                                                   X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(10,65),                                           X
               LENGTH=00
         DFHMDF POS=(11,1),                                            X
               LENGTH=11,                                              X
               INITIAL='SHIP STATE:',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SHST     DFHMDF POS=(11,14),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(11,17),                                           X
               LENGTH=00
         DFHMDF POS=(11,25),                                           X
               LENGTH=11,                                              X
               INITIAL='SHIP ZIP  :',                                  X
               ATTRB=ASKIP,COLOR=YELLOW
SHZIP    DFHMDF POS=(11,38),                                           X
               LENGTH=05,                                              X
               INITIAL='_____',                                        X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(11,44),                                           X
               LENGTH=00
         DFHMDF POS=(13,1),                                            X
               LENGTH=24,                                              X
               INITIAL='LN  PRD  QT  DESCRIPTION',                     X
               ATTRB=ASKIP,COLOR=YELLOW
         DFHMDF POS=(13,41),                                           X
               LENGTH=24,                                              X
               INITIAL='LN  PRD  QT  DESCRIPTION',                     X
               ATTRB=ASKIP,COLOR=YELLOW
         DFHMDF POS=(14,1),                                            X
               LENGTH=2,                                               X
               INITIAL='1.',                                           X
               ATTRB=ASKIP
PNO1     DFHMDF POS=(14,5),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(14,9),                                            X
               LENGTH=00
QTY1     DFHMDF POS=(14,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(14,13),                                           X
               LENGTH=00
DSC1     DFHMDF POS=(14,14),                                           X
               LENGTH=25,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(14,41),                                           X
               LENGTH=2,                                               X
               INITIAL='2.',                                           X
               ATTRB=ASKIP
PNO2     DFHMDF POS=(14,45),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(14,49),                                           X
               LENGTH=00
QTY2     DFHMDF POS=(14,50),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(14,53),                                           X
               LENGTH=00
DSC2     DFHMDF POS=(14,54),                                           X
               LENGTH=25,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(15,1),                                            X
               LENGTH=2,                                               X
               INITIAL='3.',                                           X
               ATTRB=ASKIP
PNO3     DFHMDF POS=(15,5),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(15,9),                                            X
               LENGTH=00
QTY3     DFHMDF POS=(15,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(15,13),                                           X
               LENGTH=00
DSC3     DFHMDF POS=(15,14),                                           X
               LENGTH=25,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(15,41),                                           X
               LENGTH=2,                                               X
               INITIAL='4.',                                           X
               ATTRB=ASKIP
PNO4     DFHMDF POS=(15,45),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(15,49),                                           X
               LENGTH=00
QTY4     DFHMDF POS=(15,50),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(15,53),                                           X
               LENGTH=00
DSC4     DFHMDF POS=(15,54),                                           X
               LENGTH=25,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(16,1),                                            X
               LENGTH=2,                                               X
               INITIAL='5.',                                           X
               ATTRB=ASKIP
PNO5     DFHMDF POS=(16,5),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(16,9),                                            X
               LENGTH=00
QTY5     DFHMDF POS=(16,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(16,13),                                           X
               LENGTH=00
DSC5     DFHMDF POS=(16,14),                                           X
               LENGTH=25,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(16,41),                                           X
               LENGTH=2,                                               X
               INITIAL='6.',                                           X
               ATTRB=ASKIP
PNO6     DFHMDF POS=(16,45),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(16,49),                                           X
               LENGTH=00
QTY6     DFHMDF POS=(16,50),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(16,53),                                           X
               LENGTH=00
DSC6     DFHMDF POS=(16,54),                                           X
               LENGTH=25,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(17,1),                                            X
               LENGTH=2,                                               X
               INITIAL='7.',                                           X
               ATTRB=ASKIP
PNO7     DFHMDF POS=(17,5),                                            X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(17,9),                                            X
               LENGTH=00
QTY7     DFHMDF POS=(17,10),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(17,13),                                           X
               LENGTH=00
DSC7     DFHMDF POS=(17,14),                                           X
               LENGTH=25,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(17,41),                                           X
               LENGTH=2,                                               X
               INITIAL='8.',                                           X
               ATTRB=ASKIP
PNO8     DFHMDF POS=(17,45),                                           X
               LENGTH=03,                                              X
               INITIAL='___',                                          X
               ATTRB=(UNPROT,FSET)
         DFHMDF POS=(17,49),                                           X
               LENGTH=00
QTY8     DFHMDF POS=(17,50),                                           X
               LENGTH=02,                                              X
               INITIAL='__',                                           X
               ATTRB=(UNPROT,FSET,NUM)
         DFHMDF POS=(17,53),                                           X
               LENGTH=00
DSC8     DFHMDF POS=(17,54),                                           X
               LENGTH=25,                                              X
               ATTRB=ASKIP
         DFHMDF POS=(20,1),                                            X
               LENGTH=79,                                              X
               INITIAL='***********************************************X
               ********************************',                      X
               ATTRB=ASKIP
         DFHMDF POS=(21,1),                                            X
               LENGTH=79,                                              X
               INITIAL='* ESC:FIN ENTER:CONSULT PF5:CREER PF6:MODIF PF7X
               :SUSP PF8:REPRISE PF9:CLORE    *',                      X
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
