000100******************************************************************00010000
000110* STKREC - STOCK MASTER RECORD (KSDS STKMSTR, KEY = P_NO).    *   00011000
000120* ON-HAND IS RELIEVED BY PJPART3 FOR EVERY EXTRACT LINE AND   *   00012000
000130* REPLENISHED BY THE PJPART3I RECEIPTS BATCH; ON-ORDER IS     *   00013000
000140* REBUILT BY PJPART3I FROM THE OPEN POMSTR PURCHASE ORDER     *   00014000
000141* LINES. STK-VEND-NO IS THE PREFERRED VENDOR (VENDMSTR) THE   *   00014100
000142* REORDER SUGGESTIONS ARE RAISED WITH.                        *   00014200
000143* STK-COUNT-SW IS SET BY PJPT3CNT WHILE THE PART IS           *   00014300
000144* BEING COUNTED : PJPART3 THEN HOLDS ITS RELIEF IN            *   00014400
000145* STK-COUNT-HELD UNTIL THE COUNT IS POSTED.                   *   00014500
000150* PJORDE READS THE RECORD ONLINE FOR THE AVAILABILITY CHECK.  *   00015000
000160******************************************************************00016000
000170 01 STOCK-RECORD.                                                 00017000
000210      05 STK-ONORDER  PIC S9(7).                                  00021000
000220      05 STK-REORD-PT PIC 9(5).                                   00022000
000230      05 STK-REORD-QT PIC 9(5).                                   00023000
000240      05 STK-VEND-NO  PIC X(5).                                   00024000
000250      05 STK-COUNT-SW PIC X(1).                                   00025000
000260         88 STK-COUNT-IN-PROGRESS VALUE 'Y'.                      00026000
000270      05 STK-COUNT-HELD PIC S9(5).                                00027000
000280      05 FILLER       PIC X(1).                                   00028000
