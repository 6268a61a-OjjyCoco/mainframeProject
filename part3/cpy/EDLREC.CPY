000100******************************************************************00010000
000110* EDLREC - EDI TRANSMISSION LOG (KSDS EDILOG, KEY = INTERCHANGE  *00011000
000120* CONTROL NUMBER + TRANSACTION SET CONTROL NUMBER). PJPT3EDI     *00012000
000130* WRITES ONE RECORD PER 810 TRANSMITTED, STATUS S ; PJPT3ACK     *00013000
000140* SETS IT FROM THE 997 ACKNOWLEDGEMENTS (A ACCEPTED, E ACCEPTED  *00014000
000150* WITH ERRORS, R REJECTED). THE RECORD WITH AN ALL-ZERO KEY IS   *00015000
000160* THE CONTROL RECORD CARRYING THE LAST INTERCHANGE CONTROL       *00016000
000170* NUMBER ISSUED, SO A NUMBER IS NEVER USED TWICE ; PJPT3EPO      *00017000
000180* TAKES THE NUMBERS OF ITS 855 INTERCHANGES FROM IT TOO. THE     *00018000
000181* GROUP CONTROL NUMBER IS THE INTERCHANGE CONTROL NUMBER.        *00018100
000190******************************************************************00019000
000200 01 L-EDILOG.                                                     00020000
000210      05 EDL-KEY.                                                 00021000
000220         10 EDL-ICN       PIC 9(9).                               00022000
000230         10 EDL-STCN      PIC 9(4).                               00023000
000240      05 EDL-DATA.                                                00024000
000250         10 EDL-C-NO      PIC 9(3).                               00025000
000260         10 EDL-O-NO      PIC 9(6).                               00026000
000270         10 EDL-DOC-TYPE  PIC X(1).                               00027000
000280         10 EDL-TOTAL     PIC 9(7)V99.                            00028000
000290         10 EDL-COMPANY   PIC X(30).                              00029000
000300         10 EDL-ISA-ID    PIC X(15).                              00030000
000310         10 EDL-SENT-DATE PIC X(10).                              00031000
000320         10 EDL-SENT-TIME PIC X(4).                               00032000
000330         10 EDL-STATUS    PIC X(1).                               00033000
000340            88 EDL-SENT         VALUE 'S'.                        00034000
000350            88 EDL-ACCEPTED     VALUE 'A'.                        00035000
000360            88 EDL-ACC-ERRORS   VALUE 'E'.                        00036000
000370            88 EDL-REJECTED     VALUE 'R'.                        00037000
000380         10 EDL-ACK-DATE  PIC X(10).                              00038000
000390         10 EDL-PAPER     PIC X(1).                               00039000
000400         10 FILLER        PIC X(17).                              00040000
000410      05 EDL-CTL-DATA REDEFINES EDL-DATA.                         00041000
000420         10 EDL-LAST-ICN  PIC 9(9).                               00042000
000430         10 EDL-LAST-DATE PIC X(10).                              00043000
000440         10 EDL-LAST-TIME PIC X(4).                               00044000
000450         10 FILLER        PIC X(84).                              00045000
