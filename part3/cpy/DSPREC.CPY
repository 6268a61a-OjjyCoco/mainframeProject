000100******************************************************************00010000
000110* DSPREC - INVOICE DISPUTE RECORD (KSDS DISPUTE, KEY = ORDER     *00011000
000120* NUMBER + DOCUMENT TYPE, AS IN OPNITEMK). OPENED AND RESOLVED   *00012000
000130* ONLINE BY PJDISPM (TRANSID PJDS). AN OPEN DISPUTE SUSPENDS THE *00013000
000140* DUNNING LETTERS (PJPART3D) AND THE FINANCE CHARGES (PJPART3F)  *00014000
000150* ON THE DOCUMENT, WHICH SHOWS IN DISPUTE ON THE AGING REPORT,   *00015000
000160* THE STATEMENTS AND THE PJOS SCREEN. LISTED WEEKLY BY PJPT3DSP. *00016000
000170* A RESOLVED DISPUTE STAYS ON FILE WITH ITS RESOLUTION ; IT MAY  *00017000
000180* BE REOPENED, WHICH OVERWRITES IT.                              *00018000
000190******************************************************************00019000
000200 01 DISPUTE-RECORD.                                               00020000
000210      05 DSP-KEY.                                                 00021000
000220         10 DSP-O-NO    PIC 9(6).                                 00022000
000230         10 DSP-TYPE    PIC X(1).                                 00023000
000240      05 DSP-STATUS     PIC X(1).                                 00024000
000250         88 DSP-OPEN        VALUE 'O'.                            00025000
000260         88 DSP-CREDITED    VALUE 'C'.                            00026000
000270         88 DSP-WITHDRAWN   VALUE 'W'.                            00027000
000280         88 DSP-WRITTEN-OFF VALUE 'X'.                            00028000
000290         88 DSP-RESOLUTION-VALID VALUE 'C' 'W' 'X'.               00029000
000300      05 DSP-C-NO       PIC 9(3).                                 00030000
000310      05 DSP-COMPANY    PIC X(30).                                00031000
000320      05 DSP-DOC-DATE   PIC X(10).                                00032000
000330      05 DSP-DOC-AMT    PIC 9(7)V99.                              00033000
000340      05 DSP-REASON     PIC X(2).                                 00034000
000350         88 DSP-REASON-VALID VALUE 'QT' 'DM' 'PR' 'RT' 'NR' 'OT'. 00035000
000360      05 DSP-AMOUNT     PIC 9(7)V99.                              00036000
000370      05 DSP-CONTACT    PIC X(30).                                00037000
000380      05 DSP-NOTES      PIC X(60).                                00038000
000390      05 DSP-OPEN-DATE  PIC X(10).                                00039000
000400      05 DSP-OPEN-USER  PIC X(8).                                 00040000
000410      05 DSP-RES-DATE   PIC X(10).                                00041000
000420      05 DSP-RES-USER   PIC X(8).                                 00042000
000430      05 FILLER         PIC X(3).                                 00043000
