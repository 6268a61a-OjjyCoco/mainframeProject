000100******************************************************************00010000
000110* EDPREC - EDI TRADING-PARTNER PROFILE (CARD FILE EDIPROF, ONE   *00011000
000120* CARD PER CUSTOMER NUMBER, MAINTAINED BY SALES ADMINISTRATION). *00012000
000130* READ BY PJPT3EDI TO BUILD THE X12 810 INVOICES OF THE          *00013000
000140* CUSTOMERS TRADING BY EDI : INTERCHANGE QUALIFIER AND ID, GROUP *00014000
000150* APPLICATION CODE, TEST OR PRODUCTION USAGE, OUR VENDOR NUMBER  *00015000
000160* WITH THE PARTNER AND WHETHER THE PAPER FACTURE IS STILL        *00016000
000170* WANTED. A SUSPENDED PARTNER GETS PAPER ONLY. READ BY PJPT3EPO  *00017000
000171* TO RECOGNISE THE SENDER OF THE INBOUND 850 PURCHASE ORDERS BY  *00017100
000172* ITS INTERCHANGE ID ; THE SALESPERSON IS THE ONE THE ORDERS OF  *00017200
000173* THE CUSTOMER ARE ENTERED UNDER.                                *00017300
000180******************************************************************00018000
000190 01 L-EDIPROF.                                                    00019000
000200      05 EDP-C-NO      PIC 9(3).                                  00020000
000210      05 EDP-STATUS    PIC X(1).                                  00021000
000220         88 EDP-ACTIVE    VALUE 'A'.                              00022000
000230         88 EDP-SUSPENDED VALUE 'S'.                              00023000
000240      05 EDP-ISA-QUAL  PIC X(2).                                  00024000
000250      05 EDP-ISA-ID    PIC X(15).                                 00025000
000260      05 EDP-GS-ID     PIC X(15).                                 00026000
000270      05 EDP-USAGE     PIC X(1).                                  00027000
000280         88 EDP-PRODUCTION VALUE 'P'.                             00028000
000290         88 EDP-TEST       VALUE 'T'.                             00029000
000300      05 EDP-PAPER     PIC X(1).                                  00030000
000310         88 EDP-PAPER-WANTED VALUE 'Y'.                           00031000
000320         88 EDP-EDI-ONLY     VALUE 'N'.                           00032000
000330      05 EDP-VENDOR-ID PIC X(15).                                 00033000
000340      05 EDP-S-NO      PIC 9(3).                                  00034000
000350      05 FILLER        PIC X(24).                                 00035000
