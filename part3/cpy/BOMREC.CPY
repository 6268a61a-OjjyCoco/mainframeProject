000100******************************************************************00010000
000110* BOMREC - STANDING BACKORDER RECORD (KSDS BOMSTR, KEY = ORDER, * 00011000
000120* PRODUCT AND BACKORDER DATE). LOADED BY PJPT3BOR FROM THE    *   00012000
000130* BACKORD GENERATIONS WRITTEN BY PJPART3 ; PJPT3BOR RELEASES  *   00013000
000140* OPEN LINES AGAINST STKMSTR ON-HAND (STATUS R) AND PJPART3   *   00014000
000150* BILLS THE RELEASED QUANTITY ON ITS NEXT RUN, PUTTING ANY    *   00015000
000160* UNSHIPPED REMAINDER BACK OPEN (STATUS O) OR CLOSING THE LINE*   00016000
000170* WHEN NOTHING REMAINS (STATUS B). BO-DATE IS YYYYMMDD.       *   00017000
000180******************************************************************00018000
000190 01 BACKORDER-RECORD.                                             00019000
000200      05 BOM-KEY.                                                 00020000
000210         10 BOM-O-NO    PIC 9(6).                                 00021000
000220         10 BOM-P-NO    PIC X(3).                                 00022000
000230         10 BOM-BO-DATE PIC X(8).                                 00023000
000240      05 BOM-STATUS   PIC X(1).                                   00024000
000250         88 BOM-OPEN       VALUE 'O'.                             00025000
000260         88 BOM-RELEASED   VALUE 'R'.                             00026000
000270         88 BOM-BILLED     VALUE 'B'.                             00027000
000280      05 BOM-C-NO     PIC 9(3).                                   00028000
000290      05 BOM-COMPANY  PIC X(30).                                  00029000
000300      05 BOM-O-DATE   PIC X(10).                                  00030000
000310      05 BOM-OPEN-QTY PIC 99.                                     00031000
000320      05 BOM-REL-QTY  PIC 99.                                     00032000
000330      05 BOM-REL-DATE PIC X(10).                                  00033000
000340      05 BOM-BILL-DATE PIC X(10).                                 00034000
000350      05 FILLER       PIC X(15).                                  00035000
