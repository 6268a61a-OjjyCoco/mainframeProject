000110* ORDHREC - ORDER HOLD RECORD (KSDS ORDHOLD, KEY = ORDER       *  00011000
000120* NUMBER). WRITTEN BY PJORDE WHEN THE CREDIT CHECK PARKS AN    *  00012000
000130* ORDER, READ BY PJPART3 TO SKIP HELD ORDERS AT EXTRACT TIME,  *  00013000
000140* LISTED BY PJPART3J AND RELEASED (DELETED) BY PJCRELM. THE    *  00014000
000141* REASON TELLS A CUSTOMER LIMIT BREACH (SPACE OR 'C') FROM A   *  00014100
000142* NATIONAL-ACCOUNT GROUP LIMIT BREACH ('G', SEE COPY NATREC).  *  00014200
000150******************************************************************00015000
000160 01 HOLD-RECORD.                                                  00016000
000170      05 HLD-KEY.                                                 00017000
000230      05 HLD-AMOUNT  PIC 9(7)V99.                                 00023000
000240      05 HLD-DATE    PIC X(10).                                   00024000
000250      05 HLD-USERID  PIC X(8).                                    00025000
000260      05 HLD-REASON  PIC X(1).                                    00026000
000270         88 HOLD-GROUP-LIMIT VALUE 'G'.                           00027000
000280      05 FILLER      PIC X(12).                                   00028000
