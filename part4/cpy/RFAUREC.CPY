000100******************************************************************00010000
000110* RFAUREC - REFERENCE-TABLE AUDIT RECORD, ONE PER CHANGED      *  00011000
000120* FIELD OR ORDER-LEVEL EVENT. WRITTEN TO TRANSIENT DATA QUEUE  *  00012000
000130* RFAU BY PJCUSTM, PJEMPM, PJPRODM, PJDEPTM, PJORDAM, PJCRELM, *  00013000
000140* PJDISPM, PJSORDM AND PJNATM, AND DRAINED DAILY INTO THE      *  00014000
000150* PERMANENT AUDIT MASTER BY PJPART4B. THE BATCH PRICE CHANGES  *  00015000
000151* OF PJPT3PRC ARE ADDED TO THE MASTER DIRECTLY.                *  00015100
000160******************************************************************00016000
000170 01 AUDIT-RECORD.                                                 00017000
000180    05 AUD-TIMESTAMP     PIC X(16).                               00018000
