000341    05 ED-DISC-PCT PIC Z9.99.                                     00034100
000342    05 FILLER PIC X(19) VALUE '% DISC IF PAID BY '.               00034200
000343    05 ED-DISC-DATE PIC X(10).                                    00034300
000343                                                                  00034301
000343 01 L-CERT-NOTE.                                                  00034302
000343    05 FILLER PIC X(2) VALUE ALL SPACES.                          00034303
000343    05 FILLER PIC X(27) VALUE 'TAX EXEMPT - CERTIFICATE : '.      00034304
000343    05 ED-CERT-NO PIC X(15).                                      00034305
000343    05 FILLER PIC X(8) VALUE ' TYPE : '.                          00034306
000343    05 ED-CERT-TYPE PIC X(1).                                     00034307
000343                                                                  00034308
000343 01 L-SHIP-VIA.                                                   00034309
000343    05 FILLER PIC X(2) VALUE ALL SPACES.                          00034310
000343    05 FILLER PIC X(13) VALUE 'SHIPPED VIA: '.                    00034311
000343    05 ED-CARRIER PIC X(10).                                      00034312
000343    05 FILLER PIC X(13) VALUE '  TRACKING : '.                    00034313
000343    05 ED-TRACKING PIC X(30).                                     00034314
000344                                                                  00034400
000390 01 L-CONTACT.                                                    00039000
000400    05 FILLER     PIC X(2) VALUE ALL SPACES.                      00040000
