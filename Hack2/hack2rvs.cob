           05 AUD-FUNCTION         PIC X(1).                            00520000
           05 AUD-BEFORE-IMAGE     PIC X(60).                           00530000
           05 AUD-AFTER-IMAGE      PIC X(60).                           00540000
           05 AUD-CHAIN-SEQ        PIC 9(9).                            00541000
           05 AUD-CHAIN-VALUE      PIC 9(9).                            00542000
       FD  APC-FILE.                                                    00550000
       01  APC-RECORD.                                                  00560000
           05 APC-THRESHOLD       PIC 9(7).99.                          00570000
