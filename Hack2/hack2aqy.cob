           05 AUD-FUNCTION         PIC X(1).                            00250000
           05 AUD-BEFORE-IMAGE     PIC X(60).                           00260000
           05 AUD-AFTER-IMAGE      PIC X(60).                           00270000
           05 AUD-CHAIN-SEQ        PIC 9(9).                            00271000
           05 AUD-CHAIN-VALUE      PIC 9(9).                            00272000
       FD  RPT-FILE.                                                    00280000
       01  RPT-RECORD              PIC X(132).                          00290000
       WORKING-STORAGE SECTION.                                         00300000
