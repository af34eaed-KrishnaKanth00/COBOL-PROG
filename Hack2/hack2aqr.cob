           05 AA-FUNCTION         PIC X(1).                             00710000
           05 AA-BEFORE-IMAGE     PIC X(60).                            00720000
           05 AA-AFTER-IMAGE      PIC X(60).                            00730000
           05 AA-CHAIN-SEQ        PIC 9(9).                             00731000
           05 AA-CHAIN-VALUE      PIC 9(9).                             00732000
           05 FILLER              PIC X(5).                             00740000
       FD  TXN-LOG-FILE.                                                00750000
       01  TXN-LOG-RECORD.                                              00760000
           05 TL-KEY.                                                   00770000
           05 AUD-FUNCTION         PIC X(1).                            01050000
           05 AUD-BEFORE-IMAGE     PIC X(60).                           01060000
           05 AUD-AFTER-IMAGE      PIC X(60).                           01070000
           05 AUD-CHAIN-SEQ        PIC 9(9).                            01071000
           05 AUD-CHAIN-VALUE      PIC 9(9).                            01072000
       FD  RPT-FILE.                                                    01080000
       01  RPT-RECORD              PIC X(132).                          01090000
       WORKING-STORAGE SECTION.                                         01100000
