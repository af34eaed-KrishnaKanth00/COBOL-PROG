           05 AUD-FUNCTION         PIC X(1).                            00640000
           05 AUD-BEFORE-IMAGE     PIC X(60).                           00650000
           05 AUD-AFTER-IMAGE      PIC X(60).                           00660000
           05 AUD-CHAIN-SEQ        PIC 9(9).                            00661000
           05 AUD-CHAIN-VALUE      PIC 9(9).                            00662000
       FD  TXN-ARCH-FILE.                                               00670000
       01  TXN-ARCH-RECORD         PIC X(60).                           00680000
       FD  HST-ARCH-FILE.                                               00690000
       01  HST-ARCH-RECORD         PIC X(50).                           00700000
       FD  AUD-ARCH-FILE.                                               00710000
       01  AUD-ARCH-RECORD         PIC X(180).                          00720000
       FD  RPT-FILE.                                                    00730000
       01  RPT-RECORD              PIC X(80).                           00740000
       WORKING-STORAGE SECTION.                                         00750000
