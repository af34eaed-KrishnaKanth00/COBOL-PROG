           05 AUD-FUNCTION         PIC X(1).                            00550000
           05 AUD-BEFORE-IMAGE     PIC X(60).                           00560000
           05 AUD-AFTER-IMAGE      PIC X(60).                           00570000
           05 AUD-CHAIN-SEQ        PIC 9(9).                            00571000
           05 AUD-CHAIN-VALUE      PIC 9(9).                            00572000
       FD  RPT-FILE.                                                    00580000
       01  RPT-RECORD             PIC X(80).                            00590000
       WORKING-STORAGE SECTION.                                         00600000
           EXEC SQL                                                     02480000
           DECLARE C-DRM-ACCTS CURSOR WITH HOLD FOR                     02490000
           SELECT ACC_NO FROM ACC_DETAILS WHERE ACC_STATUS = 'A'        02500000
           AND ACC_TYPE <> 'T'                                          02501000
           ORDER BY ACC_NO                                              02510000
           END-EXEC.                                                    02520000
           EXEC SQL OPEN C-DRM-ACCTS END-EXEC.                          02530000
