           DECLARE C-INT-ACCTS CURSOR WITH HOLD FOR                     02480000
           SELECT ACC_NO,ACC_BAL,ACC_TYPE                               02490000
           FROM ACC_DETAILS WHERE ACC_STATUS = 'A'                      02500000
           AND ACC_TYPE <> 'T'                                          02501000
           AND ACC_NO > :WS-RESUME-ACC                                  02510000
           ORDER BY ACC_NO                                              02520000
           END-EXEC.                                                    02530000
