             STATE                          CHAR(2) NOT NULL,
             ZIP                            CHAR(9) NOT NULL,
             PHONE                          CHAR(12)
                                            NOT NULL WITH DEFAULT,
             TAX_ID                         CHAR(9)
                                            NOT NULL WITH DEFAULT,
             CUST_STATUS                    CHAR(1)
                                            NOT NULL WITH DEFAULT,
             MERGED_TO                      CHAR(10)
                                            NOT NULL WITH DEFAULT,
             MAIL_STATUS                    CHAR(1)
                                            NOT NULL WITH DEFAULT,
             MAIL_DATE                      CHAR(8)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
           10 DCM-STATE            PIC X(2).
           10 DCM-ZIP              PIC X(9).
           10 DCM-PHONE            PIC X(12).
           10 DCM-TAX-ID           PIC X(9).
           10 DCM-CUST-STATUS      PIC X(1).
           10 DCM-MERGED-TO        PIC X(10).
           10 DCM-MAIL-STATUS      PIC X(1).
           10 DCM-MAIL-DATE        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
