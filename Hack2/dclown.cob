      ******************************************************************
      * DCLGEN TABLE(Z82668.ACC_OWNER)                                 *
      *        LIBRARY(Z82668.KRISHNA.DB2.DCLGEN(ACCOWN))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCO-)                                             *
      *        STRUCTURE(DCL-ACCOWN)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE Z82668.ACC_OWNER TABLE
           ( ACC_NO                         CHAR(10) NOT NULL,
             CUST_ID                        CHAR(10) NOT NULL,
             OWN_ROLE                       CHAR(1) NOT NULL,
             OWN_DATE                       CHAR(8) NOT NULL,
             OWN_USER                       CHAR(8)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Z82668.ACC_OWNER                   *
      ******************************************************************
       01  DCL-ACCOWN.
           10 DCO-ACC-NO           PIC X(10).
           10 DCO-CUST-ID          PIC X(10).
           10 DCO-OWN-ROLE         PIC X(1).
           10 DCO-OWN-DATE         PIC X(8).
           10 DCO-OWN-USER         PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
