           EXEC SQL INCLUDE SQLCA END-EXEC.                             00580000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00590000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           00600000
           EXEC SQL INCLUDE ACCOWN END-EXEC.                            00601000
       01 WS-RUN-DATE             PIC X(8).                             00610000
       01 WS-BDT-FLAG             PIC X(1).                             00620000
       01 WS-OVERRIDE             PIC X(1).                             00630000
       01 WS-ORPH-TXN-CT          PIC 9(7) VALUE 0.                     00840000
       01 WS-ORPH-HST-CT          PIC 9(7) VALUE 0.                     00850000
       01 WS-BAD-HOLD-CT          PIC 9(7) VALUE 0.                     00860000
       01 WS-ORPH-LNK-CT          PIC 9(7) VALUE 0.                     00861000
       01 WS-EXC-COUNT            PIC 9(9) VALUE 0.                     00870000
       01 WS-CHK-COUNT            PIC 9(9) VALUE 0.                     00880000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2RIA'.            00890000
           DECLARE C-RIA-CUST CURSOR WITH HOLD FOR                      01730000
           SELECT CUST_ID,CUST_NAME                                     01740000
           FROM CUST_MASTER                                             01750000
           WHERE CUST_STATUS <> 'M'                                     01751000
           ORDER BY CUST_ID                                             01760000
           END-EXEC.                                                    01770000
           EXEC SQL OPEN C-RIA-CUST END-EXEC.                           01780000
               EXEC SQL                                                 01980000
               SELECT COUNT(*) INTO :WS-ACC-COUNT                       01990000
               FROM ACC_DETAILS WHERE CUST_ID = :DCM-CUST-ID            02000000
               OR ACC_NO IN (SELECT ACC_NO FROM ACC_OWNER               02001000
                             WHERE CUST_ID = :DCM-CUST-ID)              02002000
               END-EXEC                                                 02010000
               IF SQLCODE = 0 AND WS-ACC-COUNT = 0                      02020000
                 ADD 1 TO WS-ORPH-CUST-CT                               02030000
             END-IF                                                     02100000
           END-PERFORM.                                                 02110000
           EXEC SQL CLOSE C-RIA-CUST END-EXEC.                          02120000
           MOVE SPACES TO RPT-RECORD.                                   02120100
           MOVE 'ACCOUNT OWNERSHIP LINKS WITH NO ACCOUNT OR CUSTOMER'   02120200
             TO RPT-RECORD.                                             02120300
           WRITE RPT-RECORD.                                            02120400
           MOVE 'N' TO WS-SQL-EOF-SW.                                   02120500
           EXEC SQL                                                     02120600
           DECLARE C-RIA-OWNERS CURSOR WITH HOLD FOR                    02120700
           SELECT ACC_NO,CUST_ID,OWN_ROLE                               02120800
           FROM ACC_OWNER                                               02120900
           ORDER BY ACC_NO,CUST_ID                                      02121000
           END-EXEC.                                                    02121100
           EXEC SQL OPEN C-RIA-OWNERS END-EXEC.                         02121200
           IF SQLCODE NOT = 0                                           02121300
             DISPLAY 'SQLERROR ON OPEN:' SQLCODE                        02121400
             MOVE SQLCODE TO WS-OPS-SQL                                 02121500
             MOVE 'A' TO WS-OPS-FLAG                                    02121600
             SET WS-SQL-EOF TO TRUE                                     02121700
           END-IF.                                                      02121800
           PERFORM UNTIL WS-SQL-EOF                                     02121900
             EXEC SQL                                                   02122000
             FETCH C-RIA-OWNERS                                         02122100
             INTO :DCO-ACC-NO,:DCO-CUST-ID,:DCO-OWN-ROLE                02122200
             END-EXEC                                                   02122300
             IF SQLCODE = 100                                           02122400
               SET WS-SQL-EOF TO TRUE                                   02122500
             ELSE IF SQLCODE NOT = 0                                    02122600
               DISPLAY 'SQLERROR ON FETCH:' SQLCODE                     02122700
               MOVE SQLCODE TO WS-OPS-SQL                               02122800
               MOVE 'A' TO WS-OPS-FLAG                                  02122900
               SET WS-SQL-EOF TO TRUE                                   02123000
             ELSE                                                       02123100
               ADD 1 TO WS-CHK-COUNT                                    02123200
               EXEC SQL                                                 02123300
               SELECT CUST_ID INTO :DCL-CUST-ID                         02123400
               FROM ACC_DETAILS WHERE ACC_NO = :DCO-ACC-NO              02123500
               END-EXEC                                                 02123600
               IF SQLCODE = 100                                         02123700
                 ADD 1 TO WS-ORPH-LNK-CT                                02123800
                 MOVE SPACES TO RPT-RECORD                              02123900
                 STRING DCO-ACC-NO ' CUST_ID ' DCO-CUST-ID              02124000
                   ' ROLE ' DCO-OWN-ROLE ' ACCOUNT NOT ON ACC_DETAILS'  02124100
                   DELIMITED BY SIZE INTO RPT-RECORD                    02124200
                 WRITE RPT-RECORD                                       02124300
               ELSE IF SQLCODE NOT = 0                                  02124400
                 MOVE SQLCODE TO WS-OPS-SQL                             02124500
               ELSE IF DCL-CUST-ID = DCO-CUST-ID                        02124600
                 ADD 1 TO WS-ORPH-LNK-CT                                02124700
                 MOVE SPACES TO RPT-RECORD                              02124800
                 STRING DCO-ACC-NO ' CUST_ID ' DCO-CUST-ID              02124900
                   ' ROLE ' DCO-OWN-ROLE ' DUPLICATES PRIMARY OWNER'    02125000
                   DELIMITED BY SIZE INTO RPT-RECORD                    02125100
                 WRITE RPT-RECORD                                       02125200
               ELSE IF DCO-OWN-ROLE NOT = 'J' AND NOT = 'A'             02125300
                  AND NOT = 'B'                                         02125400
                 ADD 1 TO WS-ORPH-LNK-CT                                02125500
                 MOVE SPACES TO RPT-RECORD                              02125600
                 STRING DCO-ACC-NO ' CUST_ID ' DCO-CUST-ID              02125700
                   ' ROLE ' DCO-OWN-ROLE ' INVALID ROLE CODE'           02125800
                   DELIMITED BY SIZE INTO RPT-RECORD                    02125900
                 WRITE RPT-RECORD                                       02126000
               ELSE                                                     02126100
                 EXEC SQL                                               02126200
                 SELECT CUST_ID INTO :DCM-CUST-ID                       02126300
                 FROM CUST_MASTER WHERE CUST_ID = :DCO-CUST-ID          02126400
                 END-EXEC                                               02126500
                 IF SQLCODE = 100                                       02126600
                   ADD 1 TO WS-ORPH-LNK-CT                              02126700
                   MOVE SPACES TO RPT-RECORD                            02126800
                   STRING DCO-ACC-NO ' CUST_ID ' DCO-CUST-ID            02126900
                     ' ROLE ' DCO-OWN-ROLE ' NOT ON CUST_MASTER'        02127000
                     DELIMITED BY SIZE INTO RPT-RECORD                  02127100
                   WRITE RPT-RECORD                                     02127200
                 ELSE IF SQLCODE NOT = 0                                02127300
                   MOVE SQLCODE TO WS-OPS-SQL                           02127400
                 END-IF                                                 02127500
                 END-IF                                                 02127600
               END-IF                                                   02127700
               END-IF                                                   02127800
               END-IF                                                   02127900
               END-IF                                                   02128000
             END-IF                                                     02128100
             END-IF                                                     02128200
           END-PERFORM.                                                 02128300
           EXEC SQL CLOSE C-RIA-OWNERS END-EXEC.                        02128400
           MOVE SPACES TO RPT-RECORD.                                   02130000
           MOVE 'TXNLOG RECORDS FOR UNKNOWN ACCOUNTS'                   02140000
             TO RPT-RECORD.                                             02150000
           COMPUTE WS-EXC-COUNT =                                       03720000
             WS-ORPH-ACC-CT + WS-ORPH-CUST-CT                           03730000
             + WS-ORPH-TXN-CT + WS-ORPH-HST-CT                          03740000
             + WS-BAD-HOLD-CT + WS-ORPH-LNK-CT.                         03741000
           MOVE SPACES TO RPT-RECORD.                                   03760000
           STRING 'ACCTS W/O CUSTOMER: ' WS-ORPH-ACC-CT                 03770000
             '  CUSTS W/O ACCTS: ' WS-ORPH-CUST-CT                      03780000
           STRING 'ORPHAN TXNLOG ACCTS: ' WS-ORPH-TXN-CT                03820000
             '  ORPHAN BALHIST ACCTS: ' WS-ORPH-HST-CT                  03830000
             '  BAD HOLDS: ' WS-BAD-HOLD-CT                             03840000
             DELIMITED BY SIZE INTO RPT-RECORD.                         03841000
           WRITE RPT-RECORD.                                            03842000
           MOVE SPACES TO RPT-RECORD.                                   03843000
           STRING 'BAD OWNERSHIP LINKS: ' WS-ORPH-LNK-CT                03844000
             DELIMITED BY SIZE INTO RPT-RECORD.                         03850000
           WRITE RPT-RECORD.                                            03860000
           CLOSE RPT-FILE.                                              03870000
