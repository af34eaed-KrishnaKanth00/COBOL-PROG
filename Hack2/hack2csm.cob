           FILE STATUS IS WS-HST-STATUS.                                00150000
           SELECT STMT-FILE ASSIGN TO CSMRPT                            00160000
           ORGANIZATION LINE SEQUENTIAL.                                00170000
           SELECT HOLD-FILE ASSIGN TO CSMHOLD                           00171000
           ORGANIZATION LINE SEQUENTIAL.                                00172000
       DATA DIVISION.                                                   00180000
       FILE SECTION.                                                    00190000
       FD  TXN-LOG-FILE.                                                00200000
           05 HST-NEW-BAL          PIC 9(7).99.                         00390000
       FD  STMT-FILE.                                                   00400000
       01  STMT-RECORD            PIC X(100).                           00410000
       FD  HOLD-FILE.                                                   00411000
       01  HOLD-RECORD            PIC X(100).                           00412000
       WORKING-STORAGE SECTION.                                         00420000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00430000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00440000
       01 WS-HST-OLD              PIC S9(7)V99 COMP-3.                  00730000
       01 WS-HST-NEW              PIC S9(7)V99 COMP-3.                  00740000
       01 WS-INT-AMOUNT-ED        PIC 9(7).99.                          00750000
       01 WS-TXN-LABEL            PIC X(26).                            00751000
       01 WS-ACC-OWNER            PIC X(10).                            00752000
       01 WS-OWN-LABEL            PIC X(8).                             00753000
       01 WS-CLOSE-BAL            PIC S9(7)V99 COMP-3.                  00760000
       01 WS-OPEN-BAL             PIC S9(7)V99 COMP-3.                  00770000
       01 WS-OPEN-BAL-ED          PIC -(7)9.99.                         00780000
       01 WS-PAGE-DEPTH           PIC 9(3) VALUE 60.                    00850000
       01 WS-STMT-COUNT           PIC 9(9) VALUE 0.                     00860000
       01 WS-ACCT-TOTAL           PIC 9(9) VALUE 0.                     00870000
       01 WS-HOLD-COUNT           PIC 9(9) VALUE 0.                     00871000
       01 WS-HOLD-ACCTS           PIC S9(9) COMP-3 VALUE 0.             00872000
       01 WS-HOLD-ACCTS-ED        PIC ZZ9.                              00873000
       01 WS-TXN-OPEN-SW          PIC X(1) VALUE 'N'.                   00880000
           88 WS-TXN-OPEN                 VALUE 'Y'.                    00890000
       01 WS-HST-OPEN-SW          PIC X(1) VALUE 'N'.                   00900000
             SET WS-CUST-EOF TO TRUE                                    01310000
           END-IF.                                                      01320000
           OPEN OUTPUT STMT-FILE.                                       01330000
           OPEN OUTPUT HOLD-FILE.                                       01331000
           MOVE SPACES TO HOLD-RECORD.                                  01332000
           STRING 'RETURNED MAIL - RELATIONSHIP STATEMENTS HELD FOR '   01333000
             WS-PERIOD-START ' TO ' WS-PERIOD-END                       01334000
             DELIMITED BY SIZE INTO HOLD-RECORD.                        01335000
           WRITE HOLD-RECORD.                                           01336000
           OPEN INPUT TXN-LOG-FILE.                                     01340000
           IF WS-TXN-STATUS = '00'                                      01350000
             SET WS-TXN-OPEN TO TRUE                                    01360000
           EXEC SQL                                                     01420000
           DECLARE C-CSM-CUST CURSOR WITH HOLD FOR                      01430000
           SELECT CUST_ID,CUST_NAME,ADDR_LINE1,ADDR_LINE2,              01440000
                  CITY,STATE,ZIP,MAIL_STATUS,MAIL_DATE                  01441000
           FROM CUST_MASTER                                             01460000
           ORDER BY CUST_ID                                             01470000
           END-EXEC.                                                    01480000
           EXEC SQL                                                     01490000
           DECLARE C-CSM-ACCTS CURSOR WITH HOLD FOR                     01500000
           SELECT ACC_NO,ACC_NAME,ACC_BAL,CUST_ID                       01501000
           FROM ACC_DETAILS                                             01520000
           WHERE ACC_STATUS = 'A'                                       01521000
           AND (CUST_ID = :WS-CUST-ID                                   01522000
                OR ACC_NO IN (SELECT ACC_NO FROM ACC_OWNER              01523000
                              WHERE CUST_ID = :WS-CUST-ID               01524000
                              AND OWN_ROLE = 'J'))                      01525000
           ORDER BY ACC_NO                                              01540000
           END-EXEC.                                                    01550000
           IF NOT WS-CUST-EOF                                           01560000
             EXEC SQL                                                   01660000
             FETCH C-CSM-CUST                                           01670000
             INTO :DCM-CUST-ID,:DCM-CUST-NAME,:DCM-ADDR-LINE1,          01680000
                  :DCM-ADDR-LINE2,:DCM-CITY,:DCM-STATE,:DCM-ZIP,        01681000
                  :DCM-MAIL-STATUS,:DCM-MAIL-DATE                       01682000
             END-EXEC                                                   01700000
             IF SQLCODE = 100                                           01710000
               SET WS-CUST-EOF TO TRUE                                  01720000
               MOVE SQLCODE TO WS-OPS-SQL                               01750000
               MOVE 'A' TO WS-OPS-FLAG                                  01760000
               SET WS-CUST-EOF TO TRUE                                  01770000
             ELSE IF DCM-MAIL-STATUS = 'R'                              01770100
               MOVE DCM-CUST-ID TO WS-CUST-ID                           01770200
               EXEC SQL                                                 01770300
               SELECT COUNT(*) INTO :WS-HOLD-ACCTS                      01770400
               FROM ACC_DETAILS                                         01770500
               WHERE ACC_STATUS = 'A'                                   01770600
               AND (CUST_ID = :WS-CUST-ID                               01770700
                    OR ACC_NO IN (SELECT ACC_NO FROM ACC_OWNER          01770800
                                  WHERE CUST_ID = :WS-CUST-ID           01770900
                                  AND OWN_ROLE = 'J'))                  01771000
               END-EXEC                                                 01771100
               IF SQLCODE NOT = 0                                       01771200
                 MOVE SQLCODE TO WS-OPS-SQL                             01771300
               ELSE IF WS-HOLD-ACCTS > 0                                01771400
                 MOVE WS-HOLD-ACCTS TO WS-HOLD-ACCTS-ED                 01771500
                 MOVE SPACES TO HOLD-RECORD                             01771600
                 STRING WS-CUST-ID ' ' DCM-CUST-NAME-TEXT               01771700
                   ' MAIL RETURNED ' DCM-MAIL-DATE                      01771800
                   ' ACCOUNTS ' WS-HOLD-ACCTS-ED                        01771900
                   DELIMITED BY SIZE INTO HOLD-RECORD                   01772000
                 WRITE HOLD-RECORD                                      01772100
                 ADD 1 TO WS-HOLD-COUNT                                 01772200
               END-IF                                                   01772300
               END-IF                                                   01772400
             ELSE                                                       01780000
               MOVE DCM-CUST-ID TO WS-CUST-ID                           01790000
               MOVE DCM-CUST-NAME-TEXT TO WS-CUST-NAME                  01800000
               PERFORM UNTIL WS-ACCT-EOF                                01950000
                 EXEC SQL                                               01960000
                 FETCH C-CSM-ACCTS                                      01970000
                 INTO :DCL-ACC-NO,:DCL-ACC-NAME,:DCL-ACC-BAL,           01971000
                      :DCL-CUST-ID                                      01972000
                 END-EXEC                                               01990000
                 IF SQLCODE = 100                                       02000000
                   SET WS-ACCT-EOF TO TRUE                              02010000
                   MOVE DCL-ACC-NO TO WS-ACC-NO                         02070000
                   MOVE DCL-ACC-NAME-TEXT TO WS-ACC-NAME                02080000
                   MOVE DCL-ACC-BAL TO WS-ACC-BAL                       02090000
                   MOVE DCL-CUST-ID TO WS-ACC-OWNER                     02091000
                   ADD 1 TO WS-ACCT-COUNT                               02100000
                   ADD 1 TO WS-ACCT-TOTAL                               02110000
                   IF WS-ACCT-COUNT = 1                                 02120000
                         ELSE                                           02700000
                          IF TL-DATE NOT < WS-PERIOD-START              02710000
                           MOVE TL-AMOUNT TO WS-TXN-AMOUNT              02720000
                           IF TL-TXN-TYPE = 'D' OR TL-TXN-TYPE = 'C'    02730000
                             CONTINUE                                   02740000
                           ELSE                                         02750000
                             IF TL-TXN-TYPE = 'R'                       02760000
                     MOVE 1 TO WS-LINE-CNT                              03470000
                   END-IF                                               03480000
                   MOVE SPACES TO STMT-RECORD                           03490000
                   IF WS-ACC-OWNER = WS-CUST-ID                         03491000
                     MOVE SPACES TO WS-OWN-LABEL                        03492000
                   ELSE                                                 03493000
                     MOVE ' (JOINT)' TO WS-OWN-LABEL                    03494000
                   END-IF                                               03495000
                   STRING 'ACCOUNT ' WS-ACC-NO ' ' WS-ACC-NAME          03500000
                     WS-OWN-LABEL                                       03501000
                     DELIMITED BY SIZE INTO STMT-RECORD                 03510000
                   WRITE STMT-RECORD                                    03520000
                   MOVE SPACES TO STMT-RECORD                           03530000
                             MOVE 2 TO WS-LINE-CNT                      03970000
                           END-IF                                       03980000
                           MOVE SPACES TO STMT-RECORD                   03990000
                           MOVE SPACES TO WS-TXN-LABEL                  04000000
                           IF TL-TXN-TYPE = 'F' AND TL-REF-TYPE = 'P'   04001000
                             MOVE ' EARLY WITHDRAWAL PENALTY'           04002000
                               TO WS-TXN-LABEL                          04003000
                           END-IF                                       04004000
                           STRING TL-DATE '   ' TL-TXN-TYPE '  '        04005000
                             TL-AMOUNT ' ' TL-RUN-BAL WS-TXN-LABEL      04006000
                             DELIMITED BY SIZE INTO STMT-RECORD         04007000
                           WRITE STMT-RECORD                            04030000
                           ADD 1 TO WS-LINE-CNT                         04040000
                         END-IF                                         04050000
                 ADD 1 TO WS-LINE-CNT                                   04730000
               END-IF                                                   04740000
             END-IF                                                     04750000
             END-IF                                                     04751000
           END-PERFORM.                                                 04760000
           EXEC SQL CLOSE C-CSM-CUST END-EXEC.                          04770000
           IF WS-TXN-OPEN                                               04780000
             CLOSE HIST-FILE                                            04820000
           END-IF.                                                      04830000
           CLOSE STMT-FILE.                                             04840000
           MOVE SPACES TO HOLD-RECORD.                                  04841000
           STRING 'STATEMENTS HELD: ' WS-HOLD-COUNT                     04842000
             DELIMITED BY SIZE INTO HOLD-RECORD.                        04843000
           WRITE HOLD-RECORD.                                           04844000
           CLOSE HOLD-FILE.                                             04845000
           DISPLAY 'RELATIONSHIP STATEMENTS PRODUCED:'                  04850000
             WS-STMT-COUNT.                                             04860000
           DISPLAY 'ACCOUNT SECTIONS PRINTED        :'                  04870000
             WS-ACCT-TOTAL.                                             04880000
           DISPLAY 'RELATIONSHIP STATEMENTS HELD    :'                  04881000
             WS-HOLD-COUNT.                                             04882000
           COMPUTE WS-OPS-READ = WS-STMT-COUNT + WS-HOLD-COUNT.         04883000
           MOVE WS-STMT-COUNT TO WS-OPS-WRITE.                          04900000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              04910000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     04920000
