           EXEC SQL INCLUDE SQLCA END-EXEC.                             00290000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00300000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           00310000
           EXEC SQL INCLUDE ACCOWN END-EXEC.                            00311000
       01 WS-RUN-DATE             PIC X(8).                             00320000
       01 WS-THRESH-TEXT          PIC X(11).                            00330000
       01 WS-THRESH REDEFINES WS-THRESH-TEXT                            00340000
           88 WS-TXN-EOF                  VALUE 'Y'.                    00390000
       01 WS-ACC-NO               PIC X(10).                            00400000
       01 WS-AMOUNT               PIC S9(7)V99 COMP-3.                  00410000
       01 WS-OWNER-ID             PIC X(10).                            00411000
       01 WS-OWN-EOF-SW           PIC X(1) VALUE 'N'.                   00412000
           88 WS-OWN-EOF                  VALUE 'Y'.                    00413000
       01 WS-CUST-COUNT           PIC 9(3) VALUE 0.                     00420000
       01 WS-CUST-MAX             PIC 9(3) VALUE 500.                   00430000
       01 WS-CUST-TABLE.                                                00440000
                       DELIMITED BY SIZE INTO RPT-RECORD                01500000
                     WRITE RPT-RECORD                                   01510000
                   ELSE                                                 01520000
                     MOVE DCL-CUST-ID TO WS-OWNER-ID                    01521000
                     MOVE 'N' TO WS-OWN-EOF-SW                          01522000
                     EXEC SQL                                           01523000
                     DECLARE C-LTR-OWNERS CURSOR FOR                    01524000
                     SELECT CUST_ID FROM ACC_OWNER                      01525000
                     WHERE ACC_NO = :WS-ACC-NO AND OWN_ROLE = 'J'       01526000
                     AND CUST_ID <> :DCL-CUST-ID                        01527000
                     ORDER BY CUST_ID                                   01528000
                     END-EXEC                                           01529000
                     EXEC SQL OPEN C-LTR-OWNERS END-EXEC                01530000
                     IF SQLCODE NOT = 0                                 01531000
                       MOVE SQLCODE TO WS-OPS-SQL                       01532000
                       SET WS-OWN-EOF TO TRUE                           01533000
                     END-IF                                             01534000
                     PERFORM UNTIL WS-OWNER-ID = SPACES                 01535000
                       MOVE 0 TO WS-HIT                                 01536000
                       PERFORM VARYING WS-SUB FROM 1 BY 1               01537000
                         UNTIL WS-SUB > WS-CUST-COUNT                   01538000
                         IF WS-K-CUST(WS-SUB) = WS-OWNER-ID             01539000
                           MOVE WS-SUB TO WS-HIT                        01540000
                           MOVE WS-CUST-COUNT TO WS-SUB                 01541000
                         END-IF                                         01542000
                       END-PERFORM                                      01543000
                       IF WS-HIT = 0 AND WS-CUST-COUNT < WS-CUST-MAX    01544000
                         ADD 1 TO WS-CUST-COUNT                         01545000
                         MOVE WS-CUST-COUNT TO WS-HIT                   01546000
                         MOVE WS-OWNER-ID TO WS-K-CUST(WS-HIT)          01547000
                         MOVE 0 TO WS-K-DEP(WS-HIT)                     01548000
                         MOVE 0 TO WS-K-WDL(WS-HIT)                     01549000
                         MOVE 0 TO WS-K-CNT(WS-HIT)                     01550000
                       END-IF                                           01551000
                       IF WS-HIT = 0                                    01552000
                         SET WS-OVERFLOW TO TRUE                        01553000
                       ELSE                                             01554000
                         ADD 1 TO WS-K-CNT(WS-HIT)                      01555000
                         IF TL-TXN-TYPE = 'D'                           01556000
                           ADD WS-AMOUNT TO WS-K-DEP(WS-HIT)            01557000
                         ELSE                                           01558000
                           ADD WS-AMOUNT TO WS-K-WDL(WS-HIT)            01559000
                         END-IF                                         01560000
                       END-IF                                           01561000
                       MOVE SPACES TO WS-OWNER-ID                       01562000
                       IF NOT WS-OWN-EOF                                01563000
                         EXEC SQL                                       01564000
                         FETCH C-LTR-OWNERS INTO :DCO-CUST-ID           01565000
                         END-EXEC                                       01566000
                         IF SQLCODE = 0                                 01567000
                           MOVE DCO-CUST-ID TO WS-OWNER-ID              01568000
                         ELSE                                           01569000
                           IF SQLCODE NOT = 100                         01570000
                             MOVE SQLCODE TO WS-OPS-SQL                 01571000
                           END-IF                                       01572000
                           SET WS-OWN-EOF TO TRUE                       01573000
                         END-IF                                         01574000
                       END-IF                                           01590000
                     END-PERFORM                                        01600000
                     EXEC SQL CLOSE C-LTR-OWNERS END-EXEC               01601000
                   END-IF                                               01790000
                   END-IF                                               01800000
                   END-IF                                               01810000
