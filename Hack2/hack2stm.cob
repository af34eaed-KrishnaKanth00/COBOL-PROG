           FILE STATUS IS WS-HST-STATUS.                                00150000
           SELECT STMT-FILE ASSIGN TO STMTRPT                           00160000
           ORGANIZATION LINE SEQUENTIAL.                                00170000
           SELECT HOLD-FILE ASSIGN TO STMHOLD                           00171000
           ORGANIZATION LINE SEQUENTIAL.                                00172000
       DATA DIVISION.                                                   00180000
       FILE SECTION.                                                    00190000
       FD  TXN-LOG-FILE.                                                00200000
           05 HST-NEW-BAL          PIC 9(7).99.                         00390000
       FD  STMT-FILE.                                                   00400000
       01  STMT-RECORD            PIC X(80).                            00410000
       FD  HOLD-FILE.                                                   00411000
       01  HOLD-RECORD            PIC X(80).                            00412000
       WORKING-STORAGE SECTION.                                         00420000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00430000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00440000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           00441000
       01 WS-PERIOD-START         PIC X(8).                             00450000
       01 WS-PERIOD-END           PIC X(8).                             00460000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                00470000
       01 WS-HST-OLD              PIC S9(7)V99 COMP-3.                  00590000
       01 WS-HST-NEW              PIC S9(7)V99 COMP-3.                  00600000
       01 WS-INT-AMOUNT-ED        PIC 9(7).99.                          00610000
       01 WS-TXN-LABEL            PIC X(26).                            00611000
       01 WS-CLOSE-BAL            PIC S9(7)V99 COMP-3.                  00620000
       01 WS-OPEN-BAL             PIC S9(7)V99 COMP-3.                  00630000
       01 WS-OPEN-BAL-ED          PIC 9(7).99.                          00640000
       01 WS-PAGE-NO              PIC 9(4) VALUE 0.                     00660000
       01 WS-PAGE-NO-ED           PIC ZZZ9.                             00670000
       01 WS-STMT-COUNT           PIC 9(9) VALUE 0.                     00680000
       01 WS-HOLD-COUNT           PIC 9(9) VALUE 0.                     00681000
       01 WS-TXN-OPEN-SW          PIC X(1) VALUE 'N'.                   00690000
           88 WS-TXN-OPEN                 VALUE 'Y'.                    00700000
       01 WS-HST-OPEN-SW          PIC X(1) VALUE 'N'.                   00710000
             SET WS-EOF TO TRUE                                         01120000
           END-IF.                                                      01130000
           OPEN OUTPUT STMT-FILE.                                       01140000
           OPEN OUTPUT HOLD-FILE.                                       01141000
           MOVE SPACES TO HOLD-RECORD.                                  01142000
           STRING 'RETURNED MAIL - STATEMENTS HELD FOR '                01143000
             WS-PERIOD-START ' TO ' WS-PERIOD-END                       01144000
             DELIMITED BY SIZE INTO HOLD-RECORD.                        01145000
           WRITE HOLD-RECORD.                                           01146000
           OPEN INPUT TXN-LOG-FILE.                                     01150000
           IF WS-TXN-STATUS = '00'                                      01160000
             SET WS-TXN-OPEN TO TRUE                                    01170000
           END-IF.                                                      01220000
           EXEC SQL                                                     01230000
           DECLARE C-STM-ACCTS CURSOR WITH HOLD FOR                     01240000
           SELECT A.ACC_NO,A.ACC_NAME,A.ACC_BAL,A.CUST_ID,              01241000
                  COALESCE(C.MAIL_STATUS,' '),                          01242000
                  COALESCE(C.MAIL_DATE,' ')                             01243000
           FROM ACC_DETAILS A                                           01244000
           LEFT OUTER JOIN CUST_MASTER C                                01245000
             ON C.CUST_ID = A.CUST_ID                                   01246000
           WHERE A.ACC_STATUS = 'A'                                     01247000
           ORDER BY A.ACC_NO                                            01248000
           END-EXEC.                                                    01280000
           IF NOT WS-EOF                                                01290000
             EXEC SQL OPEN C-STM-ACCTS END-EXEC                         01300000
           PERFORM UNTIL WS-EOF                                         01380000
             EXEC SQL                                                   01390000
             FETCH C-STM-ACCTS                                          01400000
             INTO :DCL-ACC-NO,:DCL-ACC-NAME,:DCL-ACC-BAL,               01401000
                  :DCL-CUST-ID,:DCM-MAIL-STATUS,:DCM-MAIL-DATE          01402000
             END-EXEC                                                   01420000
             IF SQLCODE = 100                                           01430000
               SET WS-EOF TO TRUE                                       01440000
               MOVE SQLCODE TO WS-OPS-SQL                               01470000
               MOVE 'A' TO WS-OPS-FLAG                                  01480000
               SET WS-EOF TO TRUE                                       01490000
             ELSE IF DCM-MAIL-STATUS = 'R'                              01491000
               MOVE SPACES TO HOLD-RECORD                               01492000
               STRING DCL-ACC-NO ' ' DCL-CUST-ID ' '                    01493000
                 DCL-ACC-NAME-TEXT ' MAIL RETURNED ' DCM-MAIL-DATE      01494000
                 DELIMITED BY SIZE INTO HOLD-RECORD                     01495000
               WRITE HOLD-RECORD                                        01496000
               ADD 1 TO WS-HOLD-COUNT                                   01497000
             ELSE                                                       01500000
               MOVE 0 TO WS-NET-ACTIVITY                                01510000
               MOVE 0 TO WS-POST-ACTIVITY                               01520000
                     ELSE                                               01720000
                      IF TL-DATE NOT < WS-PERIOD-START                  01730000
                       MOVE TL-AMOUNT TO WS-TXN-AMOUNT                  01740000
                       IF TL-TXN-TYPE = 'D' OR TL-TXN-TYPE = 'C'        01750000
                         CONTINUE                                       01760000
                       ELSE                                             01770000
                         IF TL-TXN-TYPE = 'R'                           01780000
                       SET WS-TXN-EOF TO TRUE                           02790000
                     ELSE                                               02800000
                       MOVE SPACES TO STMT-RECORD                       02810000
                       MOVE SPACES TO WS-TXN-LABEL                      02820000
                       IF TL-TXN-TYPE = 'F' AND TL-REF-TYPE = 'P'       02821000
                         MOVE ' EARLY WITHDRAWAL PENALTY'               02822000
                           TO WS-TXN-LABEL                              02823000
                       END-IF                                           02824000
                       STRING TL-DATE '   ' TL-TXN-TYPE '  '            02825000
                         TL-AMOUNT ' ' TL-RUN-BAL WS-TXN-LABEL          02826000
                         DELIMITED BY SIZE INTO STMT-RECORD             02827000
                       WRITE STMT-RECORD                                02850000
                     END-IF                                             02860000
                 END-READ                                               02870000
               WRITE STMT-RECORD                                        03280000
               ADD 1 TO WS-STMT-COUNT                                   03290000
             END-IF                                                     03300000
             END-IF                                                     03301000
           END-PERFORM.                                                 03310000
           EXEC SQL CLOSE C-STM-ACCTS END-EXEC.                         03320000
           IF WS-TXN-OPEN                                               03330000
             CLOSE HIST-FILE                                            03370000
           END-IF.                                                      03380000
           CLOSE STMT-FILE.                                             03390000
           MOVE SPACES TO HOLD-RECORD.                                  03391000
           STRING 'STATEMENTS HELD: ' WS-HOLD-COUNT                     03392000
             DELIMITED BY SIZE INTO HOLD-RECORD.                        03393000
           WRITE HOLD-RECORD.                                           03394000
           CLOSE HOLD-FILE.                                             03395000
           DISPLAY 'STATEMENTS PRODUCED:' WS-STMT-COUNT.                03400000
           DISPLAY 'STATEMENTS HELD    :' WS-HOLD-COUNT.                03401000
           COMPUTE WS-OPS-READ = WS-STMT-COUNT + WS-HOLD-COUNT.         03402000
           MOVE WS-STMT-COUNT TO WS-OPS-WRITE.                          03420000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              03430000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     03440000
