           SELECT CTL-FILE ASSIGN TO EXTCTL                             00080000
           ORGANIZATION LINE SEQUENTIAL                                 00090000
           FILE STATUS IS WS-CTL-STATUS.                                00100000
           SELECT HOLD-FILE ASSIGN TO EXTHOLD                           00101000
           ORGANIZATION LINE SEQUENTIAL.                                00102000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD  EXTRACT-FILE.                                                00130000
           05 EC-REC-COUNT           PIC 9(9).                          00370000
           05 FILLER                 PIC X(1).                          00380000
           05 EC-HASH                PIC 9(11).99.                      00390000
       FD  HOLD-FILE.                                                   00391000
       01  HOLD-RECORD               PIC X(100).                        00392000
       WORKING-STORAGE SECTION.                                         00400000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00410000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00420000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           00430000
       01 WS-EXTRACT-COUNT           PIC 9(9) VALUE 0.                  00440000
       01 WS-HOLD-COUNT              PIC 9(9) VALUE 0.                  00441000
       01 WS-BAL-HASH                PIC S9(11)V99 COMP-3 VALUE 0.      00450000
       01 WS-RUN-DATE                PIC X(8).                          00460000
       01 WS-CTL-STATUS              PIC X(2) VALUE SPACES.             00470000
           MOVE 'STMTEXT' TO EH-FEED-ID.                                00840000
           MOVE WS-RUN-DATE TO EH-RUN-DATE.                             00850000
           WRITE EXT-HDR-RECORD.                                        00860000
           OPEN OUTPUT HOLD-FILE.                                       00861000
           MOVE SPACES TO HOLD-RECORD.                                  00862000
           STRING 'RETURNED MAIL - STATEMENTS HELD FROM STMTEXT '       00863000
             WS-RUN-DATE                                                00864000
             DELIMITED BY SIZE INTO HOLD-RECORD.                        00865000
           WRITE HOLD-RECORD.                                           00866000
           EXEC SQL                                                     00870000
           DECLARE C-EXT-ACCTS CURSOR FOR                               00880000
           SELECT ACC_NO,ACC_NAME,ACC_BAL,ACC_TYPE,CUST_ID              00890000
               MOVE DCL-ACC-NAME-TEXT TO EXT-ACC-NAME                   01100000
               MOVE DCL-ACC-BAL TO EXT-ACC-BAL                          01110000
               MOVE DCL-ACC-TYPE TO EXT-ACC-TYPE                        01120000
               MOVE SPACE TO DCM-MAIL-STATUS                            01121000
               IF DCL-CUST-ID NOT = SPACES                              01130000
                 EXEC SQL                                               01140000
                 SELECT ADDR_LINE1,ADDR_LINE2,CITY,STATE,ZIP,           01141000
                        MAIL_STATUS,MAIL_DATE                           01142000
                 INTO :DCM-ADDR-LINE1,:DCM-ADDR-LINE2,:DCM-CITY,        01160000
                      :DCM-STATE,:DCM-ZIP,:DCM-MAIL-STATUS,             01161000
                      :DCM-MAIL-DATE                                    01162000
                 FROM CUST_MASTER WHERE CUST_ID = :DCL-CUST-ID          01180000
                 END-EXEC                                               01190000
                 IF SQLCODE = 0                                         01200000
                   MOVE DCM-ZIP TO EXT-ZIP                              01250000
                 END-IF                                                 01260000
               END-IF                                                   01270000
               IF DCM-MAIL-STATUS = 'R'                                 01271000
                 MOVE SPACES TO HOLD-RECORD                             01272000
                 STRING DCL-ACC-NO ' ' DCL-CUST-ID ' '                  01273000
                   DCL-ACC-NAME-TEXT ' MAIL RETURNED ' DCM-MAIL-DATE    01274000
                   DELIMITED BY SIZE INTO HOLD-RECORD                   01275000
                 WRITE HOLD-RECORD                                      01276000
                 ADD 1 TO WS-HOLD-COUNT                                 01277000
               ELSE                                                     01278000
                 WRITE EXTRACT-RECORD                                   01279000
                 ADD 1 TO WS-EXTRACT-COUNT                              01280000
                 ADD DCL-ACC-BAL TO WS-BAL-HASH                         01281000
               END-IF                                                   01282000
             ELSE IF SQLCODE = 100                                      01310000
               SET WS-EOF TO TRUE                                       01320000
             ELSE                                                       01330000
             DISPLAY 'EXTRACT ENDED ABNORMALLY - NO TRAILER WRITTEN'    01480000
           END-IF.                                                      01490000
           CLOSE EXTRACT-FILE.                                          01500000
           MOVE SPACES TO HOLD-RECORD.                                  01501000
           STRING 'STATEMENTS HELD: ' WS-HOLD-COUNT                     01502000
             DELIMITED BY SIZE INTO HOLD-RECORD.                        01503000
           WRITE HOLD-RECORD.                                           01504000
           CLOSE HOLD-FILE.                                             01505000
           IF WS-OPS-FLAG = 'N'                                         01510000
             OPEN EXTEND CTL-FILE                                       01520000
             IF WS-CTL-STATUS = '35'                                    01530000
             END-IF                                                     01650000
           END-IF.                                                      01660000
           DISPLAY 'ACCOUNTS EXTRACTED:' WS-EXTRACT-COUNT.              01670000
           DISPLAY 'STATEMENTS HELD   :' WS-HOLD-COUNT.                 01671000
           COMPUTE WS-OPS-READ = WS-EXTRACT-COUNT + WS-HOLD-COUNT.      01672000
           MOVE WS-EXTRACT-COUNT TO WS-OPS-WRITE.                       01690000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              01700000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     01710000
