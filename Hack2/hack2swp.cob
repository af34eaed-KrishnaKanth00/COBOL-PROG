       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2SWP.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SW-FILE ASSIGN TO SWMST                               00060000
           ORGANIZATION LINE SEQUENTIAL                                 00070000
           FILE STATUS IS WS-SW-STATUS.                                 00080000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00090000
           ORGANIZATION INDEXED                                         00100000
           ACCESS MODE DYNAMIC                                          00110000
           RECORD KEY TL-KEY                                            00120000
           FILE STATUS IS WS-TXN-STATUS.                                00130000
           SELECT RPT-FILE ASSIGN TO SWPRPT                             00140000
           ORGANIZATION LINE SEQUENTIAL.                                00150000
       DATA DIVISION.                                                   00160000
       FILE SECTION.                                                    00170000
       FD  SW-FILE.                                                     00180000
       01  SW-RECORD.                                                   00190000
           05 SW-OPER-ACC         PIC X(10).                            00200000
           05 FILLER              PIC X(1).                             00210000
           05 SW-RSV-ACC          PIC X(10).                            00220000
           05 FILLER              PIC X(1).                             00230000
           05 SW-TARGET           PIC 9(7).99.                          00240000
           05 FILLER              PIC X(1).                             00250000
           05 SW-MIN-AMT          PIC 9(7).99.                          00260000
           05 FILLER              PIC X(1).                             00270000
           05 SW-STATUS           PIC X(1).                             00280000
           05 FILLER              PIC X(1).                             00290000
           05 SW-LAST-DATE        PIC X(8).                             00300000
       FD  TXN-LOG-FILE.                                                00310000
       01  TXN-LOG-RECORD.                                              00320000
           05 TL-KEY.                                                   00330000
              10 TL-ACC-NO        PIC X(10).                            00340000
              10 TL-DATE          PIC X(8).                             00350000
              10 TL-SEQ           PIC 9(4).                             00360000
           05 TL-TXN-TYPE         PIC X(1).                             00370000
           05 TL-AMOUNT           PIC 9(7).99.                          00380000
           05 TL-RUN-BAL          PIC 9(7).99.                          00390000
           05 TL-REF-DATE         PIC X(8).                             00400000
           05 TL-REF-TYPE         PIC X(1).                             00410000
       FD  RPT-FILE.                                                    00420000
       01  RPT-RECORD             PIC X(100).                           00430000
       WORKING-STORAGE SECTION.                                         00440000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00450000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00460000
       01 WS-SW-STATUS            PIC X(2) VALUE SPACES.                00470000
       01 WS-SW-EOF-SW            PIC X(1) VALUE 'N'.                   00480000
           88 WS-SW-EOF                   VALUE 'Y'.                    00490000
       01 WS-TBL-COUNT            PIC 9(3) VALUE 0.                     00500000
       01 WS-TBL-MAX              PIC 9(3) VALUE 500.                   00510000
       01 WS-SW-TABLE.                                                  00520000
           05 WS-SW-ENTRY OCCURS 500 TIMES.                             00530000
              10 WS-W-OPER        PIC X(10).                            00540000
              10 WS-W-RSV         PIC X(10).                            00550000
              10 WS-W-TGT         PIC 9(7).99.                          00560000
              10 WS-W-MIN         PIC 9(7).99.                          00570000
              10 WS-W-STS         PIC X(1).                             00580000
              10 WS-W-LAST        PIC X(8).                             00590000
       01 WS-SUB                  PIC 9(3) VALUE 0.                     00600000
       01 WS-RUN-DATE             PIC X(8).                             00610000
       01 WS-OPER-ACC             PIC X(10).                            00620000
       01 WS-RSV-ACC              PIC X(10).                            00630000
       01 WS-TARGET               PIC S9(7)V99 COMP-3.                  00640000
       01 WS-MIN-AMT              PIC S9(7)V99 COMP-3.                  00650000
       01 WS-OPER-BAL             PIC S9(7)V99 COMP-3.                  00660000
       01 WS-OPER-STATUS          PIC X(1).                             00670000
       01 WS-OPER-SQLCODE         PIC S9(9) COMP.                       00680000
       01 WS-RSV-BAL              PIC S9(7)V99 COMP-3.                  00690000
       01 WS-RSV-STATUS           PIC X(1).                             00700000
       01 WS-RSV-SQLCODE          PIC S9(9) COMP.                       00710000
       01 WS-OPER-HOLD            PIC S9(9)V99 COMP-3.                  00720000
       01 WS-RSV-HOLD             PIC S9(9)V99 COMP-3.                  00730000
       01 WS-EXCESS               PIC S9(9)V99 COMP-3.                  00740000
       01 WS-SHORTFALL            PIC S9(9)V99 COMP-3.                  00750000
       01 WS-RSV-AVAIL            PIC S9(9)V99 COMP-3.                  00760000
       01 WS-DIRECTION            PIC X(1).                             00770000
           88 WS-SWEEP-OUT                VALUE 'O'.                    00780000
           88 WS-SWEEP-IN                 VALUE 'I'.                    00790000
       01 WS-PARTIAL-SW           PIC X(1) VALUE 'N'.                   00800000
           88 WS-PARTIAL                  VALUE 'Y'.                    00810000
       01 WS-FROM-ACC             PIC X(10).                            00820000
       01 WS-TO-ACC               PIC X(10).                            00830000
       01 WS-AMOUNT               PIC S9(7)V99 COMP-3.                  00840000
       01 WS-AMOUNT-ED            PIC 9(7).99.                          00850000
       01 WS-DISP-TEXT            PIC X(30).                            00860000
       01 WS-REJ-CODE             PIC X(2).                             00870000
       01 WS-FROM-OLD-BAL         PIC S9(7)V99 COMP-3.                  00880000
       01 WS-FROM-OLD-BAL-ED      PIC 9(7).99.                          00890000
       01 WS-FROM-NEW-BAL         PIC S9(7)V99 COMP-3.                  00900000
       01 WS-FROM-NEW-BAL-ED      PIC 9(7).99.                          00910000
       01 WS-TO-OLD-BAL           PIC S9(7)V99 COMP-3.                  00920000
       01 WS-TO-OLD-BAL-ED        PIC 9(7).99.                          00930000
       01 WS-TO-NEW-BAL           PIC S9(7)V99 COMP-3.                  00940000
       01 WS-TO-NEW-BAL-ED        PIC 9(7).99.                          00950000
       01 WS-HOLD-TOTAL           PIC 9(9)V99 VALUE 0.                  00960000
       01 WS-USER-ID              PIC X(8) VALUE 'HACK2SWP'.            00970000
       01 WS-AUD-BEFORE           PIC X(60) VALUE SPACES.               00980000
       01 WS-AUD-AFTER            PIC X(60) VALUE SPACES.               00990000
       01 WS-POSTED-SW            PIC X(1) VALUE 'N'.                   01000000
           88 WS-POSTED                   VALUE 'Y'.                    01010000
       01 WS-CHANGED-SW           PIC X(1) VALUE 'N'.                   01020000
           88 WS-TABLE-CHANGED            VALUE 'Y'.                    01030000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                01040000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   01050000
           88 WS-TL-DONE                  VALUE 'Y'.                    01060000
       01 WS-ACT-COUNT            PIC 9(7) VALUE 0.                     01070000
       01 WS-ACT-COUNT-ED         PIC ZZZZZZ9.                          01080000
       01 WS-OUT-COUNT            PIC 9(7) VALUE 0.                     01090000
       01 WS-OUT-COUNT-ED         PIC ZZZZZZ9.                          01100000
       01 WS-IN-COUNT             PIC 9(7) VALUE 0.                     01110000
       01 WS-IN-COUNT-ED          PIC ZZZZZZ9.                          01120000
       01 WS-REJ-COUNT            PIC 9(7) VALUE 0.                     01130000
       01 WS-REJ-COUNT-ED         PIC ZZZZZZ9.                          01140000
       01 WS-CXL-COUNT            PIC 9(7) VALUE 0.                     01150000
       01 WS-CXL-COUNT-ED         PIC ZZZZZZ9.                          01160000
       01 WS-OUT-AMT              PIC S9(9)V99 COMP-3 VALUE 0.          01170000
       01 WS-OUT-AMT-ED           PIC -(8)9.99.                         01180000
       01 WS-IN-AMT               PIC S9(9)V99 COMP-3 VALUE 0.          01190000
       01 WS-IN-AMT-ED            PIC -(8)9.99.                         01200000
       01 WS-BUS-DATE             PIC X(8).                             01210000
       01 WS-BDT-FLAG             PIC X(1).                             01220000
       01 WS-OVERRIDE             PIC X(1).                             01230000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2SWP'.            01240000
       01 WS-OPS-START            PIC X(16).                            01250000
       01 WS-OPS-DATE             PIC X(8).                             01260000
       01 WS-OPS-TIME             PIC X(8).                             01270000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     01280000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     01290000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     01300000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       01310000
                                  VALUE ZERO.                           01320000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   01330000
       PROCEDURE DIVISION.                                              01340000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       01350000
           ACCEPT WS-OPS-TIME FROM TIME.                                01360000
           MOVE SPACES TO WS-OPS-START.                                 01370000
           STRING WS-OPS-DATE WS-OPS-TIME                               01380000
             DELIMITED BY SIZE INTO WS-OPS-START.                       01390000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              01400000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       01410000
           IF WS-BDT-FLAG = 'N'                                         01420000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             01430000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  01440000
             ACCEPT WS-OVERRIDE                                         01450000
             IF WS-OVERRIDE NOT = 'Y'                                   01460000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               01470000
               GOBACK                                                   01480000
             END-IF                                                     01490000
           END-IF.                                                      01500000
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             01510000
           OPEN INPUT SW-FILE.                                          01520000
           IF WS-SW-STATUS = '35'                                       01530000
             DISPLAY 'NO SWEEP ARRANGEMENTS ON FILE - NOTHING TO DO'    01540000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            01550000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   01560000
               WS-OPS-SQL, WS-OPS-FLAG                                  01570000
             GOBACK                                                     01580000
           END-IF.                                                      01590000
           PERFORM UNTIL WS-SW-EOF                                      01600000
             READ SW-FILE                                               01610000
               AT END SET WS-SW-EOF TO TRUE                             01620000
               NOT AT END                                               01630000
                 IF WS-TBL-COUNT < WS-TBL-MAX                           01640000
                   ADD 1 TO WS-TBL-COUNT                                01650000
                   MOVE SW-OPER-ACC TO WS-W-OPER(WS-TBL-COUNT)          01660000
                   MOVE SW-RSV-ACC TO WS-W-RSV(WS-TBL-COUNT)            01670000
                   MOVE SW-TARGET TO WS-W-TGT(WS-TBL-COUNT)             01680000
                   MOVE SW-MIN-AMT TO WS-W-MIN(WS-TBL-COUNT)            01690000
                   MOVE SW-STATUS TO WS-W-STS(WS-TBL-COUNT)             01700000
                   MOVE SW-LAST-DATE TO WS-W-LAST(WS-TBL-COUNT)         01710000
                 ELSE                                                   01720000
                   DISPLAY 'SWEEP FILE EXCEEDS TABLE - RUN ABORTED'     01730000
                   CLOSE SW-FILE                                        01740000
                   MOVE 'A' TO WS-OPS-FLAG                              01750000
                   CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,      01760000
                     WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,             01770000
                     WS-OPS-SQL, WS-OPS-FLAG                            01780000
                   GOBACK                                               01790000
                 END-IF                                                 01800000
             END-READ                                                   01810000
           END-PERFORM.                                                 01820000
           CLOSE SW-FILE.                                               01830000
           OPEN OUTPUT RPT-FILE.                                        01840000
           MOVE SPACES TO RPT-RECORD.                                   01850000
           STRING 'BALANCE SWEEP REGISTER ' WS-RUN-DATE                 01860000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01870000
           WRITE RPT-RECORD.                                            01880000
           MOVE SPACES TO RPT-RECORD.                                   01890000
           STRING 'OPER-ACC   RESERVE    AMOUNT     '                   01900000
             'DISPOSITION'                                              01910000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01920000
           WRITE RPT-RECORD.                                            01930000
           OPEN I-O TXN-LOG-FILE.                                       01940000
           IF WS-TXN-STATUS = '35'                                      01950000
             OPEN OUTPUT TXN-LOG-FILE                                   01960000
           END-IF.                                                      01970000
           PERFORM VARYING WS-SUB FROM 1 BY 1                           01980000
             UNTIL WS-SUB > WS-TBL-COUNT                                01990000
             IF WS-W-STS(WS-SUB) = 'A'                                  02000000
               ADD 1 TO WS-ACT-COUNT                                    02010000
               MOVE SPACES TO WS-REJ-CODE                               02020000
               MOVE SPACES TO WS-DISP-TEXT                              02030000
               MOVE SPACE TO WS-DIRECTION                               02040000
               MOVE 'N' TO WS-PARTIAL-SW                                02050000
               MOVE 'N' TO WS-POSTED-SW                                 02060000
               MOVE 0 TO WS-AMOUNT                                      02070000
               MOVE WS-W-OPER(WS-SUB) TO WS-OPER-ACC                    02080000
               MOVE WS-W-RSV(WS-SUB) TO WS-RSV-ACC                      02090000
               MOVE WS-W-TGT(WS-SUB) TO WS-TARGET                       02100000
               MOVE WS-W-MIN(WS-SUB) TO WS-MIN-AMT                      02110000
               EXEC SQL                                                 02120000
               SELECT ACC_BAL,ACC_STATUS                                02130000
               INTO :DCL-ACC-BAL,:DCL-ACC-STATUS                        02140000
               FROM ACC_DETAILS WHERE ACC_NO = :WS-OPER-ACC             02150000
               END-EXEC                                                 02160000
               MOVE SQLCODE TO WS-OPER-SQLCODE                          02170000
               MOVE DCL-ACC-BAL TO WS-OPER-BAL                          02180000
               MOVE DCL-ACC-STATUS TO WS-OPER-STATUS                    02190000
               EXEC SQL                                                 02200000
               SELECT ACC_BAL,ACC_STATUS                                02210000
               INTO :DCL-ACC-BAL,:DCL-ACC-STATUS                        02220000
               FROM ACC_DETAILS WHERE ACC_NO = :WS-RSV-ACC              02230000
               END-EXEC                                                 02240000
               MOVE SQLCODE TO WS-RSV-SQLCODE                           02250000
               MOVE DCL-ACC-BAL TO WS-RSV-BAL                           02260000
               MOVE DCL-ACC-STATUS TO WS-RSV-STATUS                     02270000
               IF WS-OPER-SQLCODE = 100                                 02280000
                 MOVE 'NF' TO WS-REJ-CODE                               02290000
                 MOVE 'OPERATING ACCOUNT NOT FOUND' TO WS-DISP-TEXT     02300000
               ELSE IF WS-OPER-SQLCODE NOT = 0                          02310000
                 MOVE 'SQ' TO WS-REJ-CODE                               02320000
                 MOVE 'SQL ERROR ON SELECT' TO WS-DISP-TEXT             02330000
                 MOVE WS-OPER-SQLCODE TO WS-OPS-SQL                     02340000
               ELSE IF WS-RSV-SQLCODE = 100                             02350000
                 MOVE 'NF' TO WS-REJ-CODE                               02360000
                 MOVE 'RESERVE ACCOUNT NOT FOUND' TO WS-DISP-TEXT       02370000
               ELSE IF WS-RSV-SQLCODE NOT = 0                           02380000
                 MOVE 'SQ' TO WS-REJ-CODE                               02390000
                 MOVE 'SQL ERROR ON SELECT' TO WS-DISP-TEXT             02400000
                 MOVE WS-RSV-SQLCODE TO WS-OPS-SQL                      02410000
               ELSE IF WS-OPER-STATUS = 'I' OR WS-RSV-STATUS = 'I'      02420000
                 MOVE 'CX' TO WS-REJ-CODE                               02430000
                 MOVE 'ACCOUNT CLOSED - SWEEP CANCELLED'                02440000
                   TO WS-DISP-TEXT                                      02450000
                 MOVE 'C' TO WS-W-STS(WS-SUB)                           02460000
                 SET WS-TABLE-CHANGED TO TRUE                           02470000
                 ADD 1 TO WS-CXL-COUNT                                  02480000
                 MOVE SPACES TO WS-AUD-BEFORE                           02490000
                 MOVE WS-TARGET TO WS-AMOUNT-ED                         02500000
                 STRING 'SWEEP ACTIVE RSV=' WS-RSV-ACC                  02510000
                   ' TGT=' WS-AMOUNT-ED                                 02520000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 02530000
                 MOVE 'SWEEP CANCELLED - ACCOUNT CLOSED'                02540000
                   TO WS-AUD-AFTER                                      02550000
                 CALL 'HACK2AUD' USING 'P', WS-USER-ID,                 02560000
                   WS-OPER-ACC, WS-AUD-BEFORE, WS-AUD-AFTER             02570000
               ELSE IF WS-OPER-STATUS NOT = 'A'                         02580000
                  OR WS-RSV-STATUS NOT = 'A'                            02590000
                 MOVE 'DM' TO WS-REJ-CODE                               02600000
                 MOVE 'ACCOUNT NOT ACTIVE' TO WS-DISP-TEXT              02610000
               ELSE                                                     02620000
                 MOVE 0 TO WS-HOLD-TOTAL                                02630000
                 CALL 'HACK2AVL' USING WS-OPER-ACC, WS-HOLD-TOTAL       02640000
                 MOVE WS-HOLD-TOTAL TO WS-OPER-HOLD                     02650000
                 MOVE 0 TO WS-HOLD-TOTAL                                02660000
                 CALL 'HACK2AVL' USING WS-RSV-ACC, WS-HOLD-TOTAL        02670000
                 MOVE WS-HOLD-TOTAL TO WS-RSV-HOLD                      02680000
                 COMPUTE WS-EXCESS =                                    02690000
                   WS-OPER-BAL - WS-OPER-HOLD - WS-TARGET               02700000
                 COMPUTE WS-SHORTFALL = WS-TARGET - WS-OPER-BAL         02710000
                 COMPUTE WS-RSV-AVAIL = WS-RSV-BAL - WS-RSV-HOLD        02720000
                 IF WS-EXCESS > 0                                       02730000
                   IF WS-EXCESS < WS-MIN-AMT                            02740000
                     MOVE 'EXCESS BELOW MINIMUM SWEEP'                  02750000
                       TO WS-DISP-TEXT                                  02760000
                   ELSE                                                 02770000
                     SET WS-SWEEP-OUT TO TRUE                           02780000
                     MOVE WS-EXCESS TO WS-AMOUNT                        02790000
                     MOVE WS-OPER-ACC TO WS-FROM-ACC                    02800000
                     MOVE WS-RSV-ACC TO WS-TO-ACC                       02810000
                     MOVE WS-OPER-BAL TO WS-FROM-OLD-BAL                02820000
                     MOVE WS-RSV-BAL TO WS-TO-OLD-BAL                   02830000
                   END-IF                                               02840000
                 ELSE IF WS-SHORTFALL > 0                               02850000
                   IF WS-RSV-AVAIL NOT > 0                              02860000
                     IF WS-OPER-BAL < 0                                 02870000
                       MOVE 'HD' TO WS-REJ-CODE                         02880000
                       MOVE 'OVERDRAWN - RESERVE HAS NO FUNDS'          02890000
                         TO WS-DISP-TEXT                                02900000
                     ELSE                                               02910000
                       MOVE 'SHORT - RESERVE HAS NO FUNDS'              02920000
                         TO WS-DISP-TEXT                                02930000
                     END-IF                                             02940000
                   ELSE                                                 02950000
                     IF WS-RSV-AVAIL < WS-SHORTFALL                     02960000
                       MOVE WS-RSV-AVAIL TO WS-AMOUNT                   02970000
                       SET WS-PARTIAL TO TRUE                           02980000
                     ELSE                                               02990000
                       MOVE WS-SHORTFALL TO WS-AMOUNT                   03000000
                     END-IF                                             03010000
                     IF WS-AMOUNT < WS-MIN-AMT                          03020000
                        AND WS-OPER-BAL NOT < 0                         03030000
                       MOVE 'SHORTFALL BELOW MINIMUM SWEEP'             03040000
                         TO WS-DISP-TEXT                                03050000
                     ELSE                                               03060000
                       SET WS-SWEEP-IN TO TRUE                          03070000
                       MOVE WS-RSV-ACC TO WS-FROM-ACC                   03080000
                       MOVE WS-OPER-ACC TO WS-TO-ACC                    03090000
                       MOVE WS-RSV-BAL TO WS-FROM-OLD-BAL               03100000
                       MOVE WS-OPER-BAL TO WS-TO-OLD-BAL                03110000
                     END-IF                                             03120000
                   END-IF                                               03130000
                 ELSE                                                   03140000
                   MOVE 'AT TARGET - NO SWEEP' TO WS-DISP-TEXT          03150000
                 END-IF                                                 03160000
                 END-IF                                                 03170000
                 IF WS-SWEEP-OUT OR WS-SWEEP-IN                         03180000
                   COMPUTE WS-FROM-NEW-BAL =                            03190000
                     WS-FROM-OLD-BAL - WS-AMOUNT                        03200000
                   COMPUTE WS-TO-NEW-BAL =                              03210000
                     WS-TO-OLD-BAL + WS-AMOUNT                          03220000
                   MOVE WS-FROM-NEW-BAL TO DCL-ACC-BAL                  03230000
                   EXEC SQL                                             03240000
                   UPDATE ACC_DETAILS SET ACC_BAL = :DCL-ACC-BAL        03250000
                   WHERE ACC_NO = :WS-FROM-ACC                          03260000
                   AND ACC_BAL = :WS-FROM-OLD-BAL                       03270000
                   END-EXEC                                             03280000
                   IF SQLCODE = 0 AND SQLERRD(3) = 1                    03290000
                     MOVE WS-TO-NEW-BAL TO DCL-ACC-BAL                  03300000
                     EXEC SQL                                           03310000
                     UPDATE ACC_DETAILS                                 03320000
                     SET ACC_BAL = :DCL-ACC-BAL                         03330000
                     WHERE ACC_NO = :WS-TO-ACC                          03340000
                     AND ACC_BAL = :WS-TO-OLD-BAL                       03350000
                     END-EXEC                                           03360000
                     IF SQLCODE = 0 AND SQLERRD(3) = 1                  03370000
                       EXEC SQL COMMIT END-EXEC                         03380000
                       SET WS-POSTED TO TRUE                            03390000
                     ELSE                                               03400000
                       EXEC SQL ROLLBACK END-EXEC                       03410000
                       MOVE 'SQ' TO WS-REJ-CODE                         03420000
                       MOVE 'POSTING FAILED - RETRY'                    03430000
                         TO WS-DISP-TEXT                                03440000
                       MOVE SQLCODE TO WS-OPS-SQL                       03450000
                     END-IF                                             03460000
                   ELSE                                                 03470000
                     EXEC SQL ROLLBACK END-EXEC                         03480000
                     MOVE 'SQ' TO WS-REJ-CODE                           03490000
                     MOVE 'POSTING FAILED - RETRY'                      03500000
                       TO WS-DISP-TEXT                                  03510000
                     MOVE SQLCODE TO WS-OPS-SQL                         03520000
                   END-IF                                               03530000
                 END-IF                                                 03540000
               END-IF                                                   03550000
               END-IF                                                   03560000
               END-IF                                                   03570000
               END-IF                                                   03580000
               END-IF                                                   03590000
               END-IF                                                   03600000
               MOVE WS-AMOUNT TO WS-AMOUNT-ED                           03610000
               IF WS-POSTED                                             03620000
                 MOVE WS-RUN-DATE TO WS-W-LAST(WS-SUB)                  03630000
                 SET WS-TABLE-CHANGED TO TRUE                           03640000
                 IF WS-SWEEP-OUT                                        03650000
                   ADD 1 TO WS-OUT-COUNT                                03660000
                   ADD WS-AMOUNT TO WS-OUT-AMT                          03670000
                   MOVE 'SWEPT TO RESERVE' TO WS-DISP-TEXT              03680000
                 ELSE IF WS-PARTIAL                                     03690000
                   ADD 1 TO WS-IN-COUNT                                 03700000
                   ADD WS-AMOUNT TO WS-IN-AMT                           03710000
                   MOVE 'PARTIAL COVER FROM RESERVE'                    03720000
                     TO WS-DISP-TEXT                                    03730000
                 ELSE                                                   03740000
                   ADD 1 TO WS-IN-COUNT                                 03750000
                   ADD WS-AMOUNT TO WS-IN-AMT                           03760000
                   MOVE 'COVERED FROM RESERVE' TO WS-DISP-TEXT          03770000
                 END-IF                                                 03780000
                 END-IF                                                 03790000
                 MOVE WS-FROM-OLD-BAL TO WS-FROM-OLD-BAL-ED             03800000
                 MOVE WS-FROM-NEW-BAL TO WS-FROM-NEW-BAL-ED             03810000
                 MOVE WS-TO-OLD-BAL TO WS-TO-OLD-BAL-ED                 03820000
                 MOVE WS-TO-NEW-BAL TO WS-TO-NEW-BAL-ED                 03830000
                 MOVE SPACES TO TXN-LOG-RECORD                          03840000
                 MOVE WS-FROM-ACC TO TL-ACC-NO                          03850000
                 MOVE WS-RUN-DATE TO TL-DATE                            03860000
                 MOVE 0 TO TL-SEQ                                       03870000
                 MOVE 'W' TO TL-TXN-TYPE                                03880000
                 MOVE WS-AMOUNT TO TL-AMOUNT                            03890000
                 MOVE WS-FROM-NEW-BAL-ED TO TL-RUN-BAL                  03900000
                 MOVE WS-RUN-DATE TO TL-REF-DATE                        03910000
                 MOVE 'D' TO TL-REF-TYPE                                03920000
                 MOVE 'N' TO WS-TL-DONE-SW                              03930000
                 PERFORM UNTIL WS-TL-DONE                               03940000
                   WRITE TXN-LOG-RECORD                                 03950000
                   IF WS-TXN-STATUS = '22'                              03960000
                     ADD 1 TO TL-SEQ                                    03970000
                   ELSE                                                 03980000
                     MOVE 'Y' TO WS-TL-DONE-SW                          03990000
                   END-IF                                               04000000
                 END-PERFORM                                            04010000
                 MOVE SPACES TO TXN-LOG-RECORD                          04020000
                 MOVE WS-TO-ACC TO TL-ACC-NO                            04030000
                 MOVE WS-RUN-DATE TO TL-DATE                            04040000
                 MOVE 0 TO TL-SEQ                                       04050000
                 MOVE 'D' TO TL-TXN-TYPE                                04060000
                 MOVE WS-AMOUNT TO TL-AMOUNT                            04070000
                 MOVE WS-TO-NEW-BAL-ED TO TL-RUN-BAL                    04080000
                 MOVE WS-RUN-DATE TO TL-REF-DATE                        04090000
                 MOVE 'W' TO TL-REF-TYPE                                04100000
                 MOVE 'N' TO WS-TL-DONE-SW                              04110000
                 PERFORM UNTIL WS-TL-DONE                               04120000
                   WRITE TXN-LOG-RECORD                                 04130000
                   IF WS-TXN-STATUS = '22'                              04140000
                     ADD 1 TO TL-SEQ                                    04150000
                   ELSE                                                 04160000
                     MOVE 'Y' TO WS-TL-DONE-SW                          04170000
                   END-IF                                               04180000
                 END-PERFORM                                            04190000
                 CALL 'HACK2HST' USING WS-FROM-ACC,                     04200000
                   WS-RUN-DATE, 'W',                                    04210000
                   WS-FROM-OLD-BAL-ED, WS-FROM-NEW-BAL-ED               04220000
                 CALL 'HACK2HST' USING WS-TO-ACC,                       04230000
                   WS-RUN-DATE, 'D',                                    04240000
                   WS-TO-OLD-BAL-ED, WS-TO-NEW-BAL-ED                   04250000
                 MOVE SPACES TO WS-AUD-BEFORE                           04260000
                 MOVE SPACES TO WS-AUD-AFTER                            04270000
                 STRING 'BAL=' WS-FROM-OLD-BAL-ED                       04280000
                   ' SWEEP TO ' WS-TO-ACC                               04290000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 04300000
                 STRING 'BAL=' WS-FROM-NEW-BAL-ED                       04310000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  04320000
                 CALL 'HACK2AUD' USING 'W', WS-USER-ID,                 04330000
                   WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER             04340000
                 MOVE SPACES TO WS-AUD-BEFORE                           04350000
                 MOVE SPACES TO WS-AUD-AFTER                            04360000
                 STRING 'BAL=' WS-TO-OLD-BAL-ED                         04370000
                   ' SWEEP FROM ' WS-FROM-ACC                           04380000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 04390000
                 STRING 'BAL=' WS-TO-NEW-BAL-ED                         04400000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  04410000
                 CALL 'HACK2AUD' USING 'D', WS-USER-ID,                 04420000
                   WS-TO-ACC, WS-AUD-BEFORE, WS-AUD-AFTER               04430000
               ELSE IF WS-REJ-CODE NOT = SPACES                         04440000
                 ADD 1 TO WS-REJ-COUNT                                  04450000
               END-IF                                                   04460000
               END-IF                                                   04470000
               MOVE SPACES TO RPT-RECORD                                04480000
               IF WS-REJ-CODE NOT = SPACES AND NOT WS-POSTED            04490000
                 STRING WS-OPER-ACC ' ' WS-RSV-ACC ' '                  04500000
                   WS-AMOUNT-ED ' ' WS-DISP-TEXT                        04510000
                   ' ' WS-REJ-CODE                                      04520000
                   DELIMITED BY SIZE INTO RPT-RECORD                    04530000
               ELSE                                                     04540000
                 STRING WS-OPER-ACC ' ' WS-RSV-ACC ' '                  04550000
                   WS-AMOUNT-ED ' ' WS-DISP-TEXT                        04560000
                   DELIMITED BY SIZE INTO RPT-RECORD                    04570000
               END-IF                                                   04580000
               WRITE RPT-RECORD                                         04590000
             END-IF                                                     04600000
           END-PERFORM.                                                 04610000
           CLOSE TXN-LOG-FILE.                                          04620000
           IF WS-TABLE-CHANGED                                          04630000
             OPEN OUTPUT SW-FILE                                        04640000
             PERFORM VARYING WS-SUB FROM 1 BY 1                         04650000
               UNTIL WS-SUB > WS-TBL-COUNT                              04660000
               MOVE SPACES TO SW-RECORD                                 04670000
               MOVE WS-W-OPER(WS-SUB) TO SW-OPER-ACC                    04680000
               MOVE WS-W-RSV(WS-SUB) TO SW-RSV-ACC                      04690000
               MOVE WS-W-TGT(WS-SUB) TO SW-TARGET                       04700000
               MOVE WS-W-MIN(WS-SUB) TO SW-MIN-AMT                      04710000
               MOVE WS-W-STS(WS-SUB) TO SW-STATUS                       04720000
               MOVE WS-W-LAST(WS-SUB) TO SW-LAST-DATE                   04730000
               WRITE SW-RECORD                                          04740000
             END-PERFORM                                                04750000
             CLOSE SW-FILE                                              04760000
           END-IF.                                                      04770000
           MOVE WS-ACT-COUNT TO WS-ACT-COUNT-ED.                        04780000
           MOVE WS-OUT-COUNT TO WS-OUT-COUNT-ED.                        04790000
           MOVE WS-IN-COUNT TO WS-IN-COUNT-ED.                          04800000
           MOVE WS-REJ-COUNT TO WS-REJ-COUNT-ED.                        04810000
           MOVE WS-CXL-COUNT TO WS-CXL-COUNT-ED.                        04820000
           MOVE WS-OUT-AMT TO WS-OUT-AMT-ED.                            04830000
           MOVE WS-IN-AMT TO WS-IN-AMT-ED.                              04840000
           MOVE SPACES TO RPT-RECORD.                                   04850000
           STRING 'ARRANGEMENTS: ' WS-ACT-COUNT-ED                      04860000
             '  TO RESERVE: ' WS-OUT-COUNT-ED                           04870000
             '  FROM RESERVE: ' WS-IN-COUNT-ED                          04880000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04890000
           WRITE RPT-RECORD.                                            04900000
           MOVE SPACES TO RPT-RECORD.                                   04910000
           STRING 'EXCEPTIONS: ' WS-REJ-COUNT-ED                        04920000
             '  CANCELLED (ACCOUNT CLOSED): ' WS-CXL-COUNT-ED           04930000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04940000
           WRITE RPT-RECORD.                                            04950000
           MOVE SPACES TO RPT-RECORD.                                   04960000
           STRING 'TOTAL SWEPT TO RESERVE  :' WS-OUT-AMT-ED             04970000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04980000
           WRITE RPT-RECORD.                                            04990000
           MOVE SPACES TO RPT-RECORD.                                   05000000
           STRING 'TOTAL SWEPT FROM RESERVE:' WS-IN-AMT-ED              05010000
             DELIMITED BY SIZE INTO RPT-RECORD.                         05020000
           WRITE RPT-RECORD.                                            05030000
           CLOSE RPT-FILE.                                              05040000
           DISPLAY 'SWEEPS TO RESERVE       :' WS-OUT-COUNT.            05050000
           DISPLAY 'SWEEPS FROM RESERVE     :' WS-IN-COUNT.             05060000
           DISPLAY 'SWEEP EXCEPTIONS        :' WS-REJ-COUNT.            05070000
           MOVE WS-ACT-COUNT TO WS-OPS-READ.                            05080000
           COMPUTE WS-OPS-WRITE = WS-OUT-COUNT + WS-IN-COUNT.           05090000
           MOVE WS-REJ-COUNT TO WS-OPS-REJ.                             05100000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              05110000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     05120000
             WS-OPS-SQL, WS-OPS-FLAG.                                   05130000
           GOBACK.                                                      05140000
