       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2TDP.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT TD-FILE ASSIGN TO TDMST                               00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY TD-ACC-NO                                         00090000
           FILE STATUS IS WS-TD-STATUS.                                 00100000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00110000
           ORGANIZATION INDEXED                                         00120000
           ACCESS MODE DYNAMIC                                          00130000
           RECORD KEY TL-KEY                                            00140000
           FILE STATUS IS WS-TXN-STATUS.                                00150000
           SELECT RPT-FILE ASSIGN TO TDPRPT                             00160000
           ORGANIZATION LINE SEQUENTIAL.                                00170000
       DATA DIVISION.                                                   00180000
       FILE SECTION.                                                    00190000
       FD  TD-FILE.                                                     00200000
       01  TD-RECORD.                                                   00210000
           05 TD-ACC-NO           PIC X(10).                            00220000
           05 TD-TERM-MONTHS      PIC 9(3).                             00230000
           05 TD-START-DATE       PIC X(8).                             00240000
           05 TD-MATURITY-DATE    PIC X(8).                             00250000
           05 TD-RATE-BP          PIC 9(4).                             00260000
           05 TD-INSTR            PIC X(1).                             00270000
           05 TD-PAYOUT-ACC       PIC X(10).                            00280000
           05 TD-PRINCIPAL        PIC 9(7)V99.                          00290000
           05 TD-LAST-INT-DATE    PIC X(8).                             00300000
           05 TD-STATUS           PIC X(1).                             00310000
           05 TD-RENEW-COUNT      PIC 9(3).                             00320000
       FD  TXN-LOG-FILE.                                                00330000
       01  TXN-LOG-RECORD.                                              00340000
           05 TL-KEY.                                                   00350000
              10 TL-ACC-NO        PIC X(10).                            00360000
              10 TL-DATE          PIC X(8).                             00370000
              10 TL-SEQ           PIC 9(4).                             00380000
           05 TL-TXN-TYPE         PIC X(1).                             00390000
           05 TL-AMOUNT           PIC 9(7).99.                          00400000
           05 TL-RUN-BAL          PIC 9(7).99.                          00410000
           05 TL-REF-DATE         PIC X(8).                             00420000
           05 TL-REF-TYPE         PIC X(1).                             00430000
       FD  RPT-FILE.                                                    00440000
       01  RPT-RECORD             PIC X(132).                           00450000
       WORKING-STORAGE SECTION.                                         00460000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00470000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00480000
       01 WS-RUN-DATE             PIC X(8).                             00490000
       01 WS-TD-STATUS            PIC X(2) VALUE SPACES.                00500000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                00510000
       01 WS-EOF-SW               PIC X(1) VALUE 'N'.                   00520000
           88 WS-EOF                      VALUE 'Y'.                    00530000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   00540000
           88 WS-TL-DONE                  VALUE 'Y'.                    00550000
       01 WS-STEP-OK-SW           PIC X(1) VALUE 'Y'.                   00560000
           88 WS-STEP-OK                  VALUE 'Y'.                    00570000
       01 WS-USER-ID              PIC X(8) VALUE 'HACK2TDP'.            00580000
       01 WS-ACC-NO               PIC X(10).                            00590000
       01 WS-PAY-ACC              PIC X(10).                            00600000
       01 WS-PAY-STATUS           PIC X(1).                             00610000
       01 WS-ACTION               PIC X(40).                            00620000
       01 WS-OLD-MAT              PIC X(8).                             00630000
       01 WS-FROM-DATE            PIC X(8).                             00640000
       01 WS-FROM-DATE-N REDEFINES WS-FROM-DATE                         00650000
                                  PIC 9(8).                             00660000
       01 WS-MAT-DATE             PIC X(8).                             00670000
       01 WS-MAT-PARTS REDEFINES WS-MAT-DATE.                           00680000
           05 WS-MAT-YYYY         PIC 9(4).                             00690000
           05 WS-MAT-MM           PIC 9(2).                             00700000
           05 WS-MAT-DD           PIC 9(2).                             00710000
       01 WS-MAT-DATE-N REDEFINES WS-MAT-DATE                           00720000
                                  PIC 9(8).                             00730000
       01 WS-MTH-TOTAL            PIC 9(7).                             00740000
       01 WS-DAY-SAVE             PIC 9(2).                             00750000
       01 WS-DATE-INT             PIC 9(7).                             00760000
       01 WS-DAYS                 PIC 9(5) VALUE 0.                     00770000
       01 WS-INTEREST             PIC S9(7)V99 COMP-3.                  00780000
       01 WS-INTEREST-ED          PIC 9(7).99.                          00790000
       01 WS-OLD-BAL              PIC S9(7)V99 COMP-3.                  00800000
       01 WS-OLD-BAL-ED           PIC 9(7).99.                          00810000
       01 WS-NEW-BAL              PIC S9(7)V99 COMP-3.                  00820000
       01 WS-NEW-BAL-ED           PIC 9(7).99.                          00830000
       01 WS-PAY-OLD-BAL          PIC S9(7)V99 COMP-3.                  00840000
       01 WS-PAY-OLD-BAL-ED       PIC 9(7).99.                          00850000
       01 WS-PAY-NEW-BAL          PIC S9(7)V99 COMP-3.                  00860000
       01 WS-PAY-NEW-BAL-ED       PIC 9(7).99.                          00870000
       01 WS-PAY-AMT              PIC S9(7)V99 COMP-3.                  00880000
       01 WS-PAY-AMT-ED           PIC 9(7).99.                          00890000
       01 WS-HOLD-TOTAL           PIC 9(9)V99 VALUE 0.                  00900000
       01 WS-ZERO-BAL-ED          PIC 9(7).99.                          00910000
       01 WS-AUD-BEFORE           PIC X(60) VALUE SPACES.               00920000
       01 WS-AUD-AFTER            PIC X(60) VALUE SPACES.               00930000
       01 WS-TD-READ              PIC 9(9) VALUE 0.                     00940000
       01 WS-DUE-COUNT            PIC 9(9) VALUE 0.                     00950000
       01 WS-RNW-COUNT            PIC 9(9) VALUE 0.                     00960000
       01 WS-PAY-COUNT            PIC 9(9) VALUE 0.                     00970000
       01 WS-CLS-COUNT            PIC 9(9) VALUE 0.                     00980000
       01 WS-EXC-COUNT            PIC 9(9) VALUE 0.                     00990000
       01 WS-INT-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.         01000000
       01 WS-PAY-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.         01010000
       01 WS-TOT-ED               PIC -(10)9.99.                        01020000
       01 WS-TOT2-ED              PIC -(10)9.99.                        01030000
       01 WS-BUS-DATE             PIC X(8).                             01040000
       01 WS-BDT-FLAG             PIC X(1).                             01050000
       01 WS-OVERRIDE             PIC X(1).                             01060000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2TDP'.            01070000
       01 WS-OPS-START            PIC X(16).                            01080000
       01 WS-OPS-DATE             PIC X(8).                             01090000
       01 WS-OPS-TIME             PIC X(8).                             01100000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     01110000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     01120000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     01130000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       01140000
                                  VALUE ZERO.                           01150000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   01160000
       PROCEDURE DIVISION.                                              01170000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       01180000
           ACCEPT WS-OPS-TIME FROM TIME.                                01190000
           MOVE SPACES TO WS-OPS-START.                                 01200000
           STRING WS-OPS-DATE WS-OPS-TIME                               01210000
             DELIMITED BY SIZE INTO WS-OPS-START.                       01220000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              01230000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       01240000
           IF WS-BDT-FLAG = 'N'                                         01250000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             01260000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  01270000
             ACCEPT WS-OVERRIDE                                         01280000
             IF WS-OVERRIDE NOT = 'Y'                                   01290000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               01300000
               GOBACK                                                   01310000
             END-IF                                                     01320000
           END-IF.                                                      01330000
           MOVE 0 TO WS-ZERO-BAL-ED.                                    01331000
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             01340000
           IF WS-RUN-DATE NOT NUMERIC                                   01350000
             DISPLAY 'INVALID RUN DATE - RUN ABANDONED'                 01360000
             MOVE 'A' TO WS-OPS-FLAG                                    01370000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            01380000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   01390000
               WS-OPS-SQL, WS-OPS-FLAG                                  01400000
             GOBACK                                                     01410000
           END-IF.                                                      01420000
           OPEN I-O TD-FILE.                                            01430000
           IF WS-TD-STATUS = '35'                                       01440000
             DISPLAY 'NO TERM DEPOSITS ON FILE - NOTHING TO DO'         01450000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            01460000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   01470000
               WS-OPS-SQL, WS-OPS-FLAG                                  01480000
             GOBACK                                                     01490000
           END-IF.                                                      01500000
           IF WS-TD-STATUS NOT = '00'                                   01510000
             DISPLAY 'CANNOT OPEN TERM DEPOSIT MASTER:' WS-TD-STATUS    01520000
             MOVE 'A' TO WS-OPS-FLAG                                    01530000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            01540000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   01550000
               WS-OPS-SQL, WS-OPS-FLAG                                  01560000
             GOBACK                                                     01570000
           END-IF.                                                      01580000
           OPEN I-O TXN-LOG-FILE.                                       01590000
           IF WS-TXN-STATUS = '35'                                      01600000
             OPEN OUTPUT TXN-LOG-FILE                                   01610000
           END-IF.                                                      01620000
           OPEN OUTPUT RPT-FILE.                                        01630000
           MOVE SPACES TO RPT-RECORD.                                   01640000
           STRING 'TERM DEPOSIT MATURITY REPORT ' WS-RUN-DATE           01650000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01660000
           WRITE RPT-RECORD.                                            01670000
           MOVE SPACES TO RPT-RECORD.                                   01680000
           STRING 'ACC-NO     MATURITY I INTEREST   BALANCE    '        01690000
             'ACTION'                                                   01700000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01710000
           WRITE RPT-RECORD.                                            01720000
           PERFORM UNTIL WS-EOF                                         01730000
             READ TD-FILE NEXT RECORD                                   01740000
               AT END SET WS-EOF TO TRUE                                01750000
               NOT AT END                                               01760000
                 ADD 1 TO WS-TD-READ                                    01770000
                 IF TD-STATUS = 'A'                                     01780000
                    AND TD-MATURITY-DATE NOT > WS-RUN-DATE              01790000
                   ADD 1 TO WS-DUE-COUNT                                01800000
                   MOVE TD-ACC-NO TO WS-ACC-NO                          01810000
                   MOVE TD-MATURITY-DATE TO WS-OLD-MAT                  01820000
                   MOVE SPACES TO WS-ACTION                             01830000
                   MOVE 0 TO WS-INTEREST                                01840000
                   MOVE 0 TO WS-OLD-BAL                                 01850000
                   EXEC SQL                                             01860000
                   SELECT ACC_BAL,ACC_STATUS                            01870000
                   INTO :DCL-ACC-BAL,:DCL-ACC-STATUS                    01880000
                   FROM ACC_DETAILS WHERE ACC_NO = :WS-ACC-NO           01890000
                   END-EXEC                                             01900000
                   IF SQLCODE = 100                                     01910000
                     MOVE 'EXCEPTION - ACCOUNT NOT FOUND' TO WS-ACTION  01920000
                     ADD 1 TO WS-EXC-COUNT                              01930000
                   ELSE IF SQLCODE NOT = 0                              01940000
                     MOVE SQLCODE TO WS-OPS-SQL                         01950000
                     MOVE 'EXCEPTION - SQL ERROR ON SELECT'             01960000
                       TO WS-ACTION                                     01970000
                     ADD 1 TO WS-EXC-COUNT                              01980000
                   ELSE IF DCL-ACC-STATUS = 'I'                         01990000
                     MOVE 'C' TO TD-STATUS                              02000000
                     REWRITE TD-RECORD                                  02010000
                     MOVE 'ACCOUNT CLOSED - TERM DEPOSIT ENDED'         02020000
                       TO WS-ACTION                                     02030000
                     ADD 1 TO WS-CLS-COUNT                              02040000
                   ELSE IF DCL-ACC-STATUS NOT = 'A'                     02050000
                     MOVE 'EXCEPTION - ACCOUNT NOT ACTIVE' TO WS-ACTION 02060000
                     ADD 1 TO WS-EXC-COUNT                              02070000
                   ELSE                                                 02080000
                     MOVE DCL-ACC-BAL TO WS-OLD-BAL                     02090000
                     MOVE 'Y' TO WS-STEP-OK-SW                          02100000
                     IF TD-LAST-INT-DATE NOT = TD-MATURITY-DATE         02110000
                        AND WS-OLD-BAL > 0                              02120000
                        AND TD-START-DATE IS NUMERIC                    02130000
                       MOVE TD-START-DATE TO WS-FROM-DATE               02140000
                       MOVE TD-MATURITY-DATE TO WS-MAT-DATE             02150000
                       COMPUTE WS-DAYS =                                02160000
                         FUNCTION INTEGER-OF-DATE(WS-MAT-DATE-N)        02170000
                         - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-N)     02180000
                       COMPUTE WS-INTEREST ROUNDED =                    02190000
                         WS-OLD-BAL * TD-RATE-BP * WS-DAYS / 3650000    02200000
                     END-IF                                             02210000
                     IF WS-INTEREST > 0                                 02220000
                       COMPUTE WS-NEW-BAL = WS-OLD-BAL + WS-INTEREST    02230000
                       MOVE WS-NEW-BAL TO DCL-ACC-BAL                   02240000
                       EXEC SQL                                         02250000
                       UPDATE ACC_DETAILS SET ACC_BAL = :DCL-ACC-BAL    02260000
                       WHERE ACC_NO = :WS-ACC-NO                        02270000
                       AND ACC_BAL = :WS-OLD-BAL                        02280000
                       END-EXEC                                         02290000
                       IF SQLCODE = 0 AND SQLERRD(3) = 1                02300000
                         EXEC SQL COMMIT END-EXEC                       02310000
                         MOVE WS-OLD-BAL TO WS-OLD-BAL-ED               02320000
                         MOVE WS-NEW-BAL TO WS-NEW-BAL-ED               02330000
                         CALL 'HACK2HST' USING WS-ACC-NO,               02340000
                           WS-RUN-DATE, 'I',                            02350000
                           WS-OLD-BAL-ED, WS-NEW-BAL-ED                 02360000
                         ADD WS-INTEREST TO WS-INT-TOTAL                02370000
                         MOVE WS-NEW-BAL TO WS-OLD-BAL                  02380000
                       ELSE                                             02390000
                         EXEC SQL ROLLBACK END-EXEC                     02400000
                         MOVE SQLCODE TO WS-OPS-SQL                     02410000
                         MOVE 'N' TO WS-STEP-OK-SW                      02420000
                         MOVE 0 TO WS-INTEREST                          02430000
                         MOVE 'EXCEPTION - INTEREST POSTING FAILED'     02440000
                           TO WS-ACTION                                 02450000
                         ADD 1 TO WS-EXC-COUNT                          02460000
                       END-IF                                           02470000
                     END-IF                                             02480000
                     IF WS-STEP-OK                                      02490000
                       MOVE TD-MATURITY-DATE TO TD-LAST-INT-DATE        02500000
                       IF TD-INSTR = 'R'                                02510000
                         MOVE TD-MATURITY-DATE TO WS-MAT-DATE           02520000
                         MOVE WS-MAT-DD TO WS-DAY-SAVE                  02530000
                         COMPUTE WS-MTH-TOTAL =                         02540000
                           WS-MAT-YYYY * 12 + WS-MAT-MM                 02550000
                           + TD-TERM-MONTHS                             02560000
                         DIVIDE WS-MTH-TOTAL BY 12 GIVING WS-MAT-YYYY   02570000
                           REMAINDER WS-MAT-MM                          02580000
                         ADD 1 TO WS-MAT-MM                             02590000
                         MOVE 1 TO WS-MAT-DD                            02600000
                         COMPUTE WS-DATE-INT =                          02610000
                           FUNCTION INTEGER-OF-DATE(WS-MAT-DATE-N) - 1  02620000
                         COMPUTE WS-MAT-DATE-N =                        02630000
                           FUNCTION DATE-OF-INTEGER(WS-DATE-INT)        02640000
                         IF WS-DAY-SAVE < WS-MAT-DD                     02650000
                           MOVE WS-DAY-SAVE TO WS-MAT-DD                02660000
                         END-IF                                         02670000
                         MOVE TD-MATURITY-DATE TO TD-START-DATE         02680000
                         MOVE WS-MAT-DATE TO TD-MATURITY-DATE           02690000
                         MOVE WS-OLD-BAL TO TD-PRINCIPAL                02700000
                         ADD 1 TO TD-RENEW-COUNT                        02710000
                         REWRITE TD-RECORD                              02720000
                         MOVE WS-OLD-BAL TO WS-OLD-BAL-ED               02730000
                         MOVE SPACES TO WS-AUD-BEFORE                   02740000
                         MOVE SPACES TO WS-AUD-AFTER                    02750000
                         STRING 'TD MATURED ' WS-OLD-MAT                02760000
                           DELIMITED BY SIZE INTO WS-AUD-BEFORE         02770000
                         STRING 'TD RENEWED MAT=' TD-MATURITY-DATE      02780000
                           ' BAL=' WS-OLD-BAL-ED                        02790000
                           DELIMITED BY SIZE INTO WS-AUD-AFTER          02800000
                         CALL 'HACK2AUD' USING 'M', WS-USER-ID,         02810000
                           WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER       02820000
                         MOVE SPACES TO WS-ACTION                       02830000
                         STRING 'RENEWED TO ' TD-MATURITY-DATE          02840000
                           DELIMITED BY SIZE INTO WS-ACTION             02850000
                         ADD 1 TO WS-RNW-COUNT                          02860000
                       ELSE                                             02870000
                         REWRITE TD-RECORD                              02880000
                         MOVE TD-PAYOUT-ACC TO WS-PAY-ACC               02890000
                         MOVE SPACE TO WS-PAY-STATUS                    02900000
                         EXEC SQL                                       02910000
                         SELECT ACC_BAL,ACC_STATUS                      02920000
                         INTO :DCL-ACC-BAL,:DCL-ACC-STATUS              02930000
                         FROM ACC_DETAILS WHERE ACC_NO = :WS-PAY-ACC    02940000
                         END-EXEC                                       02950000
                         IF SQLCODE = 0                                 02960000
                           MOVE DCL-ACC-BAL TO WS-PAY-OLD-BAL           02970000
                           MOVE DCL-ACC-STATUS TO WS-PAY-STATUS         02980000
                         END-IF                                         02990000
                         MOVE 0 TO WS-HOLD-TOTAL                        03000000
                         CALL 'HACK2AVL' USING WS-ACC-NO, WS-HOLD-TOTAL 03010000
                         IF WS-PAY-STATUS NOT = 'A'                     03020000
                           MOVE 'EXCEPTION - PAYOUT ACCOUNT NOT ACTIVE' 03030000
                             TO WS-ACTION                               03040000
                           ADD 1 TO WS-EXC-COUNT                        03050000
                         ELSE IF WS-HOLD-TOTAL > 0                      03060000
                           MOVE 'EXCEPTION - ACTIVE HOLDS ON ACCOUNT'   03070000
                             TO WS-ACTION                               03080000
                           ADD 1 TO WS-EXC-COUNT                        03090000
                         ELSE IF WS-OLD-BAL NOT > 0                     03100000
                           MOVE 'M' TO TD-STATUS                        03110000
                           REWRITE TD-RECORD                            03120000
                           MOVE 'MATURED - NOTHING TO PAY OUT'          03130000
                             TO WS-ACTION                               03140000
                           ADD 1 TO WS-PAY-COUNT                        03150000
                         ELSE                                           03160000
                           MOVE WS-OLD-BAL TO WS-PAY-AMT                03170000
                           COMPUTE WS-PAY-NEW-BAL =                     03180000
                             WS-PAY-OLD-BAL + WS-PAY-AMT                03190000
                           EXEC SQL                                     03200000
                           UPDATE ACC_DETAILS                           03210000
                           SET ACC_BAL = 0, ACC_STATUS = 'I'            03220000
                           WHERE ACC_NO = :WS-ACC-NO                    03230000
                           AND ACC_BAL = :WS-OLD-BAL                    03240000
                           AND ACC_STATUS = 'A'                         03250000
                           END-EXEC                                     03260000
                           IF SQLCODE = 0 AND SQLERRD(3) = 1            03270000
                             MOVE WS-PAY-NEW-BAL TO DCL-ACC-BAL         03280000
                             EXEC SQL                                   03290000
                             UPDATE ACC_DETAILS                         03300000
                             SET ACC_BAL = :DCL-ACC-BAL                 03310000
                             WHERE ACC_NO = :WS-PAY-ACC                 03320000
                             AND ACC_BAL = :WS-PAY-OLD-BAL              03330000
                             END-EXEC                                   03340000
                             IF SQLCODE = 0 AND SQLERRD(3) = 1          03350000
                               EXEC SQL COMMIT END-EXEC                 03360000
                             ELSE                                       03370000
                               EXEC SQL ROLLBACK END-EXEC               03380000
                               MOVE 'N' TO WS-STEP-OK-SW                03390000
                             END-IF                                     03400000
                           ELSE                                         03410000
                             EXEC SQL ROLLBACK END-EXEC                 03420000
                             MOVE 'N' TO WS-STEP-OK-SW                  03430000
                           END-IF                                       03440000
                           IF NOT WS-STEP-OK                            03450000
                             MOVE SQLCODE TO WS-OPS-SQL                 03460000
                             MOVE 'EXCEPTION - PAYOUT POSTING FAILED'   03470000
                               TO WS-ACTION                             03480000
                             ADD 1 TO WS-EXC-COUNT                      03490000
                           ELSE                                         03500000
                             MOVE WS-OLD-BAL TO WS-OLD-BAL-ED           03510000
                             MOVE WS-PAY-AMT TO WS-PAY-AMT-ED           03520000
                             MOVE WS-PAY-OLD-BAL TO WS-PAY-OLD-BAL-ED   03530000
                             MOVE WS-PAY-NEW-BAL TO WS-PAY-NEW-BAL-ED   03540000
                             MOVE SPACES TO TXN-LOG-RECORD              03550000
                             MOVE WS-ACC-NO TO TL-ACC-NO                03560000
                             MOVE WS-RUN-DATE TO TL-DATE                03570000
                             MOVE 0 TO TL-SEQ                           03580000
                             MOVE 'W' TO TL-TXN-TYPE                    03590000
                             MOVE WS-PAY-AMT TO TL-AMOUNT               03600000
                             MOVE WS-ZERO-BAL-ED TO TL-RUN-BAL          03610000
                             MOVE WS-RUN-DATE TO TL-REF-DATE            03620000
                             MOVE 'D' TO TL-REF-TYPE                    03630000
                             MOVE 'N' TO WS-TL-DONE-SW                  03640000
                             PERFORM UNTIL WS-TL-DONE                   03650000
                               WRITE TXN-LOG-RECORD                     03660000
                               IF WS-TXN-STATUS = '22'                  03670000
                                 ADD 1 TO TL-SEQ                        03680000
                               ELSE                                     03690000
                                 MOVE 'Y' TO WS-TL-DONE-SW              03700000
                               END-IF                                   03710000
                             END-PERFORM                                03720000
                             MOVE SPACES TO TXN-LOG-RECORD              03730000
                             MOVE WS-PAY-ACC TO TL-ACC-NO               03740000
                             MOVE WS-RUN-DATE TO TL-DATE                03750000
                             MOVE 0 TO TL-SEQ                           03760000
                             MOVE 'D' TO TL-TXN-TYPE                    03770000
                             MOVE WS-PAY-AMT TO TL-AMOUNT               03780000
                             MOVE WS-PAY-NEW-BAL-ED TO TL-RUN-BAL       03790000
                             MOVE WS-RUN-DATE TO TL-REF-DATE            03800000
                             MOVE 'W' TO TL-REF-TYPE                    03810000
                             MOVE 'N' TO WS-TL-DONE-SW                  03820000
                             PERFORM UNTIL WS-TL-DONE                   03830000
                               WRITE TXN-LOG-RECORD                     03840000
                               IF WS-TXN-STATUS = '22'                  03850000
                                 ADD 1 TO TL-SEQ                        03860000
                               ELSE                                     03870000
                                 MOVE 'Y' TO WS-TL-DONE-SW              03880000
                               END-IF                                   03890000
                             END-PERFORM                                03900000
                             CALL 'HACK2HST' USING WS-ACC-NO,           03910000
                               WS-RUN-DATE, 'W',                        03920000
                               WS-OLD-BAL-ED, WS-ZERO-BAL-ED            03930000
                             CALL 'HACK2HST' USING WS-PAY-ACC,          03940000
                               WS-RUN-DATE, 'D',                        03950000
                               WS-PAY-OLD-BAL-ED, WS-PAY-NEW-BAL-ED     03960000
                             MOVE SPACES TO WS-AUD-BEFORE               03970000
                             MOVE SPACES TO WS-AUD-AFTER                03980000
                             STRING 'BAL=' WS-OLD-BAL-ED                03990000
                               ' TFR TO ' WS-PAY-ACC                    04000000
                               DELIMITED BY SIZE INTO WS-AUD-BEFORE     04010000
                             STRING 'BAL=' WS-ZERO-BAL-ED               04020000
                               DELIMITED BY SIZE INTO WS-AUD-AFTER      04030000
                             CALL 'HACK2AUD' USING 'W', WS-USER-ID,     04040000
                               WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER   04050000
                             MOVE SPACES TO WS-AUD-BEFORE               04060000
                             MOVE SPACES TO WS-AUD-AFTER                04070000
                             STRING 'BAL=' WS-PAY-OLD-BAL-ED            04080000
                               ' TFR FROM ' WS-ACC-NO                   04090000
                               DELIMITED BY SIZE INTO WS-AUD-BEFORE     04100000
                             STRING 'BAL=' WS-PAY-NEW-BAL-ED            04110000
                               DELIMITED BY SIZE INTO WS-AUD-AFTER      04120000
                             CALL 'HACK2AUD' USING 'D', WS-USER-ID,     04130000
                               WS-PAY-ACC, WS-AUD-BEFORE, WS-AUD-AFTER  04140000
                             MOVE 'M' TO TD-STATUS                      04150000
                             REWRITE TD-RECORD                          04160000
                             MOVE SPACES TO WS-AUD-BEFORE               04170000
                             MOVE SPACES TO WS-AUD-AFTER                04180000
                             STRING 'TD MATURED ' WS-OLD-MAT            04190000
                               DELIMITED BY SIZE INTO WS-AUD-BEFORE     04200000
                             STRING 'TD PAID OUT ' WS-PAY-AMT-ED        04210000
                               ' TO ' WS-PAY-ACC ' STATUS=I'            04220000
                               DELIMITED BY SIZE INTO WS-AUD-AFTER      04230000
                             CALL 'HACK2AUD' USING 'M', WS-USER-ID,     04240000
                               WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER   04250000
                             ADD WS-PAY-AMT TO WS-PAY-TOTAL             04260000
                             MOVE 0 TO WS-OLD-BAL                       04270000
                             MOVE SPACES TO WS-ACTION                   04280000
                             STRING 'PAID OUT TO ' WS-PAY-ACC           04290000
                               DELIMITED BY SIZE INTO WS-ACTION         04300000
                             ADD 1 TO WS-PAY-COUNT                      04310000
                           END-IF                                       04320000
                         END-IF                                         04330000
                         END-IF                                         04340000
                         END-IF                                         04350000
                       END-IF                                           04360000
                     END-IF                                             04370000
                   END-IF                                               04380000
                   END-IF                                               04390000
                   END-IF                                               04400000
                   END-IF                                               04410000
                   MOVE WS-INTEREST TO WS-INTEREST-ED                   04420000
                   MOVE WS-OLD-BAL TO WS-OLD-BAL-ED                     04430000
                   MOVE SPACES TO RPT-RECORD                            04440000
                   STRING WS-ACC-NO ' ' WS-OLD-MAT ' ' TD-INSTR ' '     04450000
                     WS-INTEREST-ED ' ' WS-OLD-BAL-ED ' ' WS-ACTION     04460000
                     DELIMITED BY SIZE INTO RPT-RECORD                  04470000
                   WRITE RPT-RECORD                                     04480000
                 END-IF                                                 04490000
             END-READ                                                   04500000
           END-PERFORM.                                                 04510000
           CLOSE TD-FILE.                                               04520000
           CLOSE TXN-LOG-FILE.                                          04530000
           MOVE WS-INT-TOTAL TO WS-TOT-ED.                              04540000
           MOVE WS-PAY-TOTAL TO WS-TOT2-ED.                             04550000
           MOVE SPACES TO RPT-RECORD.                                   04560000
           STRING 'MATURED: ' WS-DUE-COUNT                              04570000
             '  RENEWED: ' WS-RNW-COUNT                                 04580000
             '  PAID OUT: ' WS-PAY-COUNT                                04590000
             '  ENDED: ' WS-CLS-COUNT                                   04600000
             '  EXCEPTIONS: ' WS-EXC-COUNT                              04610000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04620000
           WRITE RPT-RECORD.                                            04630000
           MOVE SPACES TO RPT-RECORD.                                   04640000
           STRING 'FINAL INTEREST: ' WS-TOT-ED                          04650000
             '  PAID OUT: ' WS-TOT2-ED                                  04660000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04670000
           WRITE RPT-RECORD.                                            04680000
           CLOSE RPT-FILE.                                              04690000
           DISPLAY 'TERM DEPOSITS MATURED:' WS-DUE-COUNT.               04700000
           DISPLAY 'RENEWED              :' WS-RNW-COUNT.               04710000
           DISPLAY 'PAID OUT             :' WS-PAY-COUNT.               04720000
           DISPLAY 'EXCEPTIONS           :' WS-EXC-COUNT.               04730000
           MOVE WS-TD-READ TO WS-OPS-READ.                              04740000
           COMPUTE WS-OPS-WRITE = WS-RNW-COUNT + WS-PAY-COUNT.          04750000
           MOVE WS-EXC-COUNT TO WS-OPS-REJ.                             04760000
           IF WS-EXC-COUNT > 0 AND WS-OPS-FLAG = 'N'                    04770000
             MOVE 'E' TO WS-OPS-FLAG                                    04780000
           END-IF.                                                      04790000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              04800000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     04810000
             WS-OPS-SQL, WS-OPS-FLAG.                                   04820000
           GOBACK.                                                      04830000
