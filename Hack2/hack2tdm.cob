       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2TDM.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT TD-FILE ASSIGN TO TDMST                               00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE RANDOM                                           00080000
           RECORD KEY TD-ACC-NO                                         00090000
           FILE STATUS IS WS-TD-STATUS.                                 00100000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD  TD-FILE.                                                     00130000
       01  TD-RECORD.                                                   00140000
           05 TD-ACC-NO           PIC X(10).                            00150000
           05 TD-TERM-MONTHS      PIC 9(3).                             00160000
           05 TD-START-DATE       PIC X(8).                             00170000
           05 TD-MATURITY-DATE    PIC X(8).                             00180000
           05 TD-RATE-BP          PIC 9(4).                             00190000
           05 TD-INSTR            PIC X(1).                             00200000
           05 TD-PAYOUT-ACC       PIC X(10).                            00210000
           05 TD-PRINCIPAL        PIC 9(7)V99.                          00220000
           05 TD-LAST-INT-DATE    PIC X(8).                             00230000
           05 TD-STATUS           PIC X(1).                             00240000
           05 TD-RENEW-COUNT      PIC 9(3).                             00250000
       WORKING-STORAGE SECTION.                                         00260000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00270000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00280000
       01 WS-USER-ID              PIC X(8).                             00290000
       01 WS-FUNCTION             PIC X(1).                             00300000
           88 WS-FUNC-ADD                 VALUE 'A'.                    00310000
           88 WS-FUNC-INQUIRE             VALUE 'I'.                    00320000
           88 WS-FUNC-UPDATE              VALUE 'U'.                    00330000
       01 WS-ACC-NO               PIC X(10).                            00340000
       01 WS-TD-STATUS            PIC X(2) VALUE SPACES.                00350000
       01 WS-TERM-TEXT            PIC X(3).                             00360000
       01 WS-TERM REDEFINES WS-TERM-TEXT                                00370000
                                  PIC 9(3).                             00380000
       01 WS-RATE-TEXT            PIC X(4).                             00390000
       01 WS-RATE REDEFINES WS-RATE-TEXT                                00400000
                                  PIC 9(4).                             00410000
       01 WS-INSTR                PIC X(1).                             00420000
       01 WS-PAYOUT-ACC           PIC X(10).                            00430000
       01 WS-PAYOUT-STATUS        PIC X(1).                             00440000
       01 WS-BUS-DATE             PIC X(8).                             00450000
       01 WS-BDT-FLAG             PIC X(1).                             00460000
       01 WS-MAT-DATE             PIC X(8).                             00470000
       01 WS-MAT-PARTS REDEFINES WS-MAT-DATE.                           00480000
           05 WS-MAT-YYYY         PIC 9(4).                             00490000
           05 WS-MAT-MM           PIC 9(2).                             00500000
           05 WS-MAT-DD           PIC 9(2).                             00510000
       01 WS-MAT-DATE-N REDEFINES WS-MAT-DATE                           00520000
                                  PIC 9(8).                             00530000
       01 WS-MTH-TOTAL            PIC 9(7).                             00540000
       01 WS-DAY-SAVE             PIC 9(2).                             00550000
       01 WS-DATE-INT             PIC 9(7).                             00560000
       01 WS-BAL-ED               PIC 9(7).99.                          00570000
       01 WS-PRIN-ED              PIC 9(7).99.                          00580000
       01 WS-AUD-BEFORE           PIC X(60) VALUE SPACES.               00590000
       01 WS-AUD-AFTER            PIC X(60) VALUE SPACES.               00600000
       LINKAGE SECTION.                                                 00610000
       01 USER-ID-PARM        PIC X(8).                                 00620000
       PROCEDURE DIVISION USING USER-ID-PARM.                           00630000
           MOVE USER-ID-PARM TO WS-USER-ID.                             00640000
           DISPLAY 'TERM DEPOSIT MAINTENANCE'.                          00650000
           DISPLAY 'ENTER FUNCTION (A-ADD/I-INQUIRE/U-UPDATE):'.        00660000
           ACCEPT WS-FUNCTION.                                          00670000
           DISPLAY 'ENTER ACCOUNT NUMBER:'.                             00680000
           ACCEPT WS-ACC-NO.                                            00690000
           IF WS-ACC-NO = SPACES OR WS-ACC-NO NOT NUMERIC               00700000
             DISPLAY 'INVALID ACCOUNT NUMBER FORMAT'                    00710000
             GOBACK                                                     00720000
           END-IF.                                                      00730000
           IF NOT WS-FUNC-ADD AND NOT WS-FUNC-INQUIRE                   00740000
              AND NOT WS-FUNC-UPDATE                                    00750000
             DISPLAY 'INVALID FUNCTION CODE'                            00760000
             GOBACK                                                     00770000
           END-IF.                                                      00780000
           EXEC SQL                                                     00790000
           SELECT ACC_BAL,ACC_TYPE,ACC_STATUS                           00800000
           INTO :DCL-ACC-BAL,:DCL-ACC-TYPE,:DCL-ACC-STATUS              00810000
           FROM ACC_DETAILS WHERE ACC_NO = :WS-ACC-NO                   00820000
           END-EXEC.                                                    00830000
           IF SQLCODE = 100                                             00840000
             DISPLAY 'ACCOUNT NOT FOUND'                                00850000
             GOBACK                                                     00860000
           ELSE IF SQLCODE NOT = 0                                      00870000
             DISPLAY 'SQLERROR:' SQLCODE                                00880000
             GOBACK                                                     00890000
           ELSE IF DCL-ACC-TYPE NOT = 'T'                               00900000
             DISPLAY 'ACCOUNT IS NOT A TERM DEPOSIT (TYPE T)'           00910000
             GOBACK                                                     00920000
           END-IF                                                       00930000
           END-IF                                                       00940000
           END-IF.                                                      00950000
           OPEN I-O TD-FILE.                                            00960000
           IF WS-TD-STATUS = '35'                                       00970000
             OPEN OUTPUT TD-FILE                                        00980000
             IF WS-TD-STATUS = '00'                                     00990000
               CLOSE TD-FILE                                            01000000
               OPEN I-O TD-FILE                                         01010000
             END-IF                                                     01020000
           END-IF.                                                      01030000
           IF WS-TD-STATUS NOT = '00'                                   01040000
             DISPLAY 'CANNOT OPEN TERM DEPOSIT MASTER:' WS-TD-STATUS    01050000
             GOBACK                                                     01060000
           END-IF.                                                      01070000
           MOVE WS-ACC-NO TO TD-ACC-NO.                                 01080000
           READ TD-FILE.                                                01090000
           IF WS-FUNC-ADD                                               01100000
             IF WS-TD-STATUS = '00'                                     01110000
               DISPLAY 'TERM DEPOSIT ALREADY SET UP FOR ACCOUNT'        01120000
             ELSE IF DCL-ACC-STATUS NOT = 'A'                           01130000
               DISPLAY 'ACCOUNT IS NOT ACTIVE'                          01140000
             ELSE                                                       01150000
               DISPLAY 'ENTER TERM IN MONTHS (3 DIGITS):'               01160000
               ACCEPT WS-TERM-TEXT                                      01170000
               DISPLAY 'ENTER ANNUAL RATE IN BASIS POINTS (4 DIGITS):'  01180000
               ACCEPT WS-RATE-TEXT                                      01190000
               DISPLAY 'ENTER MATURITY INSTRUCTION (R-RENEW/P-PAY OUT):'01200000
               ACCEPT WS-INSTR                                          01210000
               MOVE SPACES TO WS-PAYOUT-ACC                             01220000
               IF WS-INSTR = 'P'                                        01230000
                 DISPLAY 'ENTER PAYOUT ACCOUNT NUMBER:'                 01240000
                 ACCEPT WS-PAYOUT-ACC                                   01250000
               END-IF                                                   01260000
               MOVE SPACE TO WS-PAYOUT-STATUS                           01270000
               IF WS-PAYOUT-ACC NOT = SPACES                            01280000
                  AND WS-PAYOUT-ACC IS NUMERIC                          01290000
                 EXEC SQL                                               01300000
                 SELECT ACC_STATUS INTO :WS-PAYOUT-STATUS               01310000
                 FROM ACC_DETAILS WHERE ACC_NO = :WS-PAYOUT-ACC         01320000
                 END-EXEC                                               01330000
                 IF SQLCODE NOT = 0                                     01340000
                   MOVE SPACE TO WS-PAYOUT-STATUS                       01350000
                 END-IF                                                 01360000
               END-IF                                                   01370000
               IF WS-TERM-TEXT NOT NUMERIC OR WS-TERM = 0               01380000
                  OR WS-RATE-TEXT NOT NUMERIC                           01390000
                  OR (WS-INSTR NOT = 'R' AND WS-INSTR NOT = 'P')        01400000
                 DISPLAY 'INVALID TERM DEPOSIT ENTRY - NOTHING ADDED'   01410000
               ELSE IF WS-INSTR = 'P'                                   01420000
                  AND (WS-PAYOUT-ACC = WS-ACC-NO                        01430000
                       OR WS-PAYOUT-STATUS NOT = 'A')                   01440000
                 DISPLAY 'PAYOUT ACCOUNT MUST BE ANOTHER ACTIVE ACCOUNT'01450000
               ELSE                                                     01460000
                 CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG         01470000
                 MOVE WS-BUS-DATE TO WS-MAT-DATE                        01480000
                 MOVE WS-MAT-DD TO WS-DAY-SAVE                          01490000
                 COMPUTE WS-MTH-TOTAL =                                 01500000
                   WS-MAT-YYYY * 12 + WS-MAT-MM + WS-TERM               01510000
                 DIVIDE WS-MTH-TOTAL BY 12 GIVING WS-MAT-YYYY           01520000
                   REMAINDER WS-MAT-MM                                  01530000
                 ADD 1 TO WS-MAT-MM                                     01540000
                 MOVE 1 TO WS-MAT-DD                                    01550000
                 COMPUTE WS-DATE-INT =                                  01560000
                   FUNCTION INTEGER-OF-DATE(WS-MAT-DATE-N) - 1          01570000
                 COMPUTE WS-MAT-DATE-N =                                01580000
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)                01590000
                 IF WS-DAY-SAVE < WS-MAT-DD                             01600000
                   MOVE WS-DAY-SAVE TO WS-MAT-DD                        01610000
                 END-IF                                                 01620000
                 MOVE SPACES TO TD-RECORD                               01630000
                 MOVE WS-ACC-NO TO TD-ACC-NO                            01640000
                 MOVE WS-TERM TO TD-TERM-MONTHS                         01650000
                 MOVE WS-BUS-DATE TO TD-START-DATE                      01660000
                 MOVE WS-MAT-DATE TO TD-MATURITY-DATE                   01670000
                 MOVE WS-RATE TO TD-RATE-BP                             01680000
                 MOVE WS-INSTR TO TD-INSTR                              01690000
                 MOVE WS-PAYOUT-ACC TO TD-PAYOUT-ACC                    01700000
                 MOVE DCL-ACC-BAL TO TD-PRINCIPAL                       01710000
                 MOVE 'A' TO TD-STATUS                                  01720000
                 MOVE 0 TO TD-RENEW-COUNT                               01730000
                 WRITE TD-RECORD                                        01740000
                 IF WS-TD-STATUS NOT = '00'                             01750000
                   DISPLAY 'TERM DEPOSIT WRITE FAILED:' WS-TD-STATUS    01760000
                 ELSE                                                   01770000
                   DISPLAY 'TERM DEPOSIT SET UP - MATURES ' WS-MAT-DATE 01780000
                   MOVE 'NO TERM DEPOSIT' TO WS-AUD-BEFORE              01790000
                   MOVE SPACES TO WS-AUD-AFTER                          01800000
                   STRING 'TD TERM=' WS-TERM-TEXT ' BP=' WS-RATE-TEXT   01810000
                     ' MAT=' WS-MAT-DATE ' INS=' WS-INSTR               01820000
                     ' PAY=' WS-PAYOUT-ACC                              01830000
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                01840000
                   CALL 'HACK2AUD' USING 'M', WS-USER-ID, WS-ACC-NO,    01850000
                     WS-AUD-BEFORE, WS-AUD-AFTER                        01860000
                 END-IF                                                 01870000
               END-IF                                                   01880000
               END-IF                                                   01890000
             END-IF                                                     01900000
             END-IF                                                     01910000
           ELSE IF WS-TD-STATUS NOT = '00'                              01920000
             DISPLAY 'NO TERM DEPOSIT SET UP FOR ACCOUNT'               01930000
           ELSE IF WS-FUNC-INQUIRE                                      01940000
             MOVE DCL-ACC-BAL TO WS-BAL-ED                              01950000
             MOVE TD-PRINCIPAL TO WS-PRIN-ED                            01960000
             DISPLAY 'ACCOUNT     : ' TD-ACC-NO                         01970000
             DISPLAY 'STATUS      : ' TD-STATUS                         01980000
             DISPLAY 'TERM MONTHS : ' TD-TERM-MONTHS                    01990000
             DISPLAY 'RATE (BP)   : ' TD-RATE-BP                        02000000
             DISPLAY 'START DATE  : ' TD-START-DATE                     02010000
             DISPLAY 'MATURITY    : ' TD-MATURITY-DATE                  02020000
             DISPLAY 'INSTRUCTION : ' TD-INSTR ' ' TD-PAYOUT-ACC        02030000
             DISPLAY 'PRINCIPAL   : ' WS-PRIN-ED                        02040000
             DISPLAY 'BALANCE     : ' WS-BAL-ED                         02050000
             DISPLAY 'RENEWALS    : ' TD-RENEW-COUNT                    02060000
             DISPLAY 'LAST INT    : ' TD-LAST-INT-DATE                  02070000
           ELSE                                                         02080000
             IF TD-STATUS NOT = 'A'                                     02090000
               DISPLAY 'TERM DEPOSIT IS NOT ACTIVE'                     02100000
             ELSE                                                       02110000
               DISPLAY 'CURRENT INSTRUCTION: ' TD-INSTR ' '             02120000
                 TD-PAYOUT-ACC                                          02130000
               DISPLAY 'ENTER MATURITY INSTRUCTION (R-RENEW/P-PAY OUT):'02140000
               ACCEPT WS-INSTR                                          02150000
               MOVE SPACES TO WS-PAYOUT-ACC                             02160000
               IF WS-INSTR = 'P'                                        02170000
                 DISPLAY 'ENTER PAYOUT ACCOUNT NUMBER:'                 02180000
                 ACCEPT WS-PAYOUT-ACC                                   02190000
               END-IF                                                   02200000
               MOVE SPACE TO WS-PAYOUT-STATUS                           02210000
               IF WS-PAYOUT-ACC NOT = SPACES                            02220000
                  AND WS-PAYOUT-ACC IS NUMERIC                          02230000
                 EXEC SQL                                               02240000
                 SELECT ACC_STATUS INTO :WS-PAYOUT-STATUS               02250000
                 FROM ACC_DETAILS WHERE ACC_NO = :WS-PAYOUT-ACC         02260000
                 END-EXEC                                               02270000
                 IF SQLCODE NOT = 0                                     02280000
                   MOVE SPACE TO WS-PAYOUT-STATUS                       02290000
                 END-IF                                                 02300000
               END-IF                                                   02310000
               IF WS-INSTR NOT = 'R' AND WS-INSTR NOT = 'P'             02320000
                 DISPLAY 'INVALID INSTRUCTION - NOTHING CHANGED'        02330000
               ELSE IF WS-INSTR = 'P'                                   02340000
                  AND (WS-PAYOUT-ACC = WS-ACC-NO                        02350000
                       OR WS-PAYOUT-STATUS NOT = 'A')                   02360000
                 DISPLAY 'PAYOUT ACCOUNT MUST BE ANOTHER ACTIVE ACCOUNT'02370000
               ELSE                                                     02380000
                 MOVE SPACES TO WS-AUD-BEFORE                           02390000
                 STRING 'TD INS=' TD-INSTR ' PAY=' TD-PAYOUT-ACC        02400000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 02410000
                 MOVE WS-INSTR TO TD-INSTR                              02420000
                 MOVE WS-PAYOUT-ACC TO TD-PAYOUT-ACC                    02430000
                 REWRITE TD-RECORD                                      02440000
                 IF WS-TD-STATUS NOT = '00'                             02450000
                   DISPLAY 'TERM DEPOSIT UPDATE FAILED:' WS-TD-STATUS   02460000
                 ELSE                                                   02470000
                   DISPLAY 'MATURITY INSTRUCTION UPDATED'               02480000
                   MOVE SPACES TO WS-AUD-AFTER                          02490000
                   STRING 'TD INS=' TD-INSTR ' PAY=' TD-PAYOUT-ACC      02500000
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                02510000
                   CALL 'HACK2AUD' USING 'M', WS-USER-ID, WS-ACC-NO,    02520000
                     WS-AUD-BEFORE, WS-AUD-AFTER                        02530000
                 END-IF                                                 02540000
               END-IF                                                   02550000
               END-IF                                                   02560000
             END-IF                                                     02570000
           END-IF                                                       02580000
           END-IF                                                       02590000
           END-IF.                                                      02600000
           CLOSE TD-FILE.                                               02610000
           GOBACK.                                                      02620000
