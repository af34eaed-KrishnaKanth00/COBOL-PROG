       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2WHR.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT WHS-FILE ASSIGN TO WAREHSE                            00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY WH-KEY                                            00090000
           FILE STATUS IS WS-WHS-STATUS.                                00100000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00110000
           ORGANIZATION INDEXED                                         00120000
           ACCESS MODE DYNAMIC                                          00130000
           RECORD KEY TL-KEY                                            00140000
           FILE STATUS IS WS-TXN-STATUS.                                00150000
           SELECT APC-FILE ASSIGN TO APPRCTL                            00160000
           ORGANIZATION LINE SEQUENTIAL                                 00170000
           FILE STATUS IS WS-APC-STATUS.                                00180000
           SELECT APPR-FILE ASSIGN TO APPRQUE                           00190000
           ORGANIZATION INDEXED                                         00200000
           ACCESS MODE DYNAMIC                                          00210000
           RECORD KEY PA-KEY                                            00220000
           FILE STATUS IS WS-APR-STATUS.                                00230000
           SELECT HOLD-FILE ASSIGN TO HOLDS                             00240000
           ORGANIZATION INDEXED                                         00250000
           ACCESS MODE DYNAMIC                                          00260000
           RECORD KEY HLD-KEY                                           00270000
           FILE STATUS IS WS-HOLD-STATUS.                               00280000
           SELECT RPT-FILE ASSIGN TO WHRRPT                             00290000
           ORGANIZATION LINE SEQUENTIAL.                                00300000
       DATA DIVISION.                                                   00310000
       FILE SECTION.                                                    00320000
       FD  WHS-FILE.                                                    00330000
       01  WHS-RECORD.                                                  00340000
           05 WH-KEY.                                                   00350000
              10 WH-REL-DATE      PIC X(8).                             00360000
              10 WH-SEQ           PIC 9(4).                             00370000
           05 WH-FUNC             PIC X(1).                             00380000
           05 WH-TXN-TYPE         PIC X(1).                             00390000
           05 WH-ACC-NO           PIC X(10).                            00400000
           05 WH-TO-ACC           PIC X(10).                            00410000
           05 WH-AMOUNT           PIC 9(7).99.                          00420000
           05 WH-USER             PIC X(8).                             00430000
           05 WH-ENT-DATE         PIC X(8).                             00440000
           05 WH-ENT-TIME         PIC X(8).                             00450000
           05 WH-STATUS           PIC X(1).                             00460000
           05 WH-ACT-USER         PIC X(8).                             00470000
           05 WH-ACT-DATE         PIC X(8).                             00480000
           05 WH-RESULT           PIC X(30).                            00490000
       FD  TXN-LOG-FILE.                                                00500000
       01  TXN-LOG-RECORD.                                              00510000
           05 TL-KEY.                                                   00520000
              10 TL-ACC-NO        PIC X(10).                            00530000
              10 TL-DATE          PIC X(8).                             00540000
              10 TL-SEQ           PIC 9(4).                             00550000
           05 TL-TXN-TYPE         PIC X(1).                             00560000
           05 TL-AMOUNT           PIC 9(7).99.                          00570000
           05 TL-RUN-BAL          PIC 9(7).99.                          00580000
           05 TL-REF-DATE         PIC X(8).                             00590000
           05 TL-REF-TYPE         PIC X(1).                             00600000
       FD  APC-FILE.                                                    00610000
       01  APC-RECORD.                                                  00620000
           05 APC-THRESHOLD       PIC 9(7).99.                          00630000
       FD  APPR-FILE.                                                   00640000
       01  APPR-RECORD.                                                 00650000
           05 PA-KEY.                                                   00660000
              10 PA-ACC-NO        PIC X(10).                            00670000
              10 PA-DATE          PIC X(8).                             00680000
              10 PA-SEQ           PIC 9(4).                             00690000
           05 PA-TXN-TYPE         PIC X(1).                             00700000
           05 PA-AMOUNT           PIC 9(7).99.                          00710000
           05 PA-REF-DATE         PIC X(8).                             00720000
           05 PA-REF-TYPE         PIC X(1).                             00730000
           05 PA-CPTY-ACC         PIC X(10).                            00740000
           05 PA-MAKER            PIC X(8).                             00750000
           05 PA-HOLD-SEQ         PIC 9(4).                             00760000
           05 PA-STATUS           PIC X(1).                             00770000
       FD  HOLD-FILE.                                                   00780000
       01  HOLD-RECORD.                                                 00790000
           05 HLD-KEY.                                                  00800000
              10 HLD-ACC-NO       PIC X(10).                            00810000
              10 HLD-SEQ          PIC 9(4).                             00820000
           05 HLD-AMOUNT          PIC 9(7).99.                          00830000
           05 HLD-REASON          PIC X(2).                             00840000
           05 HLD-USER            PIC X(8).                             00850000
           05 HLD-EXPIRY          PIC X(8).                             00860000
           05 HLD-STATUS          PIC X(1).                             00870000
       FD  RPT-FILE.                                                    00880000
       01  RPT-RECORD             PIC X(100).                           00890000
       WORKING-STORAGE SECTION.                                         00900000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00910000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00920000
       01 WS-WHS-STATUS           PIC X(2) VALUE SPACES.                00930000
       01 WS-WHS-EOF-SW           PIC X(1) VALUE 'N'.                   00940000
           88 WS-WHS-EOF                  VALUE 'Y'.                    00950000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                00960000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   00970000
           88 WS-TL-DONE                  VALUE 'Y'.                    00980000
       01 WS-APC-STATUS           PIC X(2) VALUE SPACES.                00990000
       01 WS-APR-STATUS           PIC X(2) VALUE SPACES.                01000000
       01 WS-HOLD-STATUS          PIC X(2) VALUE SPACES.                01010000
       01 WS-APPR-SW              PIC X(1) VALUE 'N'.                   01020000
           88 WS-APPR-ACTIVE              VALUE 'Y'.                    01030000
       01 WS-APPR-THRESH          PIC S9(7)V99 COMP-3 VALUE 0.          01040000
       01 WS-HOLD-SEQ             PIC 9(4) VALUE 0.                     01050000
       01 WS-QUE-DONE-SW          PIC X(1) VALUE 'N'.                   01060000
           88 WS-QUE-DONE                 VALUE 'Y'.                    01070000
       01 WS-QUE-OK-SW            PIC X(1) VALUE 'Y'.                   01080000
           88 WS-QUE-OK                   VALUE 'Y'.                    01090000
       01 WS-DISP-SW              PIC X(1) VALUE 'F'.                   01100000
           88 WS-DISP-POST                VALUE 'P'.                    01110000
           88 WS-DISP-QUEUE               VALUE 'Q'.                    01120000
           88 WS-DISP-FAIL                VALUE 'F'.                    01130000
           88 WS-DISP-RETRY               VALUE 'T'.                    01140000
       01 WS-USER-ID              PIC X(8).                             01150000
       01 WS-JOB-USER             PIC X(8) VALUE 'HACK2WHR'.            01160000
       01 WS-FROM-ACC             PIC X(10).                            01170000
       01 WS-TO-ACC               PIC X(10).                            01180000
       01 WS-TXN-TYPE             PIC X(1).                             01190000
       01 WS-AMOUNT               PIC S9(7)V99 COMP-3.                  01200000
       01 WS-AMOUNT-ED            PIC 9(7).99.                          01210000
       01 WS-REJ-TEXT             PIC X(30).                            01220000
       01 WS-WHS-REF              PIC X(13).                            01230000
       01 WS-FROM-STATUS          PIC X(1).                             01240000
       01 WS-TO-STATUS            PIC X(1).                             01250000
       01 WS-OD-LIMIT             PIC S9(7)V99 COMP-3 VALUE 0.          01260000
       01 WS-FROM-OLD-BAL         PIC S9(7)V99 COMP-3.                  01270000
       01 WS-FROM-OLD-BAL-ED      PIC 9(7).99.                          01280000
       01 WS-FROM-NEW-BAL         PIC S9(7)V99 COMP-3.                  01290000
       01 WS-FROM-NEW-BAL-ED      PIC 9(7).99.                          01300000
       01 WS-FROM-MID-BAL         PIC S9(7)V99 COMP-3.                  01310000
       01 WS-FROM-MID-BAL-ED      PIC 9(7).99.                          01320000
       01 WS-PENALTY              PIC 9(5)V99 VALUE 0.                  01330000
       01 WS-PENALTY-ED           PIC 9(5).99.                          01340000
       01 WS-TO-OLD-BAL           PIC S9(7)V99 COMP-3.                  01350000
       01 WS-TO-OLD-BAL-ED        PIC 9(7).99.                          01360000
       01 WS-TO-NEW-BAL           PIC S9(7)V99 COMP-3.                  01370000
       01 WS-TO-NEW-BAL-ED        PIC 9(7).99.                          01380000
       01 WS-HOLD-TOTAL           PIC 9(9)V99 VALUE 0.                  01390000
       01 WS-AVAIL-BAL            PIC S9(9)V99 COMP-3.                  01400000
       01 WS-AUD-BEFORE           PIC X(60) VALUE SPACES.               01410000
       01 WS-AUD-AFTER            PIC X(60) VALUE SPACES.               01420000
       01 WS-READ-COUNT           PIC 9(7) VALUE 0.                     01430000
       01 WS-DUE-COUNT            PIC 9(7) VALUE 0.                     01440000
       01 WS-DUE-COUNT-ED         PIC ZZZZZZ9.                          01450000
       01 WS-POST-COUNT           PIC 9(7) VALUE 0.                     01460000
       01 WS-POST-COUNT-ED        PIC ZZZZZZ9.                          01470000
       01 WS-QUE-COUNT            PIC 9(7) VALUE 0.                     01480000
       01 WS-QUE-COUNT-ED         PIC ZZZZZZ9.                          01490000
       01 WS-REJ-COUNT            PIC 9(7) VALUE 0.                     01500000
       01 WS-REJ-COUNT-ED         PIC ZZZZZZ9.                          01510000
       01 WS-RETRY-COUNT          PIC 9(7) VALUE 0.                     01520000
       01 WS-RETRY-COUNT-ED       PIC ZZZZZZ9.                          01530000
       01 WS-TOT-AMT              PIC S9(9)V99 COMP-3 VALUE 0.          01540000
       01 WS-TOT-AMT-ED           PIC -(7)9.99.                         01550000
       01 WS-BUS-DATE             PIC X(8).                             01560000
       01 WS-BDT-FLAG             PIC X(1).                             01570000
       01 WS-OVERRIDE             PIC X(1).                             01580000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2WHR'.            01590000
       01 WS-OPS-START            PIC X(16).                            01600000
       01 WS-OPS-DATE             PIC X(8).                             01610000
       01 WS-OPS-TIME             PIC X(8).                             01620000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     01630000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     01640000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     01650000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       01660000
                                  VALUE ZERO.                           01670000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   01680000
       PROCEDURE DIVISION.                                              01690000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       01700000
           ACCEPT WS-OPS-TIME FROM TIME.                                01710000
           MOVE SPACES TO WS-OPS-START.                                 01720000
           STRING WS-OPS-DATE WS-OPS-TIME                               01730000
             DELIMITED BY SIZE INTO WS-OPS-START.                       01740000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              01750000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       01760000
           IF WS-BDT-FLAG = 'N'                                         01770000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             01780000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  01790000
             ACCEPT WS-OVERRIDE                                         01800000
             IF WS-OVERRIDE NOT = 'Y'                                   01810000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               01820000
               GOBACK                                                   01830000
             END-IF                                                     01840000
           END-IF.                                                      01850000
           OPEN INPUT APC-FILE.                                         01860000
           IF WS-APC-STATUS = '00'                                      01870000
             READ APC-FILE                                              01880000
               AT END CONTINUE                                          01890000
               NOT AT END                                               01900000
                 IF APC-RECORD NOT = SPACES                             01910000
                   MOVE APC-THRESHOLD TO WS-APPR-THRESH                 01920000
                   SET WS-APPR-ACTIVE TO TRUE                           01930000
                 END-IF                                                 01940000
             END-READ                                                   01950000
             CLOSE APC-FILE                                             01960000
           END-IF.                                                      01970000
           OPEN I-O WHS-FILE.                                           01980000
           IF WS-WHS-STATUS = '35'                                      01990000
             DISPLAY 'NO WAREHOUSED ITEMS ON FILE - NOTHING TO DO'      02000000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            02010000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   02020000
               WS-OPS-SQL, WS-OPS-FLAG                                  02030000
             GOBACK                                                     02040000
           END-IF.                                                      02050000
           IF WS-WHS-STATUS NOT = '00'                                  02060000
             DISPLAY 'CANNOT OPEN WAREHOUSE FILE:' WS-WHS-STATUS        02070000
             MOVE 'A' TO WS-OPS-FLAG                                    02080000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            02090000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   02100000
               WS-OPS-SQL, WS-OPS-FLAG                                  02110000
             GOBACK                                                     02120000
           END-IF.                                                      02130000
           OPEN OUTPUT RPT-FILE.                                        02140000
           MOVE SPACES TO RPT-RECORD.                                   02150000
           STRING 'WAREHOUSE RELEASE REGISTER ' WS-BUS-DATE             02160000
             DELIMITED BY SIZE INTO RPT-RECORD.                         02170000
           WRITE RPT-RECORD.                                            02180000
           MOVE SPACES TO RPT-RECORD.                                   02190000
           STRING 'REL-DATE SEQ  F ACCOUNT    TO-ACC     '              02200000
             'AMOUNT     MAKER    DISPOSITION'                          02210000
             DELIMITED BY SIZE INTO RPT-RECORD.                         02220000
           WRITE RPT-RECORD.                                            02230000
           OPEN I-O TXN-LOG-FILE.                                       02240000
           IF WS-TXN-STATUS = '35'                                      02250000
             OPEN OUTPUT TXN-LOG-FILE                                   02260000
           END-IF.                                                      02270000
           PERFORM UNTIL WS-WHS-EOF                                     02280000
             READ WHS-FILE NEXT RECORD                                  02290000
               AT END SET WS-WHS-EOF TO TRUE                            02300000
               NOT AT END ADD 1 TO WS-READ-COUNT                        02310000
             END-READ                                                   02320000
             IF NOT WS-WHS-EOF AND WH-STATUS = 'W'                      02330000
                AND WH-REL-DATE NOT > WS-BUS-DATE                       02340000
               ADD 1 TO WS-DUE-COUNT                                    02350000
               MOVE 'F' TO WS-DISP-SW                                   02360000
               MOVE SPACES TO WS-REJ-TEXT                               02370000
               MOVE 'N' TO WS-QUE-OK-SW                                 02380000
               MOVE WH-USER TO WS-USER-ID                               02390000
               MOVE WH-ACC-NO TO WS-FROM-ACC                            02400000
               MOVE WH-TO-ACC TO WS-TO-ACC                              02410000
               MOVE WH-TXN-TYPE TO WS-TXN-TYPE                          02420000
               MOVE WH-AMOUNT TO WS-AMOUNT                              02430000
               MOVE WS-AMOUNT TO WS-AMOUNT-ED                           02440000
               MOVE SPACES TO WS-WHS-REF                                02450000
               STRING WH-REL-DATE '/' WH-SEQ                            02460000
                 DELIMITED BY SIZE INTO WS-WHS-REF                      02470000
               MOVE 0 TO WS-PENALTY                                     02480000
               EXEC SQL                                                 02490000
               SELECT ACC_BAL,ACC_STATUS,ACC_OD_LIMIT                   02500000
               INTO :DCL-ACC-BAL,:DCL-ACC-STATUS,                       02510000
                    :DCL-ACC-OD-LIMIT                                   02520000
               FROM ACC_DETAILS WHERE ACC_NO = :WS-FROM-ACC             02530000
               END-EXEC                                                 02540000
               MOVE DCL-ACC-BAL TO WS-FROM-OLD-BAL                      02550000
               MOVE DCL-ACC-STATUS TO WS-FROM-STATUS                    02560000
               MOVE DCL-ACC-OD-LIMIT TO WS-OD-LIMIT                     02570000
               IF SQLCODE = 100                                         02580000
                 MOVE 'ACCOUNT NOT FOUND' TO WS-REJ-TEXT                02590000
               ELSE IF SQLCODE NOT = 0                                  02600000
                 MOVE 'T' TO WS-DISP-SW                                 02610000
                 MOVE 'SQL ERROR ON SELECT' TO WS-REJ-TEXT              02620000
                 MOVE SQLCODE TO WS-OPS-SQL                             02630000
               ELSE IF WS-FROM-STATUS = 'I'                             02640000
                 MOVE 'ACCOUNT IS INACTIVE' TO WS-REJ-TEXT              02650000
               ELSE IF WS-FROM-STATUS = 'D' AND WS-TXN-TYPE = 'W'       02660000
                 MOVE 'ACCOUNT DORMANT - WDL BLOCKED' TO WS-REJ-TEXT    02670000
               ELSE IF WH-FUNC = 'T'                                    02680000
                 EXEC SQL                                               02690000
                 SELECT ACC_BAL,ACC_STATUS                              02700000
                 INTO :DCL-ACC-BAL,:DCL-ACC-STATUS                      02710000
                 FROM ACC_DETAILS WHERE ACC_NO = :WS-TO-ACC             02720000
                 END-EXEC                                               02730000
                 MOVE DCL-ACC-BAL TO WS-TO-OLD-BAL                      02740000
                 MOVE DCL-ACC-STATUS TO WS-TO-STATUS                    02750000
                 IF SQLCODE = 100                                       02760000
                   MOVE 'TO ACCOUNT NOT FOUND' TO WS-REJ-TEXT           02770000
                 ELSE IF SQLCODE NOT = 0                                02780000
                   MOVE 'T' TO WS-DISP-SW                               02790000
                   MOVE 'SQL ERROR ON SELECT' TO WS-REJ-TEXT            02800000
                   MOVE SQLCODE TO WS-OPS-SQL                           02810000
                 ELSE IF WS-TO-STATUS = 'I'                             02820000
                   MOVE 'TO ACCOUNT IS INACTIVE' TO WS-REJ-TEXT         02830000
                 ELSE                                                   02840000
                   COMPUTE WS-TO-NEW-BAL =                              02850000
                     WS-TO-OLD-BAL + WS-AMOUNT                          02860000
                   MOVE 'P' TO WS-DISP-SW                               02870000
                 END-IF                                                 02880000
                 END-IF                                                 02890000
                 END-IF                                                 02900000
               ELSE                                                     02910000
                 MOVE 'P' TO WS-DISP-SW                                 02920000
               END-IF                                                   02930000
               END-IF                                                   02940000
               END-IF                                                   02950000
               END-IF                                                   02960000
               END-IF                                                   02970000
               IF WS-DISP-POST                                          02980000
                 IF WS-TXN-TYPE = 'D'                                   02990000
                   COMPUTE WS-FROM-NEW-BAL =                            03000000
                     WS-FROM-OLD-BAL + WS-AMOUNT                        03010000
                 ELSE                                                   03020000
                   COMPUTE WS-FROM-NEW-BAL =                            03030000
                     WS-FROM-OLD-BAL - WS-AMOUNT                        03040000
                 END-IF                                                 03050000
                 MOVE WS-FROM-NEW-BAL TO WS-FROM-MID-BAL                03060000
                 MOVE 0 TO WS-HOLD-TOTAL                                03070000
                 IF WS-TXN-TYPE = 'W'                                   03080000
                   CALL 'HACK2AVL' USING WS-FROM-ACC, WS-HOLD-TOTAL     03090000
                   CALL 'HACK2EWP' USING WS-FROM-ACC, WS-PENALTY        03100000
                   SUBTRACT WS-PENALTY FROM WS-FROM-NEW-BAL             03110000
                 END-IF                                                 03120000
                 COMPUTE WS-AVAIL-BAL =                                 03130000
                   WS-FROM-OLD-BAL + WS-OD-LIMIT - WS-HOLD-TOTAL        03140000
                 IF WS-TXN-TYPE = 'W'                                   03150000
                    AND WS-FROM-NEW-BAL + WS-OD-LIMIT < 0               03160000
                   MOVE 'F' TO WS-DISP-SW                               03170000
                   MOVE 'EXCEEDS OVERDRAFT LIMIT' TO WS-REJ-TEXT        03180000
                 ELSE IF WS-TXN-TYPE = 'W'                              03190000
                    AND WS-AMOUNT + WS-PENALTY > WS-AVAIL-BAL           03200000
                   MOVE 'F' TO WS-DISP-SW                               03210000
                   MOVE 'EXCEEDS AVAILABLE BALANCE' TO WS-REJ-TEXT      03220000
                 ELSE IF WS-APPR-ACTIVE                                 03230000
                    AND WS-AMOUNT > WS-APPR-THRESH                      03240000
                   MOVE 'Q' TO WS-DISP-SW                               03250000
                 ELSE                                                   03260000
                   MOVE WS-FROM-NEW-BAL TO DCL-ACC-BAL                  03270000
                   EXEC SQL                                             03280000
                   UPDATE ACC_DETAILS SET ACC_BAL = :DCL-ACC-BAL        03290000
                   WHERE ACC_NO = :WS-FROM-ACC                          03300000
                   AND ACC_BAL = :WS-FROM-OLD-BAL                       03310000
                   END-EXEC                                             03320000
                   IF SQLCODE = 0 AND SQLERRD(3) = 1                    03330000
                      AND WH-FUNC = 'T'                                 03340000
                     MOVE WS-TO-NEW-BAL TO DCL-ACC-BAL                  03350000
                     EXEC SQL                                           03360000
                     UPDATE ACC_DETAILS                                 03370000
                     SET ACC_BAL = :DCL-ACC-BAL                         03380000
                     WHERE ACC_NO = :WS-TO-ACC                          03390000
                     AND ACC_BAL = :WS-TO-OLD-BAL                       03400000
                     END-EXEC                                           03410000
                   END-IF                                               03420000
                   IF SQLCODE = 0 AND SQLERRD(3) = 1                    03430000
                     EXEC SQL COMMIT END-EXEC                           03440000
                   ELSE                                                 03450000
                     EXEC SQL ROLLBACK END-EXEC                         03460000
                     MOVE 'T' TO WS-DISP-SW                             03470000
                     MOVE 'POSTING FAILED - RETRY' TO WS-REJ-TEXT       03480000
                     MOVE SQLCODE TO WS-OPS-SQL                         03490000
                   END-IF                                               03500000
                 END-IF                                                 03510000
                 END-IF                                                 03520000
                 END-IF                                                 03530000
               END-IF                                                   03540000
               IF WS-DISP-QUEUE                                         03550000
                 MOVE 'Y' TO WS-QUE-OK-SW                               03560000
                 OPEN I-O HOLD-FILE                                     03570000
                 IF WS-HOLD-STATUS = '35'                               03580000
                   OPEN OUTPUT HOLD-FILE                                03590000
                 END-IF                                                 03600000
                 IF WS-HOLD-STATUS NOT = '00'                           03610000
                   MOVE 'N' TO WS-QUE-OK-SW                             03620000
                 ELSE                                                   03630000
                 MOVE SPACES TO HOLD-RECORD                             03640000
                 MOVE WS-FROM-ACC TO HLD-ACC-NO                         03650000
                 MOVE 0 TO HLD-SEQ                                      03660000
                 MOVE WS-AMOUNT TO HLD-AMOUNT                           03670000
                 MOVE 'AP' TO HLD-REASON                                03680000
                 MOVE WS-USER-ID TO HLD-USER                            03690000
                 MOVE SPACES TO HLD-EXPIRY                              03700000
                 MOVE 'A' TO HLD-STATUS                                 03710000
                 MOVE 'N' TO WS-QUE-DONE-SW                             03720000
                 PERFORM UNTIL WS-QUE-DONE                              03730000
                   WRITE HOLD-RECORD                                    03740000
                   IF WS-HOLD-STATUS = '22'                             03750000
                     ADD 1 TO HLD-SEQ                                   03760000
                   ELSE                                                 03770000
                     MOVE 'Y' TO WS-QUE-DONE-SW                         03780000
                   END-IF                                               03790000
                 END-PERFORM                                            03800000
                 IF WS-HOLD-STATUS NOT = '00'                           03810000
                   MOVE 'N' TO WS-QUE-OK-SW                             03820000
                 END-IF                                                 03830000
                 MOVE HLD-SEQ TO WS-HOLD-SEQ                            03840000
                 CLOSE HOLD-FILE                                        03850000
                 END-IF                                                 03860000
                 IF WS-QUE-OK                                           03870000
                 OPEN I-O APPR-FILE                                     03880000
                 IF WS-APR-STATUS = '35'                                03890000
                   OPEN OUTPUT APPR-FILE                                03900000
                 END-IF                                                 03910000
                 IF WS-APR-STATUS NOT = '00'                            03920000
                   MOVE 'N' TO WS-QUE-OK-SW                             03930000
                 ELSE                                                   03940000
                 MOVE SPACES TO APPR-RECORD                             03950000
                 MOVE WS-FROM-ACC TO PA-ACC-NO                          03960000
                 MOVE WS-BUS-DATE TO PA-DATE                            03970000
                 MOVE 0 TO PA-SEQ                                       03980000
                 MOVE WS-TXN-TYPE TO PA-TXN-TYPE                        03990000
                 MOVE WS-AMOUNT TO PA-AMOUNT                            04000000
                 IF WH-FUNC = 'T'                                       04010000
                   MOVE WS-TO-ACC TO PA-CPTY-ACC                        04020000
                 END-IF                                                 04030000
                 MOVE WS-USER-ID TO PA-MAKER                            04040000
                 MOVE WS-HOLD-SEQ TO PA-HOLD-SEQ                        04050000
                 MOVE 'P' TO PA-STATUS                                  04060000
                 MOVE 'N' TO WS-QUE-DONE-SW                             04070000
                 PERFORM UNTIL WS-QUE-DONE                              04080000
                   WRITE APPR-RECORD                                    04090000
                   IF WS-APR-STATUS = '22'                              04100000
                     ADD 1 TO PA-SEQ                                    04110000
                   ELSE                                                 04120000
                     MOVE 'Y' TO WS-QUE-DONE-SW                         04130000
                   END-IF                                               04140000
                 END-PERFORM                                            04150000
                 IF WS-APR-STATUS NOT = '00'                            04160000
                   MOVE 'N' TO WS-QUE-OK-SW                             04170000
                 END-IF                                                 04180000
                 CLOSE APPR-FILE                                        04190000
                 END-IF                                                 04200000
                 IF NOT WS-QUE-OK                                       04210000
                   OPEN I-O HOLD-FILE                                   04220000
                   IF WS-HOLD-STATUS = '00'                             04230000
                     MOVE SPACES TO HOLD-RECORD                         04240000
                     MOVE WS-FROM-ACC TO HLD-ACC-NO                     04250000
                     MOVE WS-HOLD-SEQ TO HLD-SEQ                        04260000
                     READ HOLD-FILE                                     04270000
                     IF WS-HOLD-STATUS = '00'                           04280000
                       DELETE HOLD-FILE                                 04290000
                     END-IF                                             04300000
                     CLOSE HOLD-FILE                                    04310000
                   END-IF                                               04320000
                 END-IF                                                 04330000
                 END-IF                                                 04340000
                 IF WS-QUE-OK                                           04350000
                   MOVE 'QUEUED FOR APPROVAL' TO WS-REJ-TEXT            04360000
                   MOVE SPACES TO WS-AUD-BEFORE                         04370000
                   MOVE SPACES TO WS-AUD-AFTER                          04380000
                   IF WH-FUNC = 'T'                                     04390000
                     STRING 'QUEUED W ' WS-AMOUNT-ED                    04400000
                       ' TFR TO ' WS-TO-ACC ' WHS=' WS-WHS-REF          04410000
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE             04420000
                   ELSE                                                 04430000
                     STRING 'QUEUED ' WS-TXN-TYPE ' ' WS-AMOUNT-ED      04440000
                       ' WHS=' WS-WHS-REF                               04450000
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE             04460000
                   END-IF                                               04470000
                   MOVE 'PENDING APPROVAL' TO WS-AUD-AFTER              04480000
                   CALL 'HACK2AUD' USING 'Q', WS-USER-ID,               04490000
                     WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER           04500000
                 ELSE                                                   04510000
                   MOVE 'T' TO WS-DISP-SW                               04520000
                   MOVE 'NOT QUEUED - HOLD/QUEUE FILE ERROR'            04530000
                     TO WS-REJ-TEXT                                     04540000
                 END-IF                                                 04550000
               END-IF                                                   04560000
               IF WS-DISP-POST                                          04570000
                 ADD WS-AMOUNT TO WS-TOT-AMT                            04580000
                 MOVE 'RELEASED AND POSTED' TO WS-REJ-TEXT              04590000
                 MOVE WS-FROM-OLD-BAL TO WS-FROM-OLD-BAL-ED             04600000
                 MOVE WS-FROM-NEW-BAL TO WS-FROM-NEW-BAL-ED             04610000
                 MOVE WS-FROM-MID-BAL TO WS-FROM-MID-BAL-ED             04620000
                 MOVE WS-PENALTY TO WS-PENALTY-ED                       04630000
                 IF WH-FUNC = 'T'                                       04640000
                   MOVE WS-TO-OLD-BAL TO WS-TO-OLD-BAL-ED               04650000
                   MOVE WS-TO-NEW-BAL TO WS-TO-NEW-BAL-ED               04660000
                 END-IF                                                 04670000
                 MOVE SPACES TO TXN-LOG-RECORD                          04680000
                 MOVE WS-FROM-ACC TO TL-ACC-NO                          04690000
                 MOVE WS-BUS-DATE TO TL-DATE                            04700000
                 MOVE 0 TO TL-SEQ                                       04710000
                 MOVE WS-TXN-TYPE TO TL-TXN-TYPE                        04720000
                 MOVE WS-AMOUNT TO TL-AMOUNT                            04730000
                 MOVE WS-FROM-MID-BAL-ED TO TL-RUN-BAL                  04740000
                 IF WH-FUNC = 'T'                                       04750000
                   MOVE WS-BUS-DATE TO TL-REF-DATE                      04760000
                   MOVE 'D' TO TL-REF-TYPE                              04770000
                 END-IF                                                 04780000
                 MOVE 'N' TO WS-TL-DONE-SW                              04790000
                 PERFORM UNTIL WS-TL-DONE                               04800000
                   WRITE TXN-LOG-RECORD                                 04810000
                   IF WS-TXN-STATUS = '22'                              04820000
                     ADD 1 TO TL-SEQ                                    04830000
                   ELSE                                                 04840000
                     MOVE 'Y' TO WS-TL-DONE-SW                          04850000
                   END-IF                                               04860000
                 END-PERFORM                                            04870000
                 IF WH-FUNC = 'T'                                       04880000
                   MOVE SPACES TO TXN-LOG-RECORD                        04890000
                   MOVE WS-TO-ACC TO TL-ACC-NO                          04900000
                   MOVE WS-BUS-DATE TO TL-DATE                          04910000
                   MOVE 0 TO TL-SEQ                                     04920000
                   MOVE 'D' TO TL-TXN-TYPE                              04930000
                   MOVE WS-AMOUNT TO TL-AMOUNT                          04940000
                   MOVE WS-TO-NEW-BAL-ED TO TL-RUN-BAL                  04950000
                   MOVE WS-BUS-DATE TO TL-REF-DATE                      04960000
                   MOVE 'W' TO TL-REF-TYPE                              04970000
                   MOVE 'N' TO WS-TL-DONE-SW                            04980000
                   PERFORM UNTIL WS-TL-DONE                             04990000
                     WRITE TXN-LOG-RECORD                               05000000
                     IF WS-TXN-STATUS = '22'                            05010000
                       ADD 1 TO TL-SEQ                                  05020000
                     ELSE                                               05030000
                       MOVE 'Y' TO WS-TL-DONE-SW                        05040000
                     END-IF                                             05050000
                   END-PERFORM                                          05060000
                 END-IF                                                 05070000
                 IF WS-PENALTY > 0                                      05080000
                   MOVE SPACES TO TXN-LOG-RECORD                        05090000
                   MOVE WS-FROM-ACC TO TL-ACC-NO                        05100000
                   MOVE WS-BUS-DATE TO TL-DATE                          05110000
                   MOVE 0 TO TL-SEQ                                     05120000
                   MOVE 'F' TO TL-TXN-TYPE                              05130000
                   MOVE WS-PENALTY TO TL-AMOUNT                         05140000
                   MOVE WS-FROM-NEW-BAL-ED TO TL-RUN-BAL                05150000
                   MOVE WS-BUS-DATE TO TL-REF-DATE                      05160000
                   MOVE 'P' TO TL-REF-TYPE                              05170000
                   MOVE 'N' TO WS-TL-DONE-SW                            05180000
                   PERFORM UNTIL WS-TL-DONE                             05190000
                     WRITE TXN-LOG-RECORD                               05200000
                     IF WS-TXN-STATUS = '22'                            05210000
                       ADD 1 TO TL-SEQ                                  05220000
                     ELSE                                               05230000
                       MOVE 'Y' TO WS-TL-DONE-SW                        05240000
                     END-IF                                             05250000
                   END-PERFORM                                          05260000
                 END-IF                                                 05270000
                 CALL 'HACK2HST' USING WS-FROM-ACC,                     05280000
                   WS-BUS-DATE, WS-TXN-TYPE,                            05290000
                   WS-FROM-OLD-BAL-ED, WS-FROM-MID-BAL-ED               05300000
                 MOVE SPACES TO WS-AUD-BEFORE                           05310000
                 MOVE SPACES TO WS-AUD-AFTER                            05320000
                 IF WH-FUNC = 'T'                                       05330000
                   STRING 'BAL=' WS-FROM-OLD-BAL-ED                     05340000
                     ' TFR TO ' WS-TO-ACC ' WHS=' WS-WHS-REF            05350000
                     DELIMITED BY SIZE INTO WS-AUD-BEFORE               05360000
                 ELSE                                                   05370000
                   STRING 'BAL=' WS-FROM-OLD-BAL-ED                     05380000
                     ' WHS=' WS-WHS-REF                                 05390000
                     DELIMITED BY SIZE INTO WS-AUD-BEFORE               05400000
                 END-IF                                                 05410000
                 STRING 'BAL=' WS-FROM-MID-BAL-ED                       05420000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  05430000
                 CALL 'HACK2AUD' USING WS-TXN-TYPE, WS-USER-ID,         05440000
                   WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER             05450000
                 IF WH-FUNC = 'T'                                       05460000
                   CALL 'HACK2HST' USING WS-TO-ACC,                     05470000
                     WS-BUS-DATE, 'D',                                  05480000
                     WS-TO-OLD-BAL-ED, WS-TO-NEW-BAL-ED                 05490000
                   MOVE SPACES TO WS-AUD-BEFORE                         05500000
                   MOVE SPACES TO WS-AUD-AFTER                          05510000
                   STRING 'BAL=' WS-TO-OLD-BAL-ED                       05520000
                     ' TFR FROM ' WS-FROM-ACC ' WHS=' WS-WHS-REF        05530000
                     DELIMITED BY SIZE INTO WS-AUD-BEFORE               05540000
                   STRING 'BAL=' WS-TO-NEW-BAL-ED                       05550000
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                05560000
                   CALL 'HACK2AUD' USING 'D', WS-USER-ID,               05570000
                     WS-TO-ACC, WS-AUD-BEFORE, WS-AUD-AFTER             05580000
                 END-IF                                                 05590000
                 IF WS-PENALTY > 0                                      05600000
                   CALL 'HACK2HST' USING WS-FROM-ACC,                   05610000
                     WS-BUS-DATE, 'F',                                  05620000
                     WS-FROM-MID-BAL-ED, WS-FROM-NEW-BAL-ED             05630000
                   MOVE SPACES TO WS-AUD-BEFORE                         05640000
                   MOVE SPACES TO WS-AUD-AFTER                          05650000
                   STRING 'BAL=' WS-FROM-MID-BAL-ED                     05660000
                     DELIMITED BY SIZE INTO WS-AUD-BEFORE               05670000
                   STRING 'BAL=' WS-FROM-NEW-BAL-ED                     05680000
                     ' EARLY WDL PENALTY=' WS-PENALTY-ED                05690000
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                05700000
                   CALL 'HACK2AUD' USING 'F', WS-USER-ID,               05710000
                     WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER           05720000
                 END-IF                                                 05730000
               END-IF                                                   05740000
               IF WS-DISP-POST                                          05750000
                 ADD 1 TO WS-POST-COUNT                                 05760000
                 MOVE 'R' TO WH-STATUS                                  05770000
               ELSE IF WS-DISP-QUEUE                                    05780000
                 ADD 1 TO WS-QUE-COUNT                                  05790000
                 MOVE 'Q' TO WH-STATUS                                  05800000
               ELSE IF WS-DISP-FAIL                                     05810000
                 ADD 1 TO WS-REJ-COUNT                                  05820000
                 MOVE 'F' TO WH-STATUS                                  05830000
               ELSE                                                     05840000
                 ADD 1 TO WS-RETRY-COUNT                                05850000
               END-IF                                                   05860000
               END-IF                                                   05870000
               END-IF                                                   05880000
               IF NOT WS-DISP-RETRY                                     05890000
                 MOVE WS-JOB-USER TO WH-ACT-USER                        05900000
                 MOVE WS-BUS-DATE TO WH-ACT-DATE                        05910000
                 MOVE WS-REJ-TEXT TO WH-RESULT                          05920000
                 REWRITE WHS-RECORD                                     05930000
                 IF WS-WHS-STATUS NOT = '00'                            05940000
                   DISPLAY 'WAREHOUSE UPDATE FAILED:' WS-WHS-STATUS     05950000
                     ' ' WS-WHS-REF                                     05960000
                   MOVE 'A' TO WS-OPS-FLAG                              05970000
                 END-IF                                                 05980000
                 MOVE SPACES TO WS-AUD-BEFORE                           05990000
                 MOVE SPACES TO WS-AUD-AFTER                            06000000
                 STRING 'RELEASE ' WH-FUNC ' WHS=' WS-WHS-REF           06010000
                   ' MKR=' WH-USER                                      06020000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 06030000
                 STRING 'STATUS=' WH-STATUS ' ' WS-REJ-TEXT             06040000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  06050000
                 CALL 'HACK2AUD' USING 'L', WS-JOB-USER,                06060000
                   WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER             06070000
               END-IF                                                   06080000
               MOVE SPACES TO RPT-RECORD                                06090000
               STRING WH-REL-DATE ' ' WH-SEQ ' ' WH-FUNC ' '            06100000
                 WS-FROM-ACC ' ' WS-TO-ACC ' ' WS-AMOUNT-ED ' '         06110000
                 WH-USER ' ' WS-REJ-TEXT                                06120000
                 DELIMITED BY SIZE INTO RPT-RECORD                      06130000
               WRITE RPT-RECORD                                         06140000
             END-IF                                                     06150000
           END-PERFORM.                                                 06160000
           CLOSE TXN-LOG-FILE.                                          06170000
           CLOSE WHS-FILE.                                              06180000
           MOVE WS-DUE-COUNT TO WS-DUE-COUNT-ED.                        06190000
           MOVE WS-POST-COUNT TO WS-POST-COUNT-ED.                      06200000
           MOVE WS-QUE-COUNT TO WS-QUE-COUNT-ED.                        06210000
           MOVE WS-REJ-COUNT TO WS-REJ-COUNT-ED.                        06220000
           MOVE WS-RETRY-COUNT TO WS-RETRY-COUNT-ED.                    06230000
           MOVE WS-TOT-AMT TO WS-TOT-AMT-ED.                            06240000
           MOVE SPACES TO RPT-RECORD.                                   06250000
           STRING 'ITEMS DUE: ' WS-DUE-COUNT-ED                         06260000
             '  POSTED: ' WS-POST-COUNT-ED                              06270000
             '  QUEUED: ' WS-QUE-COUNT-ED                               06280000
             '  FAILED: ' WS-REJ-COUNT-ED                               06290000
             '  HELD FOR RETRY: ' WS-RETRY-COUNT-ED                     06300000
             DELIMITED BY SIZE INTO RPT-RECORD.                         06310000
           WRITE RPT-RECORD.                                            06320000
           MOVE SPACES TO RPT-RECORD.                                   06330000
           STRING 'TOTAL AMOUNT POSTED:' WS-TOT-AMT-ED                  06340000
             DELIMITED BY SIZE INTO RPT-RECORD.                         06350000
           WRITE RPT-RECORD.                                            06360000
           CLOSE RPT-FILE.                                              06370000
           DISPLAY 'WAREHOUSED ITEMS POSTED :' WS-POST-COUNT.           06380000
           DISPLAY 'WAREHOUSED ITEMS QUEUED :' WS-QUE-COUNT.            06390000
           DISPLAY 'WAREHOUSED ITEMS FAILED :' WS-REJ-COUNT.            06400000
           DISPLAY 'HELD FOR RETRY          :' WS-RETRY-COUNT.          06410000
           IF WS-RETRY-COUNT > 0 AND WS-OPS-FLAG = 'N'                  06420000
             MOVE 'E' TO WS-OPS-FLAG                                    06430000
           END-IF.                                                      06440000
           MOVE WS-READ-COUNT TO WS-OPS-READ.                           06450000
           COMPUTE WS-OPS-WRITE = WS-POST-COUNT + WS-QUE-COUNT.         06460000
           COMPUTE WS-OPS-REJ = WS-REJ-COUNT + WS-RETRY-COUNT.          06470000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              06480000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     06490000
             WS-OPS-SQL, WS-OPS-FLAG.                                   06500000
           GOBACK.                                                      06510000
