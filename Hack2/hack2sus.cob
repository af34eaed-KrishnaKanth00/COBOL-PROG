       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2SUS.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SUS-FILE ASSIGN TO SUSPENSE                           00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY SU-KEY                                            00090000
           FILE STATUS IS WS-SUS-STATUS.                                00100000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00110000
           ORGANIZATION INDEXED                                         00120000
           ACCESS MODE DYNAMIC                                          00130000
           RECORD KEY TL-KEY                                            00140000
           FILE STATUS IS WS-TXN-STATUS.                                00150000
           SELECT SO-FILE ASSIGN TO SOMST                               00160000
           ORGANIZATION LINE SEQUENTIAL                                 00170000
           FILE STATUS IS WS-SO-STATUS.                                 00180000
       DATA DIVISION.                                                   00190000
       FILE SECTION.                                                    00200000
       FD  SUS-FILE.                                                    00210000
       01  SUS-RECORD.                                                  00220000
           05 SU-KEY.                                                   00230000
              10 SU-SOURCE        PIC X(1).                             00240000
              10 SU-REJ-DATE      PIC X(8).                             00250000
              10 SU-SEQ           PIC 9(4).                             00260000
           05 SU-ACC-NO           PIC X(10).                            00270000
           05 SU-TO-ACC           PIC X(10).                            00280000
           05 SU-TXN-TYPE         PIC X(1).                             00290000
           05 SU-AMOUNT           PIC 9(7).99.                          00300000
           05 SU-ORIG-AMT         PIC X(10).                            00310000
           05 SU-DUE-DATE         PIC X(8).                             00320000
           05 SU-REASON           PIC X(2).                             00330000
           05 SU-REASON-TEXT      PIC X(30).                            00340000
           05 SU-ATTEMPTS         PIC 9(3).                             00350000
           05 SU-LAST-DATE        PIC X(8).                             00360000
           05 SU-STATUS           PIC X(1).                             00370000
           05 SU-RES-USER         PIC X(8).                             00380000
           05 SU-RES-DATE         PIC X(8).                             00390000
           05 SU-RES-NOTE         PIC X(30).                            00400000
           05 SU-RP-ACC           PIC X(10).                            00410000
           05 SU-RP-TO-ACC        PIC X(10).                            00420000
           05 SU-RP-TYPE          PIC X(1).                             00430000
           05 SU-RP-AMOUNT        PIC 9(7).99.                          00440000
           05 SU-RP-TL-DATE       PIC X(8).                             00450000
           05 SU-RP-TL-SEQ        PIC 9(4).                             00460000
       FD  TXN-LOG-FILE.                                                00470000
       01  TXN-LOG-RECORD.                                              00480000
           05 TL-KEY.                                                   00490000
              10 TL-ACC-NO        PIC X(10).                            00500000
              10 TL-DATE          PIC X(8).                             00510000
              10 TL-SEQ           PIC 9(4).                             00520000
           05 TL-TXN-TYPE         PIC X(1).                             00530000
           05 TL-AMOUNT           PIC 9(7).99.                          00540000
           05 TL-RUN-BAL          PIC 9(7).99.                          00550000
           05 TL-REF-DATE         PIC X(8).                             00560000
           05 TL-REF-TYPE         PIC X(1).                             00570000
       FD  SO-FILE.                                                     00580000
       01  SO-RECORD.                                                   00590000
           05 SO-ACC-NO           PIC X(10).                            00600000
           05 FILLER              PIC X(1).                             00610000
           05 SO-CPTY-ACC         PIC X(10).                            00620000
           05 FILLER              PIC X(1).                             00630000
           05 SO-AMOUNT           PIC 9(7).99.                          00640000
           05 FILLER              PIC X(1).                             00650000
           05 SO-FREQ             PIC X(1).                             00660000
           05 FILLER              PIC X(1).                             00670000
           05 SO-NEXT-DUE         PIC X(8).                             00680000
           05 FILLER              PIC X(1).                             00690000
           05 SO-EXPIRY           PIC X(8).                             00700000
           05 FILLER              PIC X(1).                             00710000
           05 SO-STATUS           PIC X(1).                             00720000
       WORKING-STORAGE SECTION.                                         00730000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00740000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00750000
       01 WS-USER-ID              PIC X(8).                             00760000
       01 WS-SUS-STATUS           PIC X(2) VALUE SPACES.                00770000
       01 WS-SUS-EOF-SW           PIC X(1) VALUE 'N'.                   00780000
           88 WS-SUS-EOF                  VALUE 'Y'.                    00790000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                00800000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   00810000
           88 WS-TL-DONE                  VALUE 'Y'.                    00820000
       01 WS-SO-STATUS            PIC X(2) VALUE SPACES.                00830000
       01 WS-SO-EOF-SW            PIC X(1) VALUE 'N'.                   00840000
           88 WS-SO-EOF                   VALUE 'Y'.                    00850000
       01 WS-FUNCTION             PIC X(1).                             00860000
           88 WS-FUNC-LIST                VALUE 'L'.                    00870000
           88 WS-FUNC-REPOST              VALUE 'R'.                    00880000
           88 WS-FUNC-WRITEOFF            VALUE 'W'.                    00890000
       01 WS-PICK-SOURCE          PIC X(1).                             00900000
       01 WS-PICK-DATE            PIC X(8).                             00910000
       01 WS-PICK-SEQ-TEXT        PIC X(4).                             00920000
       01 WS-PICK-SEQ REDEFINES WS-PICK-SEQ-TEXT                        00930000
                                  PIC 9(4).                             00940000
       01 WS-SUS-REF              PIC X(14).                            00950000
       01 WS-SOURCE-TEXT          PIC X(14).                            00960000
       01 WS-REASON               PIC X(30).                            00970000
       01 WS-CONFIRM              PIC X(1).                             00980000
       01 WS-CUR-DATE             PIC X(8).                             00990000
       01 WS-BDT-FLAG             PIC X(1).                             01000000
       01 WS-CUT-FLAG             PIC X(1) VALUE 'N'.                   01010000
       01 WS-CUT-BUS-DATE         PIC X(8).                             01020000
       01 WS-CUT-NEXT-DATE        PIC X(8).                             01030000
       01 WS-WORK-DATE            PIC 9(8).                             01040000
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE                         01050000
                                  PIC X(8).                             01060000
       01 WS-CUR-INT              PIC 9(7).                             01070000
       01 WS-REJ-INT              PIC 9(7).                             01080000
       01 WS-AGE                  PIC 9(5) VALUE 0.                     01090000
       01 WS-AGE-ED               PIC ZZZZ9.                            01100000
       01 WS-OPEN-COUNT           PIC 9(5) VALUE 0.                     01110000
       01 WS-OPEN-TOTAL           PIC S9(9)V99 COMP-3 VALUE 0.          01120000
       01 WS-ITEM-AMT             PIC 9(7)V99.                          01130000
       01 WS-TOTAL-ED             PIC -(8)9.99.                         01140000
       01 WS-NEW-ACC              PIC X(10).                            01150000
       01 WS-NEW-TO-ACC           PIC X(10).                            01160000
       01 WS-NEW-TYPE             PIC X(1).                             01170000
       01 WS-NEW-AMT-TEXT         PIC X(9).                             01180000
       01 WS-NEW-AMT-NUM REDEFINES WS-NEW-AMT-TEXT                      01190000
                                  PIC 9(7)V99.                          01200000
       01 WS-BAD-AMT-SW           PIC X(1) VALUE 'N'.                   01210000
           88 WS-BAD-AMT                  VALUE 'Y'.                    01220000
       01 WS-CHANGED-SW           PIC X(1) VALUE 'N'.                   01230000
           88 WS-CHANGED                  VALUE 'Y'.                    01240000
       01 WS-XFER-SW              PIC X(1) VALUE 'N'.                   01250000
           88 WS-XFER                     VALUE 'Y'.                    01260000
       01 WS-POST-OK-SW           PIC X(1) VALUE 'N'.                   01270000
           88 WS-POST-OK                  VALUE 'Y'.                    01280000
       01 WS-RESOLVED-SW          PIC X(1) VALUE 'N'.                   01290000
           88 WS-RESOLVED                 VALUE 'Y'.                    01300000
       01 WS-FROM-ACC             PIC X(10).                            01310000
       01 WS-TO-ACC               PIC X(10).                            01320000
       01 WS-TXN-TYPE             PIC X(1).                             01330000
       01 WS-AMOUNT               PIC S9(7)V99 COMP-3 VALUE 0.          01340000
       01 WS-AMOUNT-ED            PIC 9(7).99.                          01350000
       01 WS-REJ-TEXT             PIC X(30).                            01360000
       01 WS-FROM-STATUS          PIC X(1).                             01370000
       01 WS-TO-STATUS            PIC X(1).                             01380000
       01 WS-OD-LIMIT             PIC S9(7)V99 COMP-3 VALUE 0.          01390000
       01 WS-FROM-OLD-BAL         PIC S9(7)V99 COMP-3.                  01400000
       01 WS-FROM-OLD-BAL-ED      PIC 9(7).99.                          01410000
       01 WS-FROM-NEW-BAL         PIC S9(7)V99 COMP-3.                  01420000
       01 WS-FROM-NEW-BAL-ED      PIC 9(7).99.                          01430000
       01 WS-FROM-MID-BAL         PIC S9(7)V99 COMP-3.                  01440000
       01 WS-FROM-MID-BAL-ED      PIC 9(7).99.                          01450000
       01 WS-PENALTY              PIC 9(5)V99 VALUE 0.                  01460000
       01 WS-PENALTY-ED           PIC 9(5).99.                          01470000
       01 WS-TO-OLD-BAL           PIC S9(7)V99 COMP-3.                  01480000
       01 WS-TO-OLD-BAL-ED        PIC 9(7).99.                          01490000
       01 WS-TO-NEW-BAL           PIC S9(7)V99 COMP-3.                  01500000
       01 WS-TO-NEW-BAL-ED        PIC 9(7).99.                          01510000
       01 WS-HOLD-TOTAL           PIC 9(9)V99 VALUE 0.                  01520000
       01 WS-AVAIL-BAL            PIC S9(9)V99 COMP-3.                  01530000
       01 WS-TL-SEQ-SAVE          PIC 9(4) VALUE 0.                     01540000
       01 WS-TBL-COUNT            PIC 9(3) VALUE 0.                     01550000
       01 WS-TBL-MAX              PIC 9(3) VALUE 500.                   01560000
       01 WS-SO-TABLE.                                                  01570000
           05 WS-SO-ENTRY OCCURS 500 TIMES.                             01580000
              10 WS-S-ACC         PIC X(10).                            01590000
              10 WS-S-CPTY        PIC X(10).                            01600000
              10 WS-S-AMT         PIC 9(7).99.                          01610000
              10 WS-S-FRQ         PIC X(1).                             01620000
              10 WS-S-DUE         PIC X(8).                             01630000
              10 WS-S-EXP         PIC X(8).                             01640000
              10 WS-S-STS         PIC X(1).                             01650000
       01 WS-SUB                  PIC 9(3) VALUE 0.                     01660000
       01 WS-SO-PICK              PIC 9(3) VALUE 0.                     01670000
       01 WS-OLD-DUE              PIC X(8).                             01680000
       01 WS-DUE-DATE             PIC 9(8).                             01690000
       01 WS-DUE-X REDEFINES WS-DUE-DATE                                01700000
                                  PIC X(8).                             01710000
       01 WS-DUE-SPLIT REDEFINES WS-DUE-DATE.                           01720000
           05 WS-DUE-YYYY         PIC 9(4).                             01730000
           05 WS-DUE-MM           PIC 9(2).                             01740000
           05 WS-DUE-DD           PIC 9(2).                             01750000
       01 WS-DATE-INT             PIC 9(7).                             01760000
       01 WS-MON-LEN              PIC 9(2).                             01770000
       01 WS-AUD-BEFORE           PIC X(60) VALUE SPACES.               01780000
       01 WS-AUD-AFTER            PIC X(60) VALUE SPACES.               01790000
       LINKAGE SECTION.                                                 01800000
       01 USER-ID-PARM            PIC X(8).                             01810000
       PROCEDURE DIVISION USING USER-ID-PARM.                           01820000
           MOVE USER-ID-PARM TO WS-USER-ID.                             01830000
           MOVE 'N' TO WS-SUS-EOF-SW.                                   01830100
           MOVE 'N' TO WS-SO-EOF-SW.                                    01830200
           MOVE 'N' TO WS-TL-DONE-SW.                                   01830300
           MOVE 'N' TO WS-BAD-AMT-SW.                                   01830400
           MOVE 'N' TO WS-CHANGED-SW.                                   01830500
           MOVE 'N' TO WS-XFER-SW.                                      01830600
           MOVE 'N' TO WS-POST-OK-SW.                                   01830700
           MOVE 'N' TO WS-RESOLVED-SW.                                  01830800
           MOVE 0 TO WS-OPEN-COUNT.                                     01830900
           MOVE 0 TO WS-OPEN-TOTAL.                                     01831000
           MOVE 0 TO WS-TBL-COUNT.                                      01831100
           MOVE 0 TO WS-SO-PICK.                                        01831200
           DISPLAY 'REJECT SUSPENSE WORKBENCH'.                         01840000
           DISPLAY 'ENTER FUNCTION (L-LIST OPEN/R-REPOST/'              01850000
             'W-WRITE OFF):'.                                           01860000
           ACCEPT WS-FUNCTION.                                          01870000
           IF NOT WS-FUNC-LIST AND NOT WS-FUNC-REPOST                   01880000
              AND NOT WS-FUNC-WRITEOFF                                  01890000
             DISPLAY 'INVALID FUNCTION CODE'                            01900000
             GOBACK                                                     01910000
           END-IF.                                                      01920000
           CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG.              01930000
           MOVE WS-CUR-DATE TO WS-WORK-DATE-X.                          01940000
           COMPUTE WS-CUR-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE). 01950000
           IF WS-FUNC-LIST                                              01960000
             OPEN INPUT SUS-FILE                                        01970000
           ELSE                                                         01980000
             OPEN I-O SUS-FILE                                          01990000
           END-IF.                                                      02000000
           IF WS-SUS-STATUS = '35'                                      02010000
             DISPLAY 'NO SUSPENSE ITEMS ON FILE'                        02020000
             GOBACK                                                     02030000
           END-IF.                                                      02040000
           IF WS-SUS-STATUS NOT = '00'                                  02050000
             DISPLAY 'CANNOT OPEN SUSPENSE FILE:' WS-SUS-STATUS         02060000
             GOBACK                                                     02070000
           END-IF.                                                      02080000
           IF WS-FUNC-LIST                                              02090000
             DISPLAY 'S REJ-DATE SEQ  ACCOUNT    TO-ACC     T '         02100000
               '    AMOUNT RS TRY   AGE'                                02110000
             PERFORM UNTIL WS-SUS-EOF                                   02120000
               READ SUS-FILE NEXT RECORD                                02130000
                 AT END SET WS-SUS-EOF TO TRUE                          02140000
                 NOT AT END                                             02150000
                   IF SU-STATUS = 'O'                                   02160000
                     ADD 1 TO WS-OPEN-COUNT                             02170000
                     MOVE SU-AMOUNT TO WS-ITEM-AMT                      02180000
                     ADD WS-ITEM-AMT TO WS-OPEN-TOTAL                   02190000
                     MOVE WS-ITEM-AMT TO WS-TOTAL-ED                    02200000
                     MOVE 0 TO WS-AGE                                   02210000
                     IF SU-REJ-DATE NUMERIC                             02220000
                        AND SU-REJ-DATE < WS-CUR-DATE                   02230000
                       MOVE SU-REJ-DATE TO WS-WORK-DATE-X               02240000
                       COMPUTE WS-REJ-INT =                             02250000
                         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)         02260000
                       COMPUTE WS-AGE = WS-CUR-INT - WS-REJ-INT         02270000
                     END-IF                                             02280000
                     MOVE WS-AGE TO WS-AGE-ED                           02290000
                     DISPLAY SU-SOURCE ' ' SU-REJ-DATE ' ' SU-SEQ ' '   02300000
                       SU-ACC-NO ' ' SU-TO-ACC ' ' SU-TXN-TYPE ' '      02310000
                       WS-TOTAL-ED ' ' SU-REASON ' ' SU-ATTEMPTS ' '    02320000
                       WS-AGE-ED                                        02330000
                   END-IF                                               02340000
               END-READ                                                 02350000
             END-PERFORM                                                02360000
             CLOSE SUS-FILE                                             02370000
             MOVE WS-OPEN-TOTAL TO WS-TOTAL-ED                          02380000
             DISPLAY 'OPEN SUSPENSE ITEMS: ' WS-OPEN-COUNT              02390000
               ' TOTAL: ' WS-TOTAL-ED                                   02400000
             GOBACK                                                     02410000
           END-IF.                                                      02420000
           DISPLAY 'ENTER SOURCE (B-BULK POSTING/S-STANDING ORDER):'.   02430000
           ACCEPT WS-PICK-SOURCE.                                       02440000
           DISPLAY 'ENTER REJECT DATE (YYYYMMDD):'.                     02450000
           ACCEPT WS-PICK-DATE.                                         02460000
           DISPLAY 'ENTER ITEM SEQ (4 DIGITS):'.                        02470000
           ACCEPT WS-PICK-SEQ-TEXT.                                     02480000
           IF (WS-PICK-SOURCE NOT = 'B' AND WS-PICK-SOURCE NOT = 'S')   02490000
              OR WS-PICK-DATE NOT NUMERIC                               02500000
              OR WS-PICK-SEQ-TEXT NOT NUMERIC                           02510000
             DISPLAY 'INVALID SUSPENSE KEY'                             02520000
             CLOSE SUS-FILE                                             02530000
             GOBACK                                                     02540000
           END-IF.                                                      02550000
           MOVE SPACES TO SUS-RECORD.                                   02560000
           MOVE WS-PICK-SOURCE TO SU-SOURCE.                            02570000
           MOVE WS-PICK-DATE TO SU-REJ-DATE.                            02580000
           MOVE WS-PICK-SEQ TO SU-SEQ.                                  02590000
           READ SUS-FILE.                                               02600000
           IF WS-SUS-STATUS NOT = '00'                                  02610000
             DISPLAY 'SUSPENSE ITEM NOT FOUND'                          02620000
             CLOSE SUS-FILE                                             02630000
             GOBACK                                                     02640000
           END-IF.                                                      02650000
           IF SU-STATUS NOT = 'O'                                       02660000
             DISPLAY 'ITEM IS ALREADY RESOLVED - STATUS '               02670000
               SU-STATUS ' BY ' SU-RES-USER ' ON ' SU-RES-DATE          02680000
             CLOSE SUS-FILE                                             02690000
             GOBACK                                                     02700000
           END-IF.                                                      02710000
           MOVE SPACES TO WS-SUS-REF.                                   02720000
           STRING SU-SOURCE SU-REJ-DATE '/' SU-SEQ                      02730000
             DELIMITED BY SIZE INTO WS-SUS-REF.                         02740000
           MOVE 0 TO WS-AGE.                                            02750000
           IF SU-REJ-DATE < WS-CUR-DATE                                 02760000
             MOVE SU-REJ-DATE TO WS-WORK-DATE-X                         02770000
             COMPUTE WS-REJ-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)02780000
             COMPUTE WS-AGE = WS-CUR-INT - WS-REJ-INT                   02790000
           END-IF.                                                      02800000
           MOVE WS-AGE TO WS-AGE-ED.                                    02810000
           IF SU-SOURCE = 'S'                                           02820000
             MOVE 'STANDING ORDER' TO WS-SOURCE-TEXT                    02830000
           ELSE                                                         02840000
             MOVE 'BULK POSTING' TO WS-SOURCE-TEXT                      02850000
           END-IF.                                                      02860000
           DISPLAY 'SOURCE   : ' WS-SOURCE-TEXT.                        02870000
           DISPLAY 'ACCOUNT  : ' SU-ACC-NO.                             02880000
           IF SU-SOURCE = 'S'                                           02890000
             DISPLAY 'TO ACCT  : ' SU-TO-ACC                            02900000
             DISPLAY 'DUE DATE : ' SU-DUE-DATE                          02910000
           ELSE                                                         02920000
             DISPLAY 'TYPE     : ' SU-TXN-TYPE                          02930000
           END-IF.                                                      02940000
           DISPLAY 'AMOUNT   : ' SU-ORIG-AMT.                           02950000
           DISPLAY 'REASON   : ' SU-REASON ' ' SU-REASON-TEXT.          02960000
           DISPLAY 'ATTEMPTS : ' SU-ATTEMPTS ' LAST ' SU-LAST-DATE.     02970000
           DISPLAY 'AGE DAYS : ' WS-AGE-ED.                             02980000
           IF WS-FUNC-WRITEOFF                                          02990000
             DISPLAY 'ENTER WRITE-OFF REASON:'                          03000000
             ACCEPT WS-REASON                                           03010000
             IF WS-REASON = SPACES                                      03020000
               DISPLAY 'WRITE-OFF REASON IS REQUIRED'                   03030000
               CLOSE SUS-FILE                                           03040000
               GOBACK                                                   03050000
             END-IF                                                     03060000
             DISPLAY 'WRITE OFF THIS ITEM? (Y/N):'                      03070000
           ELSE                                                         03080000
             CALL 'HACK2CUT' USING WS-CUT-FLAG, WS-CUT-BUS-DATE,        03090000
               WS-CUT-NEXT-DATE                                         03100000
             IF WS-CUT-FLAG NOT = 'N'                                   03110000
               DISPLAY 'POSTING CUTOFF HAS PASSED - REPOST AFTER THE '  03120000
                 'BUSINESS DATE IS ADVANCED'                            03130000
               CLOSE SUS-FILE                                           03140000
               GOBACK                                                   03150000
             END-IF                                                     03160000
             MOVE SU-ACC-NO TO WS-FROM-ACC                              03170000
             MOVE SU-TO-ACC TO WS-TO-ACC                                03180000
             MOVE SU-TXN-TYPE TO WS-TXN-TYPE                            03190000
             MOVE SU-AMOUNT TO WS-AMOUNT                                03200000
             IF SU-SOURCE = 'S'                                         03210000
               SET WS-XFER TO TRUE                                      03220000
               MOVE 'W' TO WS-TXN-TYPE                                  03230000
             END-IF                                                     03240000
             DISPLAY 'ENTER ACCOUNT (BLANK = KEEP ' WS-FROM-ACC '):'    03250000
             ACCEPT WS-NEW-ACC                                          03260000
             IF WS-NEW-ACC NOT = SPACES                                 03270000
                AND WS-NEW-ACC NOT = WS-FROM-ACC                        03280000
               MOVE WS-NEW-ACC TO WS-FROM-ACC                           03290000
               SET WS-CHANGED TO TRUE                                   03300000
             END-IF                                                     03310000
             IF WS-XFER                                                 03320000
               DISPLAY 'ENTER TO ACCOUNT (BLANK = KEEP ' WS-TO-ACC      03330000
                 '):'                                                   03340000
               ACCEPT WS-NEW-TO-ACC                                     03350000
               IF WS-NEW-TO-ACC NOT = SPACES                            03360000
                  AND WS-NEW-TO-ACC NOT = WS-TO-ACC                     03370000
                 MOVE WS-NEW-TO-ACC TO WS-TO-ACC                        03380000
                 SET WS-CHANGED TO TRUE                                 03390000
               END-IF                                                   03400000
             ELSE                                                       03410000
               DISPLAY 'ENTER TRANSACTION TYPE D/W (BLANK = KEEP '      03420000
                 WS-TXN-TYPE '):'                                       03430000
               ACCEPT WS-NEW-TYPE                                       03440000
               IF WS-NEW-TYPE NOT = SPACES                              03450000
                  AND WS-NEW-TYPE NOT = WS-TXN-TYPE                     03460000
                 MOVE WS-NEW-TYPE TO WS-TXN-TYPE                        03470000
                 SET WS-CHANGED TO TRUE                                 03480000
               END-IF                                                   03490000
             END-IF                                                     03500000
             DISPLAY 'ENTER AMOUNT (7 DIGITS + 2 DECIMAL, NO POINT, '   03510000
               'BLANK = KEEP):'                                         03520000
             ACCEPT WS-NEW-AMT-TEXT                                     03530000
             IF WS-NEW-AMT-TEXT NOT = SPACES                            03540000
               IF WS-NEW-AMT-TEXT NUMERIC                               03550000
                 IF WS-NEW-AMT-NUM NOT = WS-AMOUNT                      03560000
                   MOVE WS-NEW-AMT-NUM TO WS-AMOUNT                     03570000
                   SET WS-CHANGED TO TRUE                               03580000
                 END-IF                                                 03590000
               ELSE                                                     03600000
                 SET WS-BAD-AMT TO TRUE                                 03610000
               END-IF                                                   03620000
             END-IF                                                     03630000
             IF WS-FROM-ACC = SPACES OR WS-FROM-ACC NOT NUMERIC         03640000
               DISPLAY 'INVALID ACCOUNT NUMBER FORMAT'                  03650000
               CLOSE SUS-FILE                                           03660000
               GOBACK                                                   03670000
             END-IF                                                     03680000
             IF WS-XFER                                                 03690000
                AND (WS-TO-ACC = SPACES OR WS-TO-ACC NOT NUMERIC        03700000
                     OR WS-TO-ACC = WS-FROM-ACC)                        03710000
               DISPLAY 'INVALID TO ACCOUNT NUMBER'                      03720000
               CLOSE SUS-FILE                                           03730000
               GOBACK                                                   03740000
             END-IF                                                     03750000
             IF WS-TXN-TYPE NOT = 'D' AND WS-TXN-TYPE NOT = 'W'         03760000
               DISPLAY 'INVALID TRANSACTION TYPE'                       03770000
               CLOSE SUS-FILE                                           03780000
               GOBACK                                                   03790000
             END-IF                                                     03800000
             IF WS-BAD-AMT OR WS-AMOUNT NOT > 0                         03810000
               DISPLAY 'INVALID AMOUNT'                                 03820000
               CLOSE SUS-FILE                                           03830000
               GOBACK                                                   03840000
             END-IF                                                     03850000
             MOVE WS-AMOUNT TO WS-AMOUNT-ED                             03860000
             IF WS-XFER                                                 03870000
               DISPLAY 'REPOST: TRANSFER ' WS-FROM-ACC ' TO '           03880000
                 WS-TO-ACC ' ' WS-AMOUNT-ED                             03890000
             ELSE                                                       03900000
               DISPLAY 'REPOST: ' WS-TXN-TYPE ' ' WS-FROM-ACC ' '       03910000
                 WS-AMOUNT-ED                                           03920000
             END-IF                                                     03930000
             DISPLAY 'REPOST THIS ITEM? (Y/N):'                         03940000
           END-IF.                                                      03950000
           ACCEPT WS-CONFIRM.                                           03960000
           IF WS-CONFIRM NOT = 'Y'                                      03970000
             DISPLAY 'NOTHING CHANGED'                                  03980000
             CLOSE SUS-FILE                                             03990000
             GOBACK                                                     04000000
           END-IF.                                                      04010000
           IF SU-SOURCE = 'S'                                           04020000
             OPEN INPUT SO-FILE                                         04030000
             IF WS-SO-STATUS NOT = '00'                                 04040000
               SET WS-SO-EOF TO TRUE                                    04050000
             END-IF                                                     04060000
             PERFORM UNTIL WS-SO-EOF                                    04070000
               READ SO-FILE                                             04080000
                 AT END SET WS-SO-EOF TO TRUE                           04090000
                 NOT AT END                                             04100000
                   IF WS-TBL-COUNT < WS-TBL-MAX                         04110000
                     ADD 1 TO WS-TBL-COUNT                              04120000
                     MOVE SO-ACC-NO TO WS-S-ACC(WS-TBL-COUNT)           04130000
                     MOVE SO-CPTY-ACC TO WS-S-CPTY(WS-TBL-COUNT)        04140000
                     MOVE SO-AMOUNT TO WS-S-AMT(WS-TBL-COUNT)           04150000
                     MOVE SO-FREQ TO WS-S-FRQ(WS-TBL-COUNT)             04160000
                     MOVE SO-NEXT-DUE TO WS-S-DUE(WS-TBL-COUNT)         04170000
                     MOVE SO-EXPIRY TO WS-S-EXP(WS-TBL-COUNT)           04180000
                     MOVE SO-STATUS TO WS-S-STS(WS-TBL-COUNT)           04190000
                   ELSE                                                 04200000
                     DISPLAY 'ORDER FILE EXCEEDS TABLE - NOTHING '      04210000
                       'CHANGED'                                        04220000
                     CLOSE SO-FILE                                      04230000
                     CLOSE SUS-FILE                                     04240000
                     GOBACK                                             04250000
                   END-IF                                               04260000
               END-READ                                                 04270000
             END-PERFORM                                                04280000
             IF WS-SO-STATUS = '00' OR WS-SO-STATUS = '10'              04290000
               CLOSE SO-FILE                                            04300000
             END-IF                                                     04310000
             PERFORM VARYING WS-SUB FROM 1 BY 1                         04320000
               UNTIL WS-SUB > WS-TBL-COUNT                              04330000
               IF WS-S-ACC(WS-SUB) = SU-ACC-NO                          04340000
                  AND WS-S-CPTY(WS-SUB) = SU-TO-ACC                     04350000
                  AND WS-S-AMT(WS-SUB) = SU-AMOUNT                      04360000
                  AND WS-S-DUE(WS-SUB) = SU-DUE-DATE                    04370000
                  AND WS-S-STS(WS-SUB) = 'A'                            04380000
                  AND WS-SO-PICK = 0                                    04390000
                 MOVE WS-SUB TO WS-SO-PICK                              04400000
               END-IF                                                   04410000
             END-PERFORM                                                04420000
             IF WS-SO-PICK = 0                                          04430000
               DISPLAY 'STANDING ORDER IS NO LONGER DUE FOR '           04440000
                 SU-DUE-DATE ' - ORDER WILL NOT BE ADVANCED'            04450000
             END-IF                                                     04460000
           END-IF.                                                      04470000
           IF WS-FUNC-WRITEOFF                                          04480000
             SET WS-RESOLVED TO TRUE                                    04490000
             MOVE 'W' TO SU-STATUS                                      04500000
             MOVE WS-REASON TO SU-RES-NOTE                              04510000
           ELSE                                                         04520000
             MOVE SPACES TO WS-REJ-TEXT                                 04530000
             MOVE 0 TO WS-PENALTY                                       04540000
             EXEC SQL                                                   04550000
             SELECT ACC_BAL,ACC_STATUS,ACC_OD_LIMIT                     04560000
             INTO :DCL-ACC-BAL,:DCL-ACC-STATUS,                         04570000
                  :DCL-ACC-OD-LIMIT                                     04580000
             FROM ACC_DETAILS WHERE ACC_NO = :WS-FROM-ACC               04590000
             END-EXEC                                                   04600000
             MOVE DCL-ACC-BAL TO WS-FROM-OLD-BAL                        04610000
             MOVE DCL-ACC-STATUS TO WS-FROM-STATUS                      04620000
             MOVE DCL-ACC-OD-LIMIT TO WS-OD-LIMIT                       04630000
             IF SQLCODE = 100                                           04640000
               MOVE 'ACCOUNT NOT FOUND' TO WS-REJ-TEXT                  04650000
             ELSE IF SQLCODE NOT = 0                                    04660000
               MOVE 'SQL ERROR ON SELECT' TO WS-REJ-TEXT                04670000
               DISPLAY 'SQLERROR:' SQLCODE                              04680000
             ELSE IF WS-FROM-STATUS = 'I'                               04690000
               MOVE 'ACCOUNT IS INACTIVE' TO WS-REJ-TEXT                04700000
             ELSE IF WS-FROM-STATUS = 'D' AND WS-TXN-TYPE = 'W'         04710000
               MOVE 'ACCOUNT DORMANT - WDL BLOCKED' TO WS-REJ-TEXT      04720000
             ELSE IF WS-XFER                                            04730000
               EXEC SQL                                                 04740000
               SELECT ACC_BAL,ACC_STATUS                                04750000
               INTO :DCL-ACC-BAL,:DCL-ACC-STATUS                        04760000
               FROM ACC_DETAILS WHERE ACC_NO = :WS-TO-ACC               04770000
               END-EXEC                                                 04780000
               MOVE DCL-ACC-BAL TO WS-TO-OLD-BAL                        04790000
               MOVE DCL-ACC-STATUS TO WS-TO-STATUS                      04800000
               IF SQLCODE = 100                                         04810000
                 MOVE 'TO ACCOUNT NOT FOUND' TO WS-REJ-TEXT             04820000
               ELSE IF SQLCODE NOT = 0                                  04830000
                 MOVE 'SQL ERROR ON SELECT' TO WS-REJ-TEXT              04840000
                 DISPLAY 'SQLERROR:' SQLCODE                            04850000
               ELSE IF WS-TO-STATUS = 'I'                               04860000
                 MOVE 'TO ACCOUNT IS INACTIVE' TO WS-REJ-TEXT           04870000
               ELSE                                                     04880000
                 COMPUTE WS-TO-NEW-BAL =                                04890000
                   WS-TO-OLD-BAL + WS-AMOUNT                            04900000
                 SET WS-POST-OK TO TRUE                                 04910000
               END-IF                                                   04920000
               END-IF                                                   04930000
               END-IF                                                   04940000
             ELSE                                                       04950000
               SET WS-POST-OK TO TRUE                                   04960000
             END-IF                                                     04970000
             END-IF                                                     04980000
             END-IF                                                     04990000
             END-IF                                                     05000000
             END-IF                                                     05010000
             IF WS-POST-OK                                              05020000
               IF WS-TXN-TYPE = 'D'                                     05030000
                 COMPUTE WS-FROM-NEW-BAL =                              05040000
                   WS-FROM-OLD-BAL + WS-AMOUNT                          05050000
               ELSE                                                     05060000
                 COMPUTE WS-FROM-NEW-BAL =                              05070000
                   WS-FROM-OLD-BAL - WS-AMOUNT                          05080000
               END-IF                                                   05090000
               MOVE WS-FROM-NEW-BAL TO WS-FROM-MID-BAL                  05100000
               MOVE 0 TO WS-HOLD-TOTAL                                  05110000
               IF WS-TXN-TYPE = 'W'                                     05120000
                 CALL 'HACK2AVL' USING WS-FROM-ACC, WS-HOLD-TOTAL       05130000
                 CALL 'HACK2EWP' USING WS-FROM-ACC, WS-PENALTY          05140000
                 SUBTRACT WS-PENALTY FROM WS-FROM-NEW-BAL               05150000
               END-IF                                                   05160000
               COMPUTE WS-AVAIL-BAL =                                   05170000
                 WS-FROM-OLD-BAL + WS-OD-LIMIT - WS-HOLD-TOTAL          05180000
               IF WS-TXN-TYPE = 'W'                                     05190000
                  AND WS-FROM-NEW-BAL + WS-OD-LIMIT < 0                 05200000
                 MOVE 'N' TO WS-POST-OK-SW                              05210000
                 MOVE 'EXCEEDS OVERDRAFT LIMIT' TO WS-REJ-TEXT          05220000
               ELSE IF WS-TXN-TYPE = 'W'                                05230000
                  AND WS-AMOUNT + WS-PENALTY > WS-AVAIL-BAL             05240000
                 MOVE 'N' TO WS-POST-OK-SW                              05250000
                 MOVE 'EXCEEDS AVAILABLE BALANCE' TO WS-REJ-TEXT        05260000
               ELSE                                                     05270000
                 MOVE WS-FROM-NEW-BAL TO DCL-ACC-BAL                    05280000
                 EXEC SQL                                               05290000
                 UPDATE ACC_DETAILS SET ACC_BAL = :DCL-ACC-BAL          05300000
                 WHERE ACC_NO = :WS-FROM-ACC                            05310000
                 AND ACC_BAL = :WS-FROM-OLD-BAL                         05320000
                 END-EXEC                                               05330000
                 IF SQLCODE = 0 AND SQLERRD(3) = 1 AND WS-XFER          05340000
                   MOVE WS-TO-NEW-BAL TO DCL-ACC-BAL                    05350000
                   EXEC SQL                                             05360000
                   UPDATE ACC_DETAILS                                   05370000
                   SET ACC_BAL = :DCL-ACC-BAL                           05380000
                   WHERE ACC_NO = :WS-TO-ACC                            05390000
                   AND ACC_BAL = :WS-TO-OLD-BAL                         05400000
                   END-EXEC                                             05410000
                 END-IF                                                 05420000
                 IF SQLCODE = 0 AND SQLERRD(3) = 1                      05430000
                   EXEC SQL COMMIT END-EXEC                             05440000
                 ELSE                                                   05450000
                   EXEC SQL ROLLBACK END-EXEC                           05460000
                   MOVE 'N' TO WS-POST-OK-SW                            05470000
                   MOVE 'POSTING FAILED - RETRY' TO WS-REJ-TEXT         05480000
                   DISPLAY 'SQLERROR:' SQLCODE                          05490000
                 END-IF                                                 05500000
               END-IF                                                   05510000
               END-IF                                                   05520000
             END-IF                                                     05530000
             IF WS-POST-OK                                              05540000
               MOVE WS-FROM-OLD-BAL TO WS-FROM-OLD-BAL-ED               05550000
               MOVE WS-FROM-NEW-BAL TO WS-FROM-NEW-BAL-ED               05560000
               MOVE WS-FROM-MID-BAL TO WS-FROM-MID-BAL-ED               05570000
               MOVE WS-PENALTY TO WS-PENALTY-ED                         05580000
               IF WS-XFER                                               05590000
                 MOVE WS-TO-OLD-BAL TO WS-TO-OLD-BAL-ED                 05600000
                 MOVE WS-TO-NEW-BAL TO WS-TO-NEW-BAL-ED                 05610000
               END-IF                                                   05620000
               OPEN I-O TXN-LOG-FILE                                    05630000
               IF WS-TXN-STATUS = '35'                                  05640000
                 OPEN OUTPUT TXN-LOG-FILE                               05650000
               END-IF                                                   05660000
               MOVE SPACES TO TXN-LOG-RECORD                            05670000
               MOVE WS-FROM-ACC TO TL-ACC-NO                            05680000
               MOVE WS-CUR-DATE TO TL-DATE                              05690000
               MOVE 0 TO TL-SEQ                                         05700000
               MOVE WS-TXN-TYPE TO TL-TXN-TYPE                          05710000
               MOVE WS-AMOUNT TO TL-AMOUNT                              05720000
               MOVE WS-FROM-MID-BAL-ED TO TL-RUN-BAL                    05730000
               IF WS-XFER                                               05740000
                 MOVE WS-CUR-DATE TO TL-REF-DATE                        05750000
                 MOVE 'D' TO TL-REF-TYPE                                05760000
               END-IF                                                   05770000
               MOVE 'N' TO WS-TL-DONE-SW                                05780000
               PERFORM UNTIL WS-TL-DONE                                 05790000
                 WRITE TXN-LOG-RECORD                                   05800000
                 IF WS-TXN-STATUS = '22'                                05810000
                   ADD 1 TO TL-SEQ                                      05820000
                 ELSE                                                   05830000
                   MOVE 'Y' TO WS-TL-DONE-SW                            05840000
                 END-IF                                                 05850000
               END-PERFORM                                              05860000
               MOVE TL-SEQ TO WS-TL-SEQ-SAVE                            05870000
               IF WS-XFER                                               05880000
                 MOVE SPACES TO TXN-LOG-RECORD                          05890000
                 MOVE WS-TO-ACC TO TL-ACC-NO                            05900000
                 MOVE WS-CUR-DATE TO TL-DATE                            05910000
                 MOVE 0 TO TL-SEQ                                       05920000
                 MOVE 'D' TO TL-TXN-TYPE                                05930000
                 MOVE WS-AMOUNT TO TL-AMOUNT                            05940000
                 MOVE WS-TO-NEW-BAL-ED TO TL-RUN-BAL                    05950000
                 MOVE WS-CUR-DATE TO TL-REF-DATE                        05960000
                 MOVE 'W' TO TL-REF-TYPE                                05970000
                 MOVE 'N' TO WS-TL-DONE-SW                              05980000
                 PERFORM UNTIL WS-TL-DONE                               05990000
                   WRITE TXN-LOG-RECORD                                 06000000
                   IF WS-TXN-STATUS = '22'                              06010000
                     ADD 1 TO TL-SEQ                                    06020000
                   ELSE                                                 06030000
                     MOVE 'Y' TO WS-TL-DONE-SW                          06040000
                   END-IF                                               06050000
                 END-PERFORM                                            06060000
               END-IF                                                   06070000
               IF WS-PENALTY > 0                                        06080000
                 MOVE SPACES TO TXN-LOG-RECORD                          06090000
                 MOVE WS-FROM-ACC TO TL-ACC-NO                          06100000
                 MOVE WS-CUR-DATE TO TL-DATE                            06110000
                 MOVE 0 TO TL-SEQ                                       06120000
                 MOVE 'F' TO TL-TXN-TYPE                                06130000
                 MOVE WS-PENALTY TO TL-AMOUNT                           06140000
                 MOVE WS-FROM-NEW-BAL-ED TO TL-RUN-BAL                  06150000
                 MOVE WS-CUR-DATE TO TL-REF-DATE                        06160000
                 MOVE 'P' TO TL-REF-TYPE                                06170000
                 MOVE 'N' TO WS-TL-DONE-SW                              06180000
                 PERFORM UNTIL WS-TL-DONE                               06190000
                   WRITE TXN-LOG-RECORD                                 06200000
                   IF WS-TXN-STATUS = '22'                              06210000
                     ADD 1 TO TL-SEQ                                    06220000
                   ELSE                                                 06230000
                     MOVE 'Y' TO WS-TL-DONE-SW                          06240000
                   END-IF                                               06250000
                 END-PERFORM                                            06260000
               END-IF                                                   06270000
               CLOSE TXN-LOG-FILE                                       06280000
               CALL 'HACK2HST' USING WS-FROM-ACC,                       06290000
                 WS-CUR-DATE, WS-TXN-TYPE,                              06300000
                 WS-FROM-OLD-BAL-ED, WS-FROM-MID-BAL-ED                 06310000
               MOVE SPACES TO WS-AUD-BEFORE                             06320000
               MOVE SPACES TO WS-AUD-AFTER                              06330000
               IF WS-XFER                                               06340000
                 STRING 'BAL=' WS-FROM-OLD-BAL-ED                       06350000
                   ' TFR TO ' WS-TO-ACC ' SUS=' WS-SUS-REF              06360000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 06370000
               ELSE                                                     06380000
                 STRING 'BAL=' WS-FROM-OLD-BAL-ED                       06390000
                   ' SUS=' WS-SUS-REF                                   06400000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 06410000
               END-IF                                                   06420000
               STRING 'BAL=' WS-FROM-MID-BAL-ED                         06430000
                 DELIMITED BY SIZE INTO WS-AUD-AFTER                    06440000
               CALL 'HACK2AUD' USING WS-TXN-TYPE, WS-USER-ID,           06450000
                 WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER               06460000
               IF WS-XFER                                               06470000
                 CALL 'HACK2HST' USING WS-TO-ACC,                       06480000
                   WS-CUR-DATE, 'D',                                    06490000
                   WS-TO-OLD-BAL-ED, WS-TO-NEW-BAL-ED                   06500000
                 MOVE SPACES TO WS-AUD-BEFORE                           06510000
                 MOVE SPACES TO WS-AUD-AFTER                            06520000
                 STRING 'BAL=' WS-TO-OLD-BAL-ED                         06530000
                   ' TFR FROM ' WS-FROM-ACC ' SUS=' WS-SUS-REF          06540000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 06550000
                 STRING 'BAL=' WS-TO-NEW-BAL-ED                         06560000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  06570000
                 CALL 'HACK2AUD' USING 'D', WS-USER-ID,                 06580000
                   WS-TO-ACC, WS-AUD-BEFORE, WS-AUD-AFTER               06590000
               END-IF                                                   06600000
               IF WS-PENALTY > 0                                        06610000
                 CALL 'HACK2HST' USING WS-FROM-ACC,                     06620000
                   WS-CUR-DATE, 'F',                                    06630000
                   WS-FROM-MID-BAL-ED, WS-FROM-NEW-BAL-ED               06640000
                 MOVE SPACES TO WS-AUD-BEFORE                           06650000
                 MOVE SPACES TO WS-AUD-AFTER                            06660000
                 STRING 'BAL=' WS-FROM-MID-BAL-ED                       06670000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 06680000
                 STRING 'BAL=' WS-FROM-NEW-BAL-ED                       06690000
                   ' EARLY WDL PENALTY=' WS-PENALTY-ED                  06700000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  06710000
                 CALL 'HACK2AUD' USING 'F', WS-USER-ID,                 06720000
                   WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER             06730000
               END-IF                                                   06740000
               SET WS-RESOLVED TO TRUE                                  06750000
               MOVE 'R' TO SU-STATUS                                    06760000
               IF WS-CHANGED                                            06770000
                 MOVE 'REPOSTED WITH CORRECTIONS' TO SU-RES-NOTE        06780000
               ELSE                                                     06790000
                 MOVE 'REPOSTED AS ORIGINALLY SENT' TO SU-RES-NOTE      06800000
               END-IF                                                   06810000
               MOVE WS-FROM-ACC TO SU-RP-ACC                            06820000
               IF WS-XFER                                               06830000
                 MOVE WS-TO-ACC TO SU-RP-TO-ACC                         06840000
                 MOVE 'T' TO SU-RP-TYPE                                 06850000
               ELSE                                                     06860000
                 MOVE WS-TXN-TYPE TO SU-RP-TYPE                         06870000
               END-IF                                                   06880000
               MOVE WS-AMOUNT TO SU-RP-AMOUNT                           06890000
               MOVE WS-CUR-DATE TO SU-RP-TL-DATE                        06900000
               MOVE WS-TL-SEQ-SAVE TO SU-RP-TL-SEQ                      06910000
               DISPLAY 'ITEM REPOSTED - NEW BALANCE ' WS-FROM-NEW-BAL-ED06920000
             ELSE                                                       06930000
               DISPLAY 'REPOST DECLINED - ' WS-REJ-TEXT                 06940000
               DISPLAY 'ITEM REMAINS OPEN IN SUSPENSE'                  06950000
             END-IF                                                     06960000
           END-IF.                                                      06970000
           IF WS-RESOLVED                                               06980000
             MOVE WS-USER-ID TO SU-RES-USER                             06990000
             MOVE WS-CUR-DATE TO SU-RES-DATE                            07000000
             REWRITE SUS-RECORD                                         07010000
             IF WS-SUS-STATUS = '00'                                    07020000
               MOVE SPACES TO WS-AUD-BEFORE                             07030000
               MOVE SPACES TO WS-AUD-AFTER                              07040000
               STRING 'SUS=' WS-SUS-REF ' RSN=' SU-REASON               07050000
                 ' AMT=' SU-ORIG-AMT                                    07060000
                 DELIMITED BY SIZE INTO WS-AUD-BEFORE                   07070000
               IF WS-FUNC-WRITEOFF                                      07080000
                 STRING 'WRITTEN OFF ' WS-REASON                        07090000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  07100000
               ELSE                                                     07110000
                 STRING 'REPOSTED TL=' SU-RP-TL-DATE '/' SU-RP-TL-SEQ   07120000
                   ' AMT=' SU-RP-AMOUNT                                 07130000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  07140000
               END-IF                                                   07150000
               CALL 'HACK2AUD' USING 'Y', WS-USER-ID, SU-ACC-NO,        07160000
                 WS-AUD-BEFORE, WS-AUD-AFTER                            07170000
               IF WS-FUNC-WRITEOFF                                      07180000
                 DISPLAY 'SUSPENSE ITEM ' WS-SUS-REF ' WRITTEN OFF'     07190000
               ELSE                                                     07200000
                 DISPLAY 'SUSPENSE ITEM ' WS-SUS-REF ' CLOSED - TXN '   07210000
                   SU-RP-TL-DATE '/' SU-RP-TL-SEQ                       07220000
               END-IF                                                   07230000
             ELSE                                                       07240000
               DISPLAY 'SUSPENSE UPDATE FAILED:' WS-SUS-STATUS          07250000
               IF WS-FUNC-REPOST                                        07260000
                 DISPLAY 'ITEM WAS POSTED AS TXN ' SU-RP-TL-DATE '/'    07270000
                   SU-RP-TL-SEQ ' - WRITE OFF QUOTING THAT REFERENCE'   07280000
               END-IF                                                   07290000
             END-IF                                                     07300000
           END-IF.                                                      07310000
           CLOSE SUS-FILE.                                              07320000
           IF WS-RESOLVED AND SU-SOURCE = 'S' AND WS-SO-PICK > 0        07330000
             MOVE WS-S-DUE(WS-SO-PICK) TO WS-OLD-DUE                    07340000
             MOVE WS-S-DUE(WS-SO-PICK) TO WS-DUE-X                      07350000
             IF WS-S-FRQ(WS-SO-PICK) = 'D'                              07360000
               COMPUTE WS-DATE-INT =                                    07370000
                 FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 1              07380000
               COMPUTE WS-DUE-DATE =                                    07390000
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)                  07400000
             ELSE IF WS-S-FRQ(WS-SO-PICK) = 'W'                         07410000
               COMPUTE WS-DATE-INT =                                    07420000
                 FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7              07430000
               COMPUTE WS-DUE-DATE =                                    07440000
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)                  07450000
             ELSE                                                       07460000
               ADD 1 TO WS-DUE-MM                                       07470000
               IF WS-DUE-MM > 12                                        07480000
                 MOVE 1 TO WS-DUE-MM                                    07490000
                 ADD 1 TO WS-DUE-YYYY                                   07500000
               END-IF                                                   07510000
               IF WS-DUE-MM = 2                                         07520000
                 IF FUNCTION MOD(WS-DUE-YYYY, 4) = 0                    07530000
                    AND (FUNCTION MOD(WS-DUE-YYYY, 100) NOT = 0         07540000
                         OR FUNCTION MOD(WS-DUE-YYYY, 400) = 0)         07550000
                   MOVE 29 TO WS-MON-LEN                                07560000
                 ELSE                                                   07570000
                   MOVE 28 TO WS-MON-LEN                                07580000
                 END-IF                                                 07590000
               ELSE IF WS-DUE-MM = 4 OR WS-DUE-MM = 6                   07600000
                  OR WS-DUE-MM = 9 OR WS-DUE-MM = 11                    07610000
                 MOVE 30 TO WS-MON-LEN                                  07620000
               ELSE                                                     07630000
                 MOVE 31 TO WS-MON-LEN                                  07640000
               END-IF                                                   07650000
               END-IF                                                   07660000
               IF WS-DUE-DD > WS-MON-LEN                                07670000
                 MOVE WS-MON-LEN TO WS-DUE-DD                           07680000
               END-IF                                                   07690000
             END-IF                                                     07700000
             END-IF                                                     07710000
             MOVE WS-DUE-X TO WS-S-DUE(WS-SO-PICK)                      07720000
             OPEN OUTPUT SO-FILE                                        07730000
             PERFORM VARYING WS-SUB FROM 1 BY 1                         07740000
               UNTIL WS-SUB > WS-TBL-COUNT                              07750000
               MOVE SPACES TO SO-RECORD                                 07760000
               MOVE WS-S-ACC(WS-SUB) TO SO-ACC-NO                       07770000
               MOVE WS-S-CPTY(WS-SUB) TO SO-CPTY-ACC                    07780000
               MOVE WS-S-AMT(WS-SUB) TO SO-AMOUNT                       07790000
               MOVE WS-S-FRQ(WS-SUB) TO SO-FREQ                         07800000
               MOVE WS-S-DUE(WS-SUB) TO SO-NEXT-DUE                     07810000
               MOVE WS-S-EXP(WS-SUB) TO SO-EXPIRY                       07820000
               MOVE WS-S-STS(WS-SUB) TO SO-STATUS                       07830000
               WRITE SO-RECORD                                          07840000
             END-PERFORM                                                07850000
             CLOSE SO-FILE                                              07860000
             MOVE SPACES TO WS-AUD-BEFORE                               07870000
             MOVE SPACES TO WS-AUD-AFTER                                07880000
             STRING 'SO TO ' WS-S-CPTY(WS-SO-PICK) ' DUE=' WS-OLD-DUE   07890000
               DELIMITED BY SIZE INTO WS-AUD-BEFORE                     07900000
             STRING 'SO DUE=' WS-S-DUE(WS-SO-PICK) ' SUS=' WS-SUS-REF   07910000
               DELIMITED BY SIZE INTO WS-AUD-AFTER                      07920000
             CALL 'HACK2AUD' USING 'N', WS-USER-ID, SU-ACC-NO,          07930000
               WS-AUD-BEFORE, WS-AUD-AFTER                              07940000
             DISPLAY 'STANDING ORDER ADVANCED TO NEXT DUE DATE '        07950000
               WS-S-DUE(WS-SO-PICK)                                     07960000
           END-IF.                                                      07970000
           GOBACK.                                                      07980000
