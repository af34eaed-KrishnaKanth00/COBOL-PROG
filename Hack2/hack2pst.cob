           ACCESS MODE DYNAMIC                                          00210000
           RECORD KEY HLD-KEY                                           00220000
           FILE STATUS IS WS-HOLD-STATUS.                               00230000
           SELECT WHS-FILE ASSIGN TO WAREHSE                            00231000
           ORGANIZATION INDEXED                                         00232000
           ACCESS MODE DYNAMIC                                          00233000
           RECORD KEY WH-KEY                                            00234000
           FILE STATUS IS WS-WHS-STATUS.                                00235000
       DATA DIVISION.                                                   00240000
       FILE SECTION.                                                    00250000
       FD  TXN-LOG-FILE.                                                00260000
           05 HLD-USER            PIC X(8).                             00610000
           05 HLD-EXPIRY          PIC X(8).                             00620000
           05 HLD-STATUS          PIC X(1).                             00630000
       FD  WHS-FILE.                                                    00630100
       01  WHS-RECORD.                                                  00630200
           05 WH-KEY.                                                   00630300
              10 WH-REL-DATE      PIC X(8).                             00630400
              10 WH-SEQ           PIC 9(4).                             00630500
           05 WH-FUNC             PIC X(1).                             00630600
           05 WH-TXN-TYPE         PIC X(1).                             00630700
           05 WH-ACC-NO           PIC X(10).                            00630800
           05 WH-TO-ACC           PIC X(10).                            00630900
           05 WH-AMOUNT           PIC 9(7).99.                          00631000
           05 WH-USER             PIC X(8).                             00631100
           05 WH-ENT-DATE         PIC X(8).                             00631200
           05 WH-ENT-TIME         PIC X(8).                             00631300
           05 WH-STATUS           PIC X(1).                             00631400
           05 WH-ACT-USER         PIC X(8).                             00631500
           05 WH-ACT-DATE         PIC X(8).                             00631600
           05 WH-RESULT           PIC X(30).                            00631700
       WORKING-STORAGE SECTION.                                         00640000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00650000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00660000
       01 WS-NEW-BAL          PIC S9(7)V99 COMP-3.                      00770000
       01 WS-NEW-BAL-ED       PIC 9(7).99.                              00780000
       01 WS-NEW-BAL-SGN      PIC -(7)9.99.                             00790000
       01 WS-MID-BAL          PIC S9(7)V99 COMP-3.                      00791000
       01 WS-MID-BAL-ED       PIC 9(7).99.                              00792000
       01 WS-PENALTY          PIC 9(5)V99 VALUE 0.                      00793000
       01 WS-PENALTY-ED       PIC 9(5).99.                              00794000
       01 WS-CUR-DATE         PIC X(8).                                 00800000
       01 WS-BDT-FLAG          PIC X(1).                                00810000
       01 WS-TXN-STATUS       PIC X(2) VALUE SPACES.                    00820000
           88 WS-QUE-DONE             VALUE 'Y'.                        00990000
       01 WS-QUE-OK-SW        PIC X(1) VALUE 'Y'.                       01000000
           88 WS-QUE-OK               VALUE 'Y'.                        01010000
       01 WS-CUT-FLAG         PIC X(1) VALUE 'N'.                       01011000
           88 WS-AFTER-CUTOFF         VALUE 'Y'.                        01012000
           88 WS-CUT-NO-DATE          VALUE 'E'.                        01013000
       01 WS-CUT-BUS-DATE     PIC X(8).                                 01014000
       01 WS-REL-DATE         PIC X(8).                                 01015000
       01 WS-ENT-TIME         PIC X(8).                                 01016000
       01 WS-WHS-STATUS       PIC X(2) VALUE SPACES.                    01017000
       01 WS-WHS-DONE-SW      PIC X(1) VALUE 'N'.                       01018000
           88 WS-WHS-DONE             VALUE 'Y'.                        01019000
       LINKAGE SECTION.                                                 01020000
       01 USER-ID-PARM        PIC X(8).                                 01030000
       PROCEDURE DIVISION USING USER-ID-PARM.                           01040000
             END-READ                                                   01150000
             CLOSE APC-FILE                                             01160000
           END-IF.                                                      01170000
           CALL 'HACK2CUT' USING WS-CUT-FLAG, WS-CUT-BUS-DATE,          01171000
             WS-REL-DATE.                                               01172000
           IF WS-AFTER-CUTOFF                                           01173000
             DISPLAY 'POSTING CUTOFF HAS PASSED - ENTRIES WILL BE '     01174000
               'WAREHOUSED FOR ' WS-REL-DATE                            01175000
           END-IF.                                                      01176000
           DISPLAY 'ENTER ACCOUNT NUMBER:'.                             01180000
           ACCEPT WS-ACC-NO.                                            01190000
           IF WS-ACC-NO = SPACES OR WS-ACC-NO NOT NUMERIC               01200000
                 DISPLAY 'ACCOUNT IS INACTIVE!!!'                       01420000
               ELSE IF DCL-ACC-STATUS = 'D' AND WS-WITHDRAWAL           01430000
                 DISPLAY 'ACCOUNT DORMANT - WITHDRAWALS BLOCKED'        01440000
               ELSE IF WS-CUT-NO-DATE                                   01440100
                 DISPLAY 'POSTING CUTOFF HAS PASSED AND NO NEXT '       01440200
                   'BUSINESS DATE WAS FOUND - CHECK HOLIDAY CALENDAR'   01440300
                 DISPLAY 'TRANSACTION NOT POSTED'                       01440400
               ELSE IF WS-AFTER-CUTOFF                                  01440500
                 OPEN I-O WHS-FILE                                      01440600
                 IF WS-WHS-STATUS = '35'                                01440700
                   OPEN OUTPUT WHS-FILE                                 01440800
                 END-IF                                                 01440900
                 IF WS-WHS-STATUS NOT = '00'                            01441000
                   DISPLAY 'CANNOT OPEN WAREHOUSE FILE:' WS-WHS-STATUS  01441100
                   DISPLAY 'TRANSACTION NOT WAREHOUSED AND NOT '        01441200
                     'POSTED - RE-ENTER WHEN RESOLVED'                  01441300
                 ELSE                                                   01441400
                   MOVE SPACES TO WHS-RECORD                            01441500
                   MOVE WS-REL-DATE TO WH-REL-DATE                      01441600
                   MOVE 0 TO WH-SEQ                                     01441700
                   MOVE 'P' TO WH-FUNC                                  01441800
                   MOVE WS-TXN-TYPE TO WH-TXN-TYPE                      01441900
                   MOVE WS-ACC-NO TO WH-ACC-NO                          01442000
                   MOVE WS-AMOUNT-NUM TO WH-AMOUNT                      01442100
                   MOVE WS-USER-ID TO WH-USER                           01442200
                   MOVE WS-CUT-BUS-DATE TO WH-ENT-DATE                  01442300
                   ACCEPT WS-ENT-TIME FROM TIME                         01442400
                   MOVE WS-ENT-TIME TO WH-ENT-TIME                      01442500
                   MOVE 'W' TO WH-STATUS                                01442600
                   MOVE 'N' TO WS-WHS-DONE-SW                           01442700
                   PERFORM UNTIL WS-WHS-DONE                            01442800
                     WRITE WHS-RECORD                                   01442900
                     IF WS-WHS-STATUS = '22'                            01443000
                       ADD 1 TO WH-SEQ                                  01443100
                     ELSE                                               01443200
                       MOVE 'Y' TO WS-WHS-DONE-SW                       01443300
                     END-IF                                             01443400
                   END-PERFORM                                          01443500
                   IF WS-WHS-STATUS = '00'                              01443600
                     MOVE SPACES TO WS-AUD-BEFORE                       01443700
                     MOVE SPACES TO WS-AUD-AFTER                        01443800
                     STRING 'WAREHOUSED ' WS-TXN-TYPE ' '               01443900
                       WS-AMOUNT-TEXT ' MKR=' WS-USER-ID                01444000
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE             01444100
                     STRING 'RELEASE=' WH-REL-DATE ' SEQ=' WH-SEQ       01444200
                       DELIMITED BY SIZE INTO WS-AUD-AFTER              01444300
                     CALL 'HACK2AUD' USING 'L', WS-USER-ID,             01444400
                       WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER           01444500
                     DISPLAY 'AFTER POSTING CUTOFF - WAREHOUSED FOR '   01444600
                       WH-REL-DATE ' SEQ ' WH-SEQ                       01444700
                   ELSE                                                 01444800
                     DISPLAY 'WAREHOUSE WRITE FAILED:' WS-WHS-STATUS    01444900
                     DISPLAY 'TRANSACTION NOT WAREHOUSED AND NOT '      01445000
                       'POSTED - RE-ENTER WHEN RESOLVED'                01445100
                   END-IF                                               01445200
                   CLOSE WHS-FILE                                       01445300
                 END-IF                                                 01445400
               ELSE                                                     01450000
                 MOVE DCL-ACC-BAL TO WS-OLD-BAL                         01460000
                 MOVE DCL-ACC-OD-LIMIT TO WS-OD-LIMIT                   01470000
                 ELSE                                                   01500000
                   COMPUTE WS-NEW-BAL = WS-OLD-BAL - WS-AMOUNT-NUM      01510000
                 END-IF                                                 01520000
                 MOVE WS-NEW-BAL TO WS-MID-BAL                          01530000
                 MOVE 0 TO WS-PENALTY                                   01531000
                 MOVE 0 TO WS-HOLD-TOTAL                                01532000
                 IF WS-WITHDRAWAL                                       01533000
                   CALL 'HACK2AVL' USING WS-ACC-NO, WS-HOLD-TOTAL       01534000
                   CALL 'HACK2EWP' USING WS-ACC-NO, WS-PENALTY          01535000
                   IF WS-PENALTY > 0                                    01536000
                     SUBTRACT WS-PENALTY FROM WS-NEW-BAL                01537000
                     MOVE WS-PENALTY TO WS-PENALTY-ED                   01538000
                     DISPLAY 'TERM DEPOSIT BEFORE MATURITY - EARLY '    01539000
                       'WITHDRAWAL PENALTY ' WS-PENALTY-ED              01540000
                   END-IF                                               01541000
                 END-IF                                                 01542000
                 COMPUTE WS-AVAIL-BAL =                                 01570000
                   WS-OLD-BAL + WS-OD-LIMIT - WS-HOLD-TOTAL             01580000
                 IF WS-WITHDRAWAL                                       01590000
                   DISPLAY 'WITHDRAWAL DECLINED - EXCEEDS'              01610000
                     ' OVERDRAFT LIMIT'                                 01620000
                 ELSE IF WS-WITHDRAWAL                                  01630000
                    AND WS-AMOUNT-NUM + WS-PENALTY > WS-AVAIL-BAL       01640000
                   DISPLAY 'WITHDRAWAL DECLINED - EXCEEDS'              01650000
                     ' AVAILABLE BALANCE'                               01660000
                 ELSE IF WS-APPR-ACTIVE                                 01670000
                     EXEC SQL COMMIT END-EXEC                           02760000
                     MOVE WS-OLD-BAL TO WS-OLD-BAL-ED                   02770000
                     MOVE WS-NEW-BAL TO WS-NEW-BAL-ED                   02780000
                     MOVE WS-MID-BAL TO WS-MID-BAL-ED                   02781000
                     CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG     02790000
                     OPEN I-O TXN-LOG-FILE                              02800000
                     IF WS-TXN-STATUS = '35'                            02810000
                     MOVE 0 TO TL-SEQ                                   02870000
                     MOVE WS-TXN-TYPE TO TL-TXN-TYPE                    02880000
                     MOVE WS-AMOUNT-NUM TO TL-AMOUNT                    02890000
                     MOVE WS-MID-BAL-ED TO TL-RUN-BAL                   02900000
                     MOVE 'N' TO WS-TL-DONE-SW                          02910000
                     PERFORM UNTIL WS-TL-DONE                           02920000
                       WRITE TXN-LOG-RECORD                             02930000
                         MOVE 'Y' TO WS-TL-DONE-SW                      02970000
                       END-IF                                           02980000
                     END-PERFORM                                        02990000
                     IF WS-PENALTY > 0                                  02990100
                       MOVE SPACES TO TXN-LOG-RECORD                    02990200
                       MOVE WS-ACC-NO TO TL-ACC-NO                      02990300
                       MOVE WS-CUR-DATE TO TL-DATE                      02990400
                       MOVE 0 TO TL-SEQ                                 02990500
                       MOVE 'F' TO TL-TXN-TYPE                          02990600
                       MOVE WS-PENALTY TO TL-AMOUNT                     02990700
                       MOVE WS-NEW-BAL-ED TO TL-RUN-BAL                 02990800
                       MOVE WS-CUR-DATE TO TL-REF-DATE                  02990900
                       MOVE 'P' TO TL-REF-TYPE                          02991000
                       MOVE 'N' TO WS-TL-DONE-SW                        02991100
                       PERFORM UNTIL WS-TL-DONE                         02991200
                         WRITE TXN-LOG-RECORD                           02991300
                         IF WS-TXN-STATUS = '22'                        02991400
                           ADD 1 TO TL-SEQ                              02991500
                         ELSE                                           02991600
                           MOVE 'Y' TO WS-TL-DONE-SW                    02991700
                         END-IF                                         02991800
                       END-PERFORM                                      02991900
                     END-IF                                             02992000
                     CLOSE TXN-LOG-FILE                                 03000000
                     MOVE SPACES TO WS-AUD-BEFORE                       03010000
                     MOVE SPACES TO WS-AUD-AFTER                        03020000
                     STRING 'BAL=' WS-OLD-BAL-ED DELIMITED BY SIZE      03030000
                       INTO WS-AUD-BEFORE                               03040000
                     STRING 'BAL=' WS-MID-BAL-ED DELIMITED BY SIZE      03050000
                       INTO WS-AUD-AFTER                                03060000
                     CALL 'HACK2HST' USING WS-ACC-NO,                   03070000
                       WS-CUR-DATE, WS-TXN-TYPE,                        03080000
                       WS-OLD-BAL-ED, WS-MID-BAL-ED                     03090000
                     CALL 'HACK2AUD' USING WS-TXN-TYPE, WS-USER-ID,     03100000
                       WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER           03110000
                     IF WS-PENALTY > 0                                  03110100
                       CALL 'HACK2HST' USING WS-ACC-NO,                 03110200
                         WS-CUR-DATE, 'F',                              03110300
                         WS-MID-BAL-ED, WS-NEW-BAL-ED                   03110400
                       MOVE SPACES TO WS-AUD-BEFORE                     03110500
                       MOVE SPACES TO WS-AUD-AFTER                      03110600
                       STRING 'BAL=' WS-MID-BAL-ED DELIMITED BY SIZE    03110700
                         INTO WS-AUD-BEFORE                             03110800
                       STRING 'BAL=' WS-NEW-BAL-ED                      03110900
                         ' EARLY WDL PENALTY=' WS-PENALTY-ED            03111000
                         DELIMITED BY SIZE INTO WS-AUD-AFTER            03111100
                       CALL 'HACK2AUD' USING 'F', WS-USER-ID,           03111200
                         WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER         03111300
                     END-IF                                             03111400
                     MOVE WS-NEW-BAL TO WS-NEW-BAL-SGN                  03120000
                     DISPLAY 'NEW BALANCE:' WS-NEW-BAL-SGN              03130000
                   ELSE                                                 03140000
