       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2WHM.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT WHS-FILE ASSIGN TO WAREHSE                            00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY WH-KEY                                            00090000
           FILE STATUS IS WS-WHS-STATUS.                                00100000
           SELECT RPT-FILE ASSIGN TO WHMRPT                             00110000
           ORGANIZATION LINE SEQUENTIAL.                                00120000
       DATA DIVISION.                                                   00130000
       FILE SECTION.                                                    00140000
       FD  WHS-FILE.                                                    00150000
       01  WHS-RECORD.                                                  00160000
           05 WH-KEY.                                                   00170000
              10 WH-REL-DATE      PIC X(8).                             00180000
              10 WH-SEQ           PIC 9(4).                             00190000
           05 WH-FUNC             PIC X(1).                             00200000
           05 WH-TXN-TYPE         PIC X(1).                             00210000
           05 WH-ACC-NO           PIC X(10).                            00220000
           05 WH-TO-ACC           PIC X(10).                            00230000
           05 WH-AMOUNT           PIC 9(7).99.                          00240000
           05 WH-USER             PIC X(8).                             00250000
           05 WH-ENT-DATE         PIC X(8).                             00260000
           05 WH-ENT-TIME         PIC X(8).                             00270000
           05 WH-STATUS           PIC X(1).                             00280000
           05 WH-ACT-USER         PIC X(8).                             00290000
           05 WH-ACT-DATE         PIC X(8).                             00300000
           05 WH-RESULT           PIC X(30).                            00310000
       FD  RPT-FILE.                                                    00320000
       01  RPT-RECORD             PIC X(132).                           00330000
       WORKING-STORAGE SECTION.                                         00340000
       01 WS-USER-ID          PIC X(8).                                 00350000
       01 WS-WHS-STATUS       PIC X(2) VALUE SPACES.                    00360000
       01 WS-WHS-EOF-SW       PIC X(1) VALUE 'N'.                       00370000
           88 WS-WHS-EOF              VALUE 'Y'.                        00380000
       01 WS-FUNCTION         PIC X(1).                                 00390000
           88 WS-FUNC-LIST            VALUE 'L'.                        00400000
           88 WS-FUNC-REPORT          VALUE 'R'.                        00410000
           88 WS-FUNC-CANCEL          VALUE 'C'.                        00420000
       01 WS-PEND-COUNT       PIC 9(5) VALUE 0.                         00430000
       01 WS-PEND-COUNT-ED    PIC ZZZZ9.                                00440000
       01 WS-REL-COUNT        PIC 9(5) VALUE 0.                         00450000
       01 WS-REL-COUNT-ED     PIC ZZZZ9.                                00460000
       01 WS-QUE-COUNT        PIC 9(5) VALUE 0.                         00470000
       01 WS-QUE-COUNT-ED     PIC ZZZZ9.                                00480000
       01 WS-FAIL-COUNT       PIC 9(5) VALUE 0.                         00490000
       01 WS-FAIL-COUNT-ED    PIC ZZZZ9.                                00500000
       01 WS-CAN-COUNT        PIC 9(5) VALUE 0.                         00510000
       01 WS-CAN-COUNT-ED     PIC ZZZZ9.                                00520000
       01 WS-AMOUNT           PIC 9(7)V99.                              00530000
       01 WS-PEND-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.              00540000
       01 WS-DATE-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.              00550000
       01 WS-TOTAL-ED         PIC -(8)9.99.                             00560000
       01 WS-PREV-DATE        PIC X(8) VALUE SPACES.                    00570000
       01 WS-STATUS-TEXT      PIC X(10).                                00580000
       01 WS-PICK-DATE        PIC X(8).                                 00590000
       01 WS-PICK-SEQ-TEXT    PIC X(4).                                 00600000
       01 WS-PICK-SEQ REDEFINES WS-PICK-SEQ-TEXT                        00610000
                              PIC 9(4).                                 00620000
       01 WS-REASON           PIC X(30).                                00630000
       01 WS-CONFIRM          PIC X(1).                                 00640000
       01 WS-CUR-DATE         PIC X(8).                                 00650000
       01 WS-BDT-FLAG         PIC X(1).                                 00660000
       01 WS-AUD-BEFORE       PIC X(60) VALUE SPACES.                   00670000
       01 WS-AUD-AFTER        PIC X(60) VALUE SPACES.                   00680000
       LINKAGE SECTION.                                                 00690000
       01 USER-ID-PARM        PIC X(8).                                 00700000
       PROCEDURE DIVISION USING USER-ID-PARM.                           00710000
           MOVE USER-ID-PARM TO WS-USER-ID.                             00720000
           MOVE 'N' TO WS-WHS-EOF-SW.                                   00721000
           MOVE 0 TO WS-PEND-COUNT.                                     00722000
           MOVE 0 TO WS-REL-COUNT.                                      00723000
           MOVE 0 TO WS-QUE-COUNT.                                      00724000
           MOVE 0 TO WS-FAIL-COUNT.                                     00725000
           MOVE 0 TO WS-CAN-COUNT.                                      00726000
           MOVE 0 TO WS-PEND-TOTAL.                                     00727000
           MOVE 0 TO WS-DATE-TOTAL.                                     00728000
           MOVE SPACES TO WS-PREV-DATE.                                 00729000
           DISPLAY 'WAREHOUSED POSTINGS'.                               00730000
           DISPLAY 'ENTER FUNCTION (L-LIST PENDING/R-REPORT/'           00740000
             'C-CANCEL ITEM):'.                                         00750000
           ACCEPT WS-FUNCTION.                                          00760000
           IF NOT WS-FUNC-LIST AND NOT WS-FUNC-REPORT                   00770000
              AND NOT WS-FUNC-CANCEL                                    00780000
             DISPLAY 'INVALID FUNCTION CODE'                            00790000
             GOBACK                                                     00800000
           END-IF.                                                      00810000
           IF WS-FUNC-CANCEL                                            00820000
             OPEN I-O WHS-FILE                                          00830000
           ELSE                                                         00840000
             OPEN INPUT WHS-FILE                                        00850000
           END-IF.                                                      00860000
           IF WS-WHS-STATUS = '35'                                      00870000
             DISPLAY 'NO WAREHOUSED ITEMS ON FILE'                      00880000
             GOBACK                                                     00890000
           END-IF.                                                      00900000
           IF WS-WHS-STATUS NOT = '00'                                  00910000
             DISPLAY 'CANNOT OPEN WAREHOUSE FILE:' WS-WHS-STATUS        00920000
             GOBACK                                                     00930000
           END-IF.                                                      00940000
           IF WS-FUNC-LIST                                              00950000
             DISPLAY 'REL-DATE SEQ  F T ACCOUNT    TO-ACC     '         00960000
               '    AMOUNT MAKER    ENTERED'                            00970000
             PERFORM UNTIL WS-WHS-EOF                                   00980000
               READ WHS-FILE NEXT RECORD                                00990000
                 AT END SET WS-WHS-EOF TO TRUE                          01000000
                 NOT AT END                                             01010000
                   IF WH-STATUS = 'W'                                   01020000
                     ADD 1 TO WS-PEND-COUNT                             01030000
                     MOVE WH-AMOUNT TO WS-AMOUNT                        01040000
                     ADD WS-AMOUNT TO WS-PEND-TOTAL                     01050000
                     MOVE WS-AMOUNT TO WS-TOTAL-ED                      01060000
                     DISPLAY WH-REL-DATE ' ' WH-SEQ ' ' WH-FUNC ' '     01070000
                       WH-TXN-TYPE ' ' WH-ACC-NO ' ' WH-TO-ACC ' '      01080000
                       WS-TOTAL-ED ' ' WH-USER ' ' WH-ENT-DATE          01090000
                       ' ' WH-ENT-TIME(1:4)                             01100000
                   END-IF                                               01110000
               END-READ                                                 01120000
             END-PERFORM                                                01130000
             CLOSE WHS-FILE                                             01140000
             MOVE WS-PEND-TOTAL TO WS-TOTAL-ED                          01150000
             DISPLAY 'ITEMS PENDING RELEASE: ' WS-PEND-COUNT            01160000
               ' TOTAL: ' WS-TOTAL-ED                                   01170000
           ELSE IF WS-FUNC-REPORT                                       01180000
             OPEN OUTPUT RPT-FILE                                       01190000
             CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG             01200000
             MOVE SPACES TO RPT-RECORD                                  01210000
             STRING 'WAREHOUSED POSTINGS REPORT ' WS-CUR-DATE           01220000
               DELIMITED BY SIZE INTO RPT-RECORD                        01230000
             WRITE RPT-RECORD                                           01240000
             MOVE SPACES TO RPT-RECORD                                  01250000
             STRING 'REL-DATE SEQ  F T ACCOUNT    TO-ACC     '          01260000
               '    AMOUNT MAKER    STATUS     RESULT'                  01270000
               DELIMITED BY SIZE INTO RPT-RECORD                        01280000
             WRITE RPT-RECORD                                           01290000
             PERFORM UNTIL WS-WHS-EOF                                   01300000
               READ WHS-FILE NEXT RECORD                                01310000
                 AT END SET WS-WHS-EOF TO TRUE                          01320000
                 NOT AT END                                             01330000
                   IF WS-PREV-DATE NOT = SPACES                         01340000
                      AND WS-PREV-DATE NOT = WH-REL-DATE                01350000
                     MOVE WS-DATE-TOTAL TO WS-TOTAL-ED                  01360000
                     MOVE SPACES TO RPT-RECORD                          01370000
                     STRING 'PENDING FOR ' WS-PREV-DATE ':'             01380000
                       WS-TOTAL-ED                                      01390000
                       DELIMITED BY SIZE INTO RPT-RECORD                01400000
                     WRITE RPT-RECORD                                   01410000
                     MOVE 0 TO WS-DATE-TOTAL                            01420000
                   END-IF                                               01430000
                   MOVE WH-REL-DATE TO WS-PREV-DATE                     01440000
                   MOVE WH-AMOUNT TO WS-AMOUNT                          01450000
                   IF WH-STATUS = 'W'                                   01460000
                     ADD 1 TO WS-PEND-COUNT                             01470000
                     ADD WS-AMOUNT TO WS-PEND-TOTAL                     01480000
                     ADD WS-AMOUNT TO WS-DATE-TOTAL                     01490000
                     MOVE 'PENDING' TO WS-STATUS-TEXT                   01500000
                   ELSE IF WH-STATUS = 'R'                              01510000
                     ADD 1 TO WS-REL-COUNT                              01520000
                     MOVE 'RELEASED' TO WS-STATUS-TEXT                  01530000
                   ELSE IF WH-STATUS = 'Q'                              01540000
                     ADD 1 TO WS-QUE-COUNT                              01550000
                     MOVE 'QUEUED' TO WS-STATUS-TEXT                    01560000
                   ELSE IF WH-STATUS = 'F'                              01570000
                     ADD 1 TO WS-FAIL-COUNT                             01580000
                     MOVE 'FAILED' TO WS-STATUS-TEXT                    01590000
                   ELSE                                                 01600000
                     ADD 1 TO WS-CAN-COUNT                              01610000
                     MOVE 'CANCELLED' TO WS-STATUS-TEXT                 01620000
                   END-IF                                               01630000
                   END-IF                                               01640000
                   END-IF                                               01650000
                   END-IF                                               01660000
                   MOVE WS-AMOUNT TO WS-TOTAL-ED                        01670000
                   MOVE SPACES TO RPT-RECORD                            01680000
                   STRING WH-REL-DATE ' ' WH-SEQ ' ' WH-FUNC ' '        01690000
                     WH-TXN-TYPE ' ' WH-ACC-NO ' ' WH-TO-ACC ' '        01700000
                     WS-TOTAL-ED ' ' WH-USER ' ' WS-STATUS-TEXT ' '     01710000
                     WH-RESULT                                          01720000
                     DELIMITED BY SIZE INTO RPT-RECORD                  01730000
                   WRITE RPT-RECORD                                     01740000
               END-READ                                                 01750000
             END-PERFORM                                                01760000
             IF WS-PREV-DATE NOT = SPACES                               01770000
               MOVE WS-DATE-TOTAL TO WS-TOTAL-ED                        01780000
               MOVE SPACES TO RPT-RECORD                                01790000
               STRING 'PENDING FOR ' WS-PREV-DATE ':' WS-TOTAL-ED       01800000
                 DELIMITED BY SIZE INTO RPT-RECORD                      01810000
               WRITE RPT-RECORD                                         01820000
             END-IF                                                     01830000
             CLOSE WHS-FILE                                             01840000
             MOVE WS-PEND-COUNT TO WS-PEND-COUNT-ED                     01850000
             MOVE WS-REL-COUNT TO WS-REL-COUNT-ED                       01860000
             MOVE WS-QUE-COUNT TO WS-QUE-COUNT-ED                       01870000
             MOVE WS-FAIL-COUNT TO WS-FAIL-COUNT-ED                     01880000
             MOVE WS-CAN-COUNT TO WS-CAN-COUNT-ED                       01890000
             MOVE SPACES TO RPT-RECORD                                  01900000
             STRING 'PENDING: ' WS-PEND-COUNT-ED                        01910000
               '  RELEASED: ' WS-REL-COUNT-ED                           01920000
               '  QUEUED: ' WS-QUE-COUNT-ED                             01930000
               '  FAILED: ' WS-FAIL-COUNT-ED                            01940000
               '  CANCELLED: ' WS-CAN-COUNT-ED                          01950000
               DELIMITED BY SIZE INTO RPT-RECORD                        01960000
             WRITE RPT-RECORD                                           01970000
             MOVE WS-PEND-TOTAL TO WS-TOTAL-ED                          01980000
             MOVE SPACES TO RPT-RECORD                                  01990000
             STRING 'TOTAL PENDING RELEASE:' WS-TOTAL-ED                02000000
               DELIMITED BY SIZE INTO RPT-RECORD                        02010000
             WRITE RPT-RECORD                                           02020000
             CLOSE RPT-FILE                                             02030000
             DISPLAY 'WAREHOUSE REPORT WRITTEN - PENDING ITEMS: '       02040000
               WS-PEND-COUNT                                            02050000
           ELSE                                                         02060000
             DISPLAY 'ENTER RELEASE DATE (YYYYMMDD):'                   02070000
             ACCEPT WS-PICK-DATE                                        02080000
             DISPLAY 'ENTER ITEM SEQ (4 DIGITS):'                       02090000
             ACCEPT WS-PICK-SEQ-TEXT                                    02100000
             IF WS-PICK-DATE NOT NUMERIC                                02110000
                OR WS-PICK-SEQ-TEXT NOT NUMERIC                         02120000
               DISPLAY 'INVALID WAREHOUSE KEY'                          02130000
               CLOSE WHS-FILE                                           02140000
               GOBACK                                                   02150000
             END-IF                                                     02160000
             MOVE SPACES TO WHS-RECORD                                  02170000
             MOVE WS-PICK-DATE TO WH-REL-DATE                           02180000
             MOVE WS-PICK-SEQ TO WH-SEQ                                 02190000
             READ WHS-FILE                                              02200000
             IF WS-WHS-STATUS NOT = '00'                                02210000
               DISPLAY 'WAREHOUSE ITEM NOT FOUND'                       02220000
               CLOSE WHS-FILE                                           02230000
               GOBACK                                                   02240000
             END-IF                                                     02250000
             IF WH-STATUS NOT = 'W'                                     02260000
               DISPLAY 'ITEM IS NO LONGER PENDING - STATUS '            02270000
                 WH-STATUS ' BY ' WH-ACT-USER ' ON ' WH-ACT-DATE        02280000
               CLOSE WHS-FILE                                           02290000
               GOBACK                                                   02300000
             END-IF                                                     02310000
             MOVE WH-AMOUNT TO WS-AMOUNT                                02320000
             MOVE WS-AMOUNT TO WS-TOTAL-ED                              02330000
             DISPLAY 'FUNCTION : ' WH-FUNC ' TYPE ' WH-TXN-TYPE         02340000
             DISPLAY 'ACCOUNT  : ' WH-ACC-NO                            02350000
             IF WH-FUNC = 'T'                                           02360000
               DISPLAY 'TO ACCT  : ' WH-TO-ACC                          02370000
             END-IF                                                     02380000
             DISPLAY 'AMOUNT   : ' WS-TOTAL-ED                          02390000
             DISPLAY 'ENTERED  : ' WH-USER ' ' WH-ENT-DATE ' '          02400000
               WH-ENT-TIME(1:4)                                         02410000
             DISPLAY 'ENTER CANCELLATION REASON:'                       02420000
             ACCEPT WS-REASON                                           02430000
             IF WS-REASON = SPACES                                      02440000
               DISPLAY 'CANCELLATION REASON IS REQUIRED'                02450000
               CLOSE WHS-FILE                                           02460000
               GOBACK                                                   02470000
             END-IF                                                     02480000
             DISPLAY 'CANCEL THIS ITEM? (Y/N):'                         02490000
             ACCEPT WS-CONFIRM                                          02500000
             IF WS-CONFIRM NOT = 'Y'                                    02510000
               DISPLAY 'NOTHING CHANGED'                                02520000
               CLOSE WHS-FILE                                           02530000
               GOBACK                                                   02540000
             END-IF                                                     02550000
             CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG             02560000
             MOVE 'C' TO WH-STATUS                                      02570000
             MOVE WS-USER-ID TO WH-ACT-USER                             02580000
             MOVE WS-CUR-DATE TO WH-ACT-DATE                            02590000
             MOVE WS-REASON TO WH-RESULT                                02600000
             REWRITE WHS-RECORD                                         02610000
             IF WS-WHS-STATUS = '00'                                    02620000
               MOVE SPACES TO WS-AUD-BEFORE                             02630000
               MOVE SPACES TO WS-AUD-AFTER                              02640000
               STRING 'WHS=' WH-REL-DATE '/' WH-SEQ ' ' WH-FUNC         02650000
                 ' ' WH-TXN-TYPE ' ' WH-AMOUNT ' MKR=' WH-USER          02660000
                 DELIMITED BY SIZE INTO WS-AUD-BEFORE                   02670000
               STRING 'CANCELLED ' WS-REASON                            02680000
                 DELIMITED BY SIZE INTO WS-AUD-AFTER                    02690000
               CALL 'HACK2AUD' USING 'L', WS-USER-ID, WH-ACC-NO,        02700000
                 WS-AUD-BEFORE, WS-AUD-AFTER                            02710000
               DISPLAY 'WAREHOUSED ITEM CANCELLED'                      02720000
             ELSE                                                       02730000
               DISPLAY 'WAREHOUSE UPDATE FAILED:' WS-WHS-STATUS         02740000
             END-IF                                                     02750000
             CLOSE WHS-FILE                                             02760000
           END-IF                                                       02770000
           END-IF.                                                      02780000
           GOBACK.                                                      02790000
