       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2SAD.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT ALERT-FILE ASSIGN TO SAMALRT                          00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY AL-KEY                                            00090000
           FILE STATUS IS WS-ALR-STATUS.                                00100000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD  ALERT-FILE.                                                  00130000
       01  ALERT-RECORD.                                                00140000
           05 AL-KEY.                                                   00150000
              10 AL-DATE          PIC X(8).                             00160000
              10 AL-SEQ           PIC 9(4).                             00170000
           05 AL-BODY.                                                  00180000
              10 AL-RULE          PIC X(2).                             00190000
              10 AL-CUST-ID       PIC X(10).                            00200000
              10 AL-ACC-NO        PIC X(10).                            00210000
              10 AL-AMOUNT        PIC 9(9)V99.                          00220000
              10 AL-TXN-COUNT     PIC 9(3).                             00230000
              10 AL-TXN-KEY OCCURS 10 TIMES.                            00240000
                 15 AL-TXN-ACC    PIC X(10).                            00250000
                 15 AL-TXN-DATE   PIC X(8).                             00260000
                 15 AL-TXN-SEQ    PIC 9(4).                             00270000
           05 AL-STATUS           PIC X(1).                             00280000
           05 AL-DISP-USER        PIC X(8).                             00290000
           05 AL-DISP-DATE        PIC X(8).                             00300000
           05 AL-DISP-NOTE        PIC X(30).                            00310000
       WORKING-STORAGE SECTION.                                         00320000
       01 WS-USER-ID          PIC X(8).                                 00330000
       01 WS-ALR-STATUS       PIC X(2) VALUE SPACES.                    00340000
       01 WS-ALR-EOF-SW       PIC X(1) VALUE 'N'.                       00350000
           88 WS-ALR-EOF              VALUE 'Y'.                        00360000
       01 WS-OPEN-COUNT       PIC 9(4) VALUE 0.                         00370000
       01 WS-PICK-DATE        PIC X(8).                                 00380000
       01 WS-PICK-SEQ-TEXT    PIC X(4).                                 00390000
       01 WS-PICK-SEQ REDEFINES WS-PICK-SEQ-TEXT                        00400000
                              PIC 9(4).                                 00410000
       01 WS-DECISION         PIC X(1).                                 00420000
           88 WS-DEC-CLEAR            VALUE 'C'.                        00430000
           88 WS-DEC-ESCALATE         VALUE 'E'.                        00440000
       01 WS-NOTE             PIC X(30).                                00450000
       01 WS-OLD-STATUS       PIC X(1).                                 00460000
       01 WS-SUB              PIC 9(3) VALUE 0.                         00470000
       01 WS-AMT-ED           PIC -(8)9.99.                             00480000
       01 WS-CUR-DATE         PIC X(8).                                 00490000
       01 WS-BDT-FLAG         PIC X(1).                                 00500000
       01 WS-AUD-BEFORE       PIC X(60) VALUE SPACES.                   00510000
       01 WS-AUD-AFTER        PIC X(60) VALUE SPACES.                   00520000
       LINKAGE SECTION.                                                 00530000
       01 USER-ID-PARM        PIC X(8).                                 00540000
       PROCEDURE DIVISION USING USER-ID-PARM.                           00550000
           MOVE USER-ID-PARM TO WS-USER-ID.                             00560000
           MOVE 'N' TO WS-ALR-EOF-SW.                                   00561000
           MOVE 0 TO WS-OPEN-COUNT.                                     00562000
           DISPLAY 'SUSPICIOUS ACTIVITY ALERT REVIEW'.                  00570000
           OPEN INPUT ALERT-FILE.                                       00580000
           IF WS-ALR-STATUS = '35'                                      00590000
             DISPLAY 'NO ALERTS ON FILE'                                00600000
             GOBACK                                                     00610000
           END-IF.                                                      00620000
           IF WS-ALR-STATUS NOT = '00'                                  00630000
             DISPLAY 'CANNOT OPEN ALERT FILE:' WS-ALR-STATUS            00640000
             GOBACK                                                     00650000
           END-IF.                                                      00660000
           DISPLAY 'DATE     SEQ  RL CUST-ID    ACC-NO     TXN'         00670000
             '       AMOUNT S'.                                         00680000
           PERFORM UNTIL WS-ALR-EOF                                     00690000
             READ ALERT-FILE NEXT RECORD                                00700000
               AT END SET WS-ALR-EOF TO TRUE                            00710000
               NOT AT END                                               00720000
                 IF AL-STATUS = 'O' OR AL-STATUS = 'E'                  00730000
                   ADD 1 TO WS-OPEN-COUNT                               00740000
                   MOVE AL-AMOUNT TO WS-AMT-ED                          00750000
                   DISPLAY AL-DATE ' ' AL-SEQ ' ' AL-RULE ' '           00760000
                     AL-CUST-ID ' ' AL-ACC-NO ' ' AL-TXN-COUNT ' '      00770000
                     WS-AMT-ED ' ' AL-STATUS                            00780000
                 END-IF                                                 00790000
             END-READ                                                   00800000
           END-PERFORM.                                                 00810000
           CLOSE ALERT-FILE.                                            00820000
           IF WS-OPEN-COUNT = 0                                         00830000
             DISPLAY 'NO OPEN ALERTS'                                   00840000
             GOBACK                                                     00850000
           END-IF.                                                      00860000
           DISPLAY 'ENTER ALERT DATE (YYYYMMDD):'.                      00870000
           ACCEPT WS-PICK-DATE.                                         00880000
           DISPLAY 'ENTER ALERT SEQ (4 DIGITS):'.                       00890000
           ACCEPT WS-PICK-SEQ-TEXT.                                     00900000
           IF WS-PICK-DATE NOT NUMERIC                                  00910000
              OR WS-PICK-SEQ-TEXT NOT NUMERIC                           00920000
             DISPLAY 'INVALID ALERT KEY'                                00930000
             GOBACK                                                     00940000
           END-IF.                                                      00950000
           OPEN I-O ALERT-FILE.                                         00960000
           IF WS-ALR-STATUS NOT = '00'                                  00970000
             DISPLAY 'CANNOT OPEN ALERT FILE:' WS-ALR-STATUS            00980000
             GOBACK                                                     00990000
           END-IF.                                                      01000000
           MOVE SPACES TO ALERT-RECORD.                                 01010000
           MOVE WS-PICK-DATE TO AL-DATE.                                01020000
           MOVE WS-PICK-SEQ TO AL-SEQ.                                  01030000
           READ ALERT-FILE.                                             01040000
           IF WS-ALR-STATUS NOT = '00'                                  01050000
             DISPLAY 'ALERT NOT FOUND'                                  01060000
             CLOSE ALERT-FILE                                           01070000
             GOBACK                                                     01080000
           END-IF.                                                      01090000
           IF AL-STATUS = 'C'                                           01100000
             DISPLAY 'ALERT IS ALREADY CLEARED BY ' AL-DISP-USER        01110000
               ' ON ' AL-DISP-DATE                                      01120000
             CLOSE ALERT-FILE                                           01130000
             GOBACK                                                     01140000
           END-IF.                                                      01150000
           MOVE AL-AMOUNT TO WS-AMT-ED.                                 01160000
           DISPLAY 'RULE     : ' AL-RULE.                               01170000
           DISPLAY 'CUSTOMER : ' AL-CUST-ID.                            01180000
           DISPLAY 'ACCOUNT  : ' AL-ACC-NO.                             01190000
           DISPLAY 'AMOUNT   : ' WS-AMT-ED.                             01200000
           DISPLAY 'STATUS   : ' AL-STATUS.                             01210000
           IF AL-STATUS = 'E'                                           01220000
             DISPLAY 'ESCALATED: ' AL-DISP-USER ' ' AL-DISP-DATE        01230000
               ' ' AL-DISP-NOTE                                         01240000
           END-IF.                                                      01250000
           DISPLAY 'TRANSACTIONS (' AL-TXN-COUNT '):'.                  01260000
           PERFORM VARYING WS-SUB FROM 1 BY 1                           01270000
             UNTIL WS-SUB > 10 OR WS-SUB > AL-TXN-COUNT                 01280000
             DISPLAY '  ' AL-TXN-ACC(WS-SUB) ' '                        01290000
               AL-TXN-DATE(WS-SUB) ' ' AL-TXN-SEQ(WS-SUB)               01300000
           END-PERFORM.                                                 01310000
           DISPLAY 'ENTER DISPOSITION (C-CLEAR/E-ESCALATE):'.           01320000
           ACCEPT WS-DECISION.                                          01330000
           IF NOT WS-DEC-CLEAR AND NOT WS-DEC-ESCALATE                  01340000
             DISPLAY 'INVALID DISPOSITION CODE'                         01350000
             CLOSE ALERT-FILE                                           01360000
             GOBACK                                                     01370000
           END-IF.                                                      01380000
           IF WS-DEC-ESCALATE AND AL-STATUS = 'E'                       01390000
             DISPLAY 'ALERT IS ALREADY ESCALATED'                       01400000
             CLOSE ALERT-FILE                                           01410000
             GOBACK                                                     01420000
           END-IF.                                                      01430000
           DISPLAY 'ENTER DISPOSITION NOTE:'.                           01440000
           ACCEPT WS-NOTE.                                              01450000
           IF WS-NOTE = SPACES                                          01460000
             DISPLAY 'DISPOSITION NOTE IS REQUIRED'                     01470000
             CLOSE ALERT-FILE                                           01480000
             GOBACK                                                     01490000
           END-IF.                                                      01500000
           CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG.              01510000
           MOVE AL-STATUS TO WS-OLD-STATUS.                             01520000
           MOVE WS-DECISION TO AL-STATUS.                               01530000
           MOVE WS-USER-ID TO AL-DISP-USER.                             01540000
           MOVE WS-CUR-DATE TO AL-DISP-DATE.                            01550000
           MOVE WS-NOTE TO AL-DISP-NOTE.                                01560000
           REWRITE ALERT-RECORD.                                        01570000
           IF WS-ALR-STATUS = '00'                                      01580000
             MOVE SPACES TO WS-AUD-BEFORE                               01590000
             MOVE SPACES TO WS-AUD-AFTER                                01600000
             STRING 'ALERT=' AL-DATE '/' AL-SEQ ' RULE=' AL-RULE        01610000
               ' CUST=' AL-CUST-ID ' STATUS=' WS-OLD-STATUS             01620000
               DELIMITED BY SIZE INTO WS-AUD-BEFORE                     01630000
             STRING 'STATUS=' AL-STATUS ' NOTE=' WS-NOTE                01640000
               DELIMITED BY SIZE INTO WS-AUD-AFTER                      01650000
             CALL 'HACK2AUD' USING 'J', WS-USER-ID, AL-ACC-NO,          01660000
               WS-AUD-BEFORE, WS-AUD-AFTER                              01670000
             IF WS-DEC-CLEAR                                            01680000
               DISPLAY 'ALERT CLEARED'                                  01690000
             ELSE                                                       01700000
               DISPLAY 'ALERT ESCALATED'                                01710000
             END-IF                                                     01720000
           ELSE                                                         01730000
             DISPLAY 'ALERT UPDATE FAILED:' WS-ALR-STATUS               01740000
           END-IF.                                                      01750000
           CLOSE ALERT-FILE.                                            01760000
           GOBACK.                                                      01770000
