       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2SWM.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SW-FILE ASSIGN TO SWMST                               00060000
           ORGANIZATION LINE SEQUENTIAL                                 00070000
           FILE STATUS IS WS-SW-STATUS.                                 00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
       FD  SW-FILE.                                                     00110000
       01  SW-RECORD.                                                   00120000
           05 SW-OPER-ACC         PIC X(10).                            00130000
           05 FILLER              PIC X(1).                             00140000
           05 SW-RSV-ACC          PIC X(10).                            00150000
           05 FILLER              PIC X(1).                             00160000
           05 SW-TARGET           PIC 9(7).99.                          00170000
           05 FILLER              PIC X(1).                             00180000
           05 SW-MIN-AMT          PIC 9(7).99.                          00190000
           05 FILLER              PIC X(1).                             00200000
           05 SW-STATUS           PIC X(1).                             00210000
           05 FILLER              PIC X(1).                             00220000
           05 SW-LAST-DATE        PIC X(8).                             00230000
       WORKING-STORAGE SECTION.                                         00240000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00250000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00260000
       01 WS-SW-STATUS            PIC X(2) VALUE SPACES.                00270000
       01 WS-SW-EOF-SW            PIC X(1) VALUE 'N'.                   00280000
           88 WS-SW-EOF                   VALUE 'Y'.                    00290000
       01 WS-USER-ID              PIC X(8).                             00300000
       01 WS-FUNCTION             PIC X(1).                             00310000
           88 WS-FUNC-ADD                 VALUE 'A'.                    00320000
           88 WS-FUNC-CANCEL              VALUE 'C'.                    00330000
           88 WS-FUNC-LIST                VALUE 'L'.                    00340000
       01 WS-ACC-NO               PIC X(10).                            00350000
       01 WS-RSV-ACC              PIC X(10).                            00360000
       01 WS-TARGET-TEXT          PIC X(9).                             00370000
       01 WS-TARGET-NUM REDEFINES WS-TARGET-TEXT                        00380000
                                  PIC 9(7)V99.                          00390000
       01 WS-MIN-TEXT             PIC X(9).                             00400000
       01 WS-MIN-NUM REDEFINES WS-MIN-TEXT                              00410000
                                  PIC 9(7)V99.                          00420000
       01 WS-TARGET-ED            PIC 9(7).99.                          00430000
       01 WS-MIN-ED               PIC 9(7).99.                          00440000
       01 WS-CHK-ACC              PIC X(10).                            00450000
       01 WS-REJ-TEXT             PIC X(40).                            00460000
       01 WS-PICK-TEXT            PIC X(3).                             00470000
       01 WS-PICK REDEFINES WS-PICK-TEXT                                00480000
                                  PIC 9(3).                             00490000
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
       01 WS-LIST-NO              PIC 9(3) VALUE 0.                     00610000
       01 WS-AUD-BEFORE           PIC X(60) VALUE SPACES.               00620000
       01 WS-AUD-AFTER            PIC X(60) VALUE SPACES.               00630000
       LINKAGE SECTION.                                                 00640000
       01 USER-ID-PARM        PIC X(8).                                 00650000
       PROCEDURE DIVISION USING USER-ID-PARM.                           00660000
           MOVE USER-ID-PARM TO WS-USER-ID.                             00670000
           MOVE 'N' TO WS-SW-EOF-SW.                                    00671000
           MOVE 0 TO WS-TBL-COUNT.                                      00672000
           DISPLAY 'SWEEP ARRANGEMENT MAINTENANCE'.                     00680000
           DISPLAY 'ENTER FUNCTION (A-ADD/C-CANCEL/L-LIST):'.           00690000
           ACCEPT WS-FUNCTION.                                          00700000
           DISPLAY 'ENTER OPERATING ACCOUNT NUMBER:'.                   00710000
           ACCEPT WS-ACC-NO.                                            00720000
           IF WS-ACC-NO = SPACES OR WS-ACC-NO NOT NUMERIC               00730000
             DISPLAY 'INVALID ACCOUNT NUMBER FORMAT'                    00740000
             GOBACK                                                     00750000
           END-IF.                                                      00760000
           IF NOT WS-FUNC-ADD AND NOT WS-FUNC-CANCEL                    00770000
              AND NOT WS-FUNC-LIST                                      00780000
             DISPLAY 'INVALID FUNCTION CODE'                            00790000
             GOBACK                                                     00800000
           END-IF.                                                      00810000
           OPEN INPUT SW-FILE.                                          00820000
           IF WS-SW-STATUS = '35'                                       00830000
             SET WS-SW-EOF TO TRUE                                      00840000
           ELSE IF WS-SW-STATUS NOT = '00'                              00850000
             DISPLAY 'CANNOT OPEN SWEEP ARRANGEMENTS:' WS-SW-STATUS     00860000
             GOBACK                                                     00870000
           END-IF                                                       00880000
           END-IF.                                                      00890000
           PERFORM UNTIL WS-SW-EOF                                      00900000
             READ SW-FILE                                               00910000
               AT END SET WS-SW-EOF TO TRUE                             00920000
               NOT AT END                                               00930000
                 IF WS-TBL-COUNT < WS-TBL-MAX                           00940000
                   ADD 1 TO WS-TBL-COUNT                                00950000
                   MOVE SW-OPER-ACC TO WS-W-OPER(WS-TBL-COUNT)          00960000
                   MOVE SW-RSV-ACC TO WS-W-RSV(WS-TBL-COUNT)            00970000
                   MOVE SW-TARGET TO WS-W-TGT(WS-TBL-COUNT)             00980000
                   MOVE SW-MIN-AMT TO WS-W-MIN(WS-TBL-COUNT)            00990000
                   MOVE SW-STATUS TO WS-W-STS(WS-TBL-COUNT)             01000000
                   MOVE SW-LAST-DATE TO WS-W-LAST(WS-TBL-COUNT)         01010000
                 ELSE                                                   01020000
                   DISPLAY 'SWEEP FILE EXCEEDS TABLE - RUN ABORTED'     01030000
                   CLOSE SW-FILE                                        01040000
                   GOBACK                                               01050000
                 END-IF                                                 01060000
             END-READ                                                   01070000
           END-PERFORM.                                                 01080000
           IF WS-SW-STATUS = '00' OR WS-SW-STATUS = '10'                01090000
             CLOSE SW-FILE                                              01100000
           END-IF.                                                      01110000
           IF WS-FUNC-ADD                                               01120000
             MOVE SPACES TO WS-REJ-TEXT                                 01130000
             PERFORM VARYING WS-SUB FROM 1 BY 1                         01140000
               UNTIL WS-SUB > WS-TBL-COUNT                              01150000
               IF WS-W-STS(WS-SUB) = 'A'                                01160000
                 IF WS-W-OPER(WS-SUB) = WS-ACC-NO                       01170000
                   MOVE 'ACCOUNT ALREADY HAS AN ACTIVE SWEEP'           01180000
                     TO WS-REJ-TEXT                                     01190000
                 ELSE IF WS-W-RSV(WS-SUB) = WS-ACC-NO                   01200000
                   MOVE 'ACCOUNT IS A RESERVE IN ANOTHER SWEEP'         01210000
                     TO WS-REJ-TEXT                                     01220000
                 END-IF                                                 01230000
                 END-IF                                                 01240000
               END-IF                                                   01250000
             END-PERFORM                                                01260000
             IF WS-REJ-TEXT NOT = SPACES                                01270000
               DISPLAY WS-REJ-TEXT ' - NOTHING ADDED'                   01280000
               GOBACK                                                   01290000
             END-IF                                                     01300000
             DISPLAY 'ENTER RESERVE ACCOUNT NUMBER:'                    01310000
             ACCEPT WS-RSV-ACC                                          01320000
             DISPLAY 'ENTER TARGET BALANCE (7+2 NO POINT):'             01330000
             ACCEPT WS-TARGET-TEXT                                      01340000
             DISPLAY 'ENTER MINIMUM SWEEP AMOUNT (7+2 NO POINT):'       01350000
             ACCEPT WS-MIN-TEXT                                         01360000
             IF WS-RSV-ACC = SPACES OR WS-RSV-ACC NOT NUMERIC           01370000
                OR WS-RSV-ACC = WS-ACC-NO                               01380000
                OR WS-TARGET-TEXT NOT NUMERIC                           01390000
                OR WS-MIN-TEXT NOT NUMERIC OR WS-MIN-NUM = 0            01400000
               DISPLAY 'INVALID SWEEP ENTRY - NOTHING ADDED'            01410000
               GOBACK                                                   01420000
             END-IF                                                     01430000
             MOVE WS-ACC-NO TO WS-CHK-ACC                               01440000
             EXEC SQL                                                   01450000
             SELECT ACC_TYPE,ACC_STATUS                                 01460000
             INTO :DCL-ACC-TYPE,:DCL-ACC-STATUS                         01470000
             FROM ACC_DETAILS WHERE ACC_NO = :WS-CHK-ACC                01480000
             END-EXEC                                                   01490000
             IF SQLCODE = 100                                           01500000
               MOVE 'OPERATING ACCOUNT NOT FOUND' TO WS-REJ-TEXT        01510000
             ELSE IF SQLCODE NOT = 0                                    01520000
               MOVE 'SQL ERROR ON OPERATING ACCOUNT' TO WS-REJ-TEXT     01530000
             ELSE IF DCL-ACC-STATUS NOT = 'A'                           01540000
               MOVE 'OPERATING ACCOUNT IS NOT ACTIVE' TO WS-REJ-TEXT    01550000
             ELSE IF DCL-ACC-TYPE = 'T'                                 01560000
               MOVE 'TERM DEPOSIT CANNOT BE SWEPT' TO WS-REJ-TEXT       01570000
             END-IF                                                     01580000
             END-IF                                                     01590000
             END-IF                                                     01600000
             END-IF                                                     01610000
             MOVE WS-RSV-ACC TO WS-CHK-ACC                              01620000
             EXEC SQL                                                   01630000
             SELECT ACC_TYPE,ACC_STATUS                                 01640000
             INTO :DCL-ACC-TYPE,:DCL-ACC-STATUS                         01650000
             FROM ACC_DETAILS WHERE ACC_NO = :WS-CHK-ACC                01660000
             END-EXEC                                                   01670000
             IF WS-REJ-TEXT NOT = SPACES                                01680000
               CONTINUE                                                 01690000
             ELSE IF SQLCODE = 100                                      01700000
               MOVE 'RESERVE ACCOUNT NOT FOUND' TO WS-REJ-TEXT          01710000
             ELSE IF SQLCODE NOT = 0                                    01720000
               MOVE 'SQL ERROR ON RESERVE ACCOUNT' TO WS-REJ-TEXT       01730000
             ELSE IF DCL-ACC-STATUS NOT = 'A'                           01740000
               MOVE 'RESERVE ACCOUNT IS NOT ACTIVE' TO WS-REJ-TEXT      01750000
             ELSE IF DCL-ACC-TYPE = 'T'                                 01760000
               MOVE 'TERM DEPOSIT CANNOT BE SWEPT' TO WS-REJ-TEXT       01770000
             END-IF                                                     01780000
             END-IF                                                     01790000
             END-IF                                                     01800000
             END-IF                                                     01810000
             END-IF                                                     01820000
             PERFORM VARYING WS-SUB FROM 1 BY 1                         01830000
               UNTIL WS-SUB > WS-TBL-COUNT                              01840000
               IF WS-W-STS(WS-SUB) = 'A'                                01850000
                  AND WS-W-OPER(WS-SUB) = WS-RSV-ACC                    01860000
                 MOVE 'RESERVE IS AN OPERATING ACCOUNT IN A SWEEP'      01870000
                   TO WS-REJ-TEXT                                       01880000
               END-IF                                                   01890000
             END-PERFORM                                                01900000
             IF WS-REJ-TEXT NOT = SPACES                                01910000
               DISPLAY WS-REJ-TEXT ' - NOTHING ADDED'                   01920000
             ELSE                                                       01930000
               OPEN EXTEND SW-FILE                                      01940000
               IF WS-SW-STATUS = '35'                                   01950000
                 OPEN OUTPUT SW-FILE                                    01960000
               END-IF                                                   01970000
               IF WS-SW-STATUS NOT = '00'                               01980000
                 DISPLAY 'CANNOT OPEN SWEEP ARRANGEMENTS:'              01990000
                   WS-SW-STATUS                                         02000000
               ELSE                                                     02010000
                 MOVE WS-TARGET-NUM TO WS-TARGET-ED                     02020000
                 MOVE WS-MIN-NUM TO WS-MIN-ED                           02030000
                 MOVE SPACES TO SW-RECORD                               02040000
                 MOVE WS-ACC-NO TO SW-OPER-ACC                          02050000
                 MOVE WS-RSV-ACC TO SW-RSV-ACC                          02060000
                 MOVE WS-TARGET-NUM TO SW-TARGET                        02070000
                 MOVE WS-MIN-NUM TO SW-MIN-AMT                          02080000
                 MOVE 'A' TO SW-STATUS                                  02090000
                 WRITE SW-RECORD                                        02100000
                 CLOSE SW-FILE                                          02110000
                 DISPLAY 'SWEEP ARRANGEMENT ADDED FOR ' WS-ACC-NO       02120000
                 MOVE 'NO SWEEP' TO WS-AUD-BEFORE                       02130000
                 MOVE SPACES TO WS-AUD-AFTER                            02140000
                 STRING 'SWEEP RSV=' WS-RSV-ACC                         02150000
                   ' TGT=' WS-TARGET-ED ' MIN=' WS-MIN-ED               02160000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  02170000
                 CALL 'HACK2AUD' USING 'P', WS-USER-ID, WS-ACC-NO,      02180000
                   WS-AUD-BEFORE, WS-AUD-AFTER                          02190000
               END-IF                                                   02200000
             END-IF                                                     02210000
           ELSE                                                         02220000
             IF WS-TBL-COUNT = 0                                        02230000
               DISPLAY 'NO SWEEP ARRANGEMENTS ON FILE'                  02240000
               GOBACK                                                   02250000
             END-IF                                                     02260000
             DISPLAY 'NO  RESERVE    TARGET     MINIMUM    STS LAST'    02270000
             PERFORM VARYING WS-SUB FROM 1 BY 1                         02280000
               UNTIL WS-SUB > WS-TBL-COUNT                              02290000
               IF WS-W-OPER(WS-SUB) = WS-ACC-NO                         02300000
                 MOVE WS-SUB TO WS-LIST-NO                              02310000
                 DISPLAY WS-LIST-NO ' ' WS-W-RSV(WS-SUB) ' '            02320000
                   WS-W-TGT(WS-SUB) ' ' WS-W-MIN(WS-SUB) ' '            02330000
                   WS-W-STS(WS-SUB) '   ' WS-W-LAST(WS-SUB)             02340000
               END-IF                                                   02350000
             END-PERFORM                                                02360000
             IF WS-FUNC-CANCEL                                          02370000
               DISPLAY 'ENTER ARRANGEMENT NO TO CANCEL:'                02380000
               ACCEPT WS-PICK-TEXT                                      02390000
               IF WS-PICK-TEXT NOT NUMERIC                              02400000
                  OR WS-PICK = 0                                        02410000
                  OR WS-PICK > WS-TBL-COUNT                             02420000
                 DISPLAY 'INVALID ARRANGEMENT NUMBER'                   02430000
               ELSE IF WS-W-OPER(WS-PICK) NOT = WS-ACC-NO               02440000
                 DISPLAY 'ARRANGEMENT IS NOT ON THIS ACCOUNT'           02450000
               ELSE IF WS-W-STS(WS-PICK) NOT = 'A'                      02460000
                 DISPLAY 'ARRANGEMENT IS NOT ACTIVE'                    02470000
               ELSE                                                     02480000
                 MOVE 'C' TO WS-W-STS(WS-PICK)                          02490000
                 OPEN OUTPUT SW-FILE                                    02500000
                 PERFORM VARYING WS-SUB FROM 1 BY 1                     02510000
                   UNTIL WS-SUB > WS-TBL-COUNT                          02520000
                   MOVE SPACES TO SW-RECORD                             02530000
                   MOVE WS-W-OPER(WS-SUB) TO SW-OPER-ACC                02540000
                   MOVE WS-W-RSV(WS-SUB) TO SW-RSV-ACC                  02550000
                   MOVE WS-W-TGT(WS-SUB) TO SW-TARGET                   02560000
                   MOVE WS-W-MIN(WS-SUB) TO SW-MIN-AMT                  02570000
                   MOVE WS-W-STS(WS-SUB) TO SW-STATUS                   02580000
                   MOVE WS-W-LAST(WS-SUB) TO SW-LAST-DATE               02590000
                   WRITE SW-RECORD                                      02600000
                 END-PERFORM                                            02610000
                 CLOSE SW-FILE                                          02620000
                 DISPLAY 'SWEEP ARRANGEMENT CANCELLED ON ' WS-ACC-NO    02630000
                 MOVE SPACES TO WS-AUD-BEFORE                           02640000
                 STRING 'SWEEP ACTIVE RSV=' WS-W-RSV(WS-PICK)           02650000
                   ' TGT=' WS-W-TGT(WS-PICK)                            02660000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 02670000
                 MOVE 'SWEEP CANCELLED' TO WS-AUD-AFTER                 02680000
                 CALL 'HACK2AUD' USING 'P', WS-USER-ID, WS-ACC-NO,      02690000
                   WS-AUD-BEFORE, WS-AUD-AFTER                          02700000
               END-IF                                                   02710000
               END-IF                                                   02720000
               END-IF                                                   02730000
             END-IF                                                     02740000
           END-IF.                                                      02750000
           GOBACK.                                                      02760000
