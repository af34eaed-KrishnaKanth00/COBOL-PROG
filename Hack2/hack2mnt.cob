       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2MNT.                                            00020000
       ENVIRONMENT DIVISION.                                            00021000
       INPUT-OUTPUT SECTION.                                            00022000
       FILE-CONTROL.                                                    00023000
           SELECT ESC-FILE ASSIGN TO ESCHEAT                            00024000
           ORGANIZATION INDEXED                                         00025000
           ACCESS MODE DYNAMIC                                          00026000
           RECORD KEY ES-ACC-NO                                         00027000
           FILE STATUS IS WS-ESC-STATUS.                                00028000
       DATA DIVISION.                                                   00030000
       FILE SECTION.                                                    00030100
       FD  ESC-FILE.                                                    00030200
       01  ESC-RECORD.                                                  00030300
           05 ES-ACC-NO           PIC X(10).                            00030400
           05 ES-STATUS           PIC X(1).                             00030500
           05 ES-LAST-ACT         PIC X(8).                             00030600
           05 ES-LETTER-DATE      PIC X(8).                             00030700
           05 ES-DUE-DATE         PIC X(8).                             00030800
           05 ES-LETTER-BAL       PIC 9(7)V99.                          00030900
           05 ES-CLOSE-DATE       PIC X(8).                             00031000
           05 ES-REMIT-AMT        PIC 9(7)V99.                          00031100
       WORKING-STORAGE SECTION.                                         00040000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00050000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00060000
       01 WS-NEW-OD-ED        PIC 9(7).99.                              00195000
       01 WS-AUD-BEFORE       PIC X(60) VALUE SPACES.                   00200000
       01 WS-AUD-AFTER        PIC X(60) VALUE SPACES.                   00210000
       01 WS-ESC-STATUS       PIC X(2) VALUE SPACES.                    00211000
       01 WS-BUS-DATE         PIC X(8).                                 00212000
       01 WS-BDT-FLAG         PIC X(1).                                 00213000
       LINKAGE SECTION.                                                 00220000
       01 USER-ID-PARM        PIC X(8).                                 00230000
       PROCEDURE DIVISION USING USER-ID-PARM.                           00240000
               END-IF                                                   01250000
             END-IF                                                     01260000
           ELSE IF WS-FUNC-CLOSE                                        01270000
             CALL 'HACK2CLO' USING WS-USER-ID, WS-ACC-NO                01271000
           ELSE IF WS-FUNC-ODLIM                                        01611000
             EXEC SQL                                                   01612000
             SELECT ACC_OD_LIMIT INTO :DCL-ACC-OD-LIMIT                 01613000
               STRING 'STATUS=A' DELIMITED BY SIZE INTO WS-AUD-AFTER    01730000
               CALL 'HACK2AUD' USING 'S', WS-USER-ID, WS-ACC-NO,        01740000
                 WS-AUD-BEFORE, WS-AUD-AFTER                            01750000
               OPEN I-O ESC-FILE                                        01750100
               IF WS-ESC-STATUS = '00'                                  01750200
                 MOVE WS-ACC-NO TO ES-ACC-NO                            01750300
                 READ ESC-FILE                                          01750400
                 IF WS-ESC-STATUS = '00' AND ES-STATUS = 'L'            01750500
                   CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG       01750600
                   MOVE 'S' TO ES-STATUS                                01750700
                   MOVE WS-BUS-DATE TO ES-CLOSE-DATE                    01750800
                   REWRITE ESC-RECORD                                   01750900
                   IF WS-ESC-STATUS NOT = '00'                          01750910
                     DISPLAY 'ESCHEAT FILE UPDATE FAILED:'              01750920
                       WS-ESC-STATUS                                    01750925
                   ELSE                                                 01750930
                     DISPLAY 'PRE-ESCHEAT PROCESS STOPPED - LETTER OF ' 01751000
                       ES-LETTER-DATE                                   01751100
                     MOVE SPACES TO WS-AUD-BEFORE                       01751200
                     MOVE SPACES TO WS-AUD-AFTER                        01751300
                     STRING 'ESCHEAT=LETTER ' ES-LETTER-DATE            01751400
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE             01751500
                     STRING 'ESCHEAT=STOPPED REACTIVATED ' WS-BUS-DATE  01751600
                       DELIMITED BY SIZE INTO WS-AUD-AFTER              01751700
                     CALL 'HACK2AUD' USING 'G', WS-USER-ID, WS-ACC-NO,  01751800
                       WS-AUD-BEFORE, WS-AUD-AFTER                      01751900
                   END-IF                                               01751910
                 END-IF                                                 01752000
                 CLOSE ESC-FILE                                         01752100
               END-IF                                                   01752200
             ELSE IF SQLCODE = 0                                        01760000
               DISPLAY 'ACCOUNT NOT FOUND OR NOT DORMANT'               01770000
             ELSE                                                       01780000
