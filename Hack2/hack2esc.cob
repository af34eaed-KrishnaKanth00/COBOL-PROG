       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2ESC.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT ESC-FILE ASSIGN TO ESCHEAT                            00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY ES-ACC-NO                                         00090000
           FILE STATUS IS WS-ESC-STATUS.                                00100000
           SELECT ECT-FILE ASSIGN TO ESCCTL                             00110000
           ORGANIZATION LINE SEQUENTIAL                                 00120000
           FILE STATUS IS WS-ECT-STATUS.                                00130000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00140000
           ORGANIZATION INDEXED                                         00150000
           ACCESS MODE DYNAMIC                                          00160000
           RECORD KEY TL-KEY                                            00170000
           FILE STATUS IS WS-TXN-STATUS.                                00180000
           SELECT HIST-FILE ASSIGN TO BALHIST                           00190000
           ORGANIZATION INDEXED                                         00200000
           ACCESS MODE DYNAMIC                                          00210000
           RECORD KEY HST-KEY                                           00220000
           FILE STATUS IS WS-HST-STATUS.                                00230000
           SELECT LTR-FILE ASSIGN TO ESCLTR                             00240000
           ORGANIZATION LINE SEQUENTIAL.                                00250000
           SELECT REM-FILE ASSIGN TO ESCREM                             00260000
           ORGANIZATION LINE SEQUENTIAL.                                00270000
           SELECT RPT-FILE ASSIGN TO ESCRPT                             00280000
           ORGANIZATION LINE SEQUENTIAL.                                00290000
       DATA DIVISION.                                                   00300000
       FILE SECTION.                                                    00310000
       FD  ESC-FILE.                                                    00320000
       01  ESC-RECORD.                                                  00330000
           05 ES-ACC-NO           PIC X(10).                            00340000
           05 ES-STATUS           PIC X(1).                             00350000
           05 ES-LAST-ACT         PIC X(8).                             00360000
           05 ES-LETTER-DATE      PIC X(8).                             00370000
           05 ES-DUE-DATE         PIC X(8).                             00380000
           05 ES-LETTER-BAL       PIC 9(7)V99.                          00390000
           05 ES-CLOSE-DATE       PIC X(8).                             00400000
           05 ES-REMIT-AMT        PIC 9(7)V99.                          00410000
       FD  ECT-FILE.                                                    00420000
       01  ECT-RECORD.                                                  00430000
           05 ECT-DORMANT-DAYS    PIC 9(5).                             00440000
           05 FILLER              PIC X(1).                             00450000
           05 ECT-WINDOW-DAYS     PIC 9(3).                             00460000
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
       FD  HIST-FILE.                                                   00580000
       01  HIST-RECORD.                                                 00590000
           05 HST-KEY.                                                  00600000
              10 HST-ACC-NO        PIC X(10).                           00610000
              10 HST-EFF-DATE      PIC X(8).                            00620000
              10 HST-SEQ           PIC 9(4).                            00630000
           05 HST-SOURCE           PIC X(1).                            00640000
           05 HST-OLD-BAL          PIC 9(7).99.                         00650000
           05 HST-NEW-BAL          PIC 9(7).99.                         00660000
       FD  LTR-FILE.                                                    00670000
       01  LTR-HDR-RECORD.                                              00680000
           05 LH-REC-TYPE            PIC X(1).                          00690000
           05 LH-FEED-ID             PIC X(8).                          00700000
           05 LH-RUN-DATE            PIC X(8).                          00710000
       01  LTR-TRL-RECORD.                                              00720000
           05 LT-REC-TYPE            PIC X(1).                          00730000
           05 LT-REC-COUNT           PIC 9(9).                          00740000
           05 LT-HASH                PIC 9(11)V99.                      00750000
       01  LTR-RECORD.                                                  00760000
           05 LC-REC-TYPE            PIC X(1).                          00770000
           05 LC-ACC-NO              PIC X(10).                         00780000
           05 LC-CUST-ID             PIC X(10).                         00790000
           05 LC-CUST-NAME           PIC X(30).                         00800000
           05 LC-ADDR-LINE1          PIC X(30).                         00810000
           05 LC-ADDR-LINE2          PIC X(30).                         00820000
           05 LC-CITY                PIC X(20).                         00830000
           05 LC-STATE               PIC X(2).                          00840000
           05 LC-ZIP                 PIC X(9).                          00850000
           05 LC-BALANCE             PIC 9(7)V99.                       00860000
           05 LC-LAST-ACT            PIC X(8).                          00870000
           05 LC-DUE-DATE            PIC X(8).                          00880000
       FD  REM-FILE.                                                    00890000
       01  REM-HDR-RECORD.                                              00900000
           05 RH-REC-TYPE            PIC X(1).                          00910000
           05 RH-FEED-ID             PIC X(8).                          00920000
           05 RH-RUN-DATE            PIC X(8).                          00930000
       01  REM-TRL-RECORD.                                              00940000
           05 RT-REC-TYPE            PIC X(1).                          00950000
           05 RT-REC-COUNT           PIC 9(9).                          00960000
           05 RT-HASH                PIC 9(11)V99.                      00970000
       01  REM-RECORD.                                                  00980000
           05 RC-REC-TYPE            PIC X(1).                          00990000
           05 RC-ACC-NO              PIC X(10).                         01000000
           05 RC-CUST-ID             PIC X(10).                         01010000
           05 RC-CUST-NAME           PIC X(30).                         01020000
           05 RC-ADDR-LINE1          PIC X(30).                         01030000
           05 RC-ADDR-LINE2          PIC X(30).                         01040000
           05 RC-CITY                PIC X(20).                         01050000
           05 RC-STATE               PIC X(2).                          01060000
           05 RC-ZIP                 PIC X(9).                          01070000
           05 RC-AMOUNT              PIC 9(7)V99.                       01080000
           05 RC-LAST-ACT            PIC X(8).                          01090000
           05 RC-LETTER-DATE         PIC X(8).                          01100000
           05 RC-REMIT-DATE          PIC X(8).                          01110000
       FD  RPT-FILE.                                                    01120000
       01  RPT-RECORD              PIC X(132).                          01130000
       WORKING-STORAGE SECTION.                                         01140000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             01150000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             01160000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           01170000
       01 WS-RUN-DATE             PIC X(8).                             01180000
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE                           01190000
                                  PIC 9(8).                             01200000
       01 WS-CUTOFF-DATE          PIC 9(8).                             01210000
       01 WS-CUTOFF-X REDEFINES WS-CUTOFF-DATE                          01220000
                                  PIC X(8).                             01230000
       01 WS-DUE-DATE             PIC 9(8).                             01240000
       01 WS-DUE-X REDEFINES WS-DUE-DATE                                01250000
                                  PIC X(8).                             01260000
       01 WS-DATE-INT             PIC 9(7).                             01270000
       01 WS-DORMANT-DAYS         PIC 9(5) VALUE 0.                     01280000
       01 WS-WINDOW-DAYS          PIC 9(3) VALUE 0.                     01290000
       01 WS-ESC-STATUS           PIC X(2) VALUE SPACES.                01300000
       01 WS-ECT-STATUS           PIC X(2) VALUE SPACES.                01310000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                01320000
       01 WS-HST-STATUS           PIC X(2) VALUE SPACES.                01330000
       01 WS-EOF-SW               PIC X(1) VALUE 'N'.                   01340000
           88 WS-EOF                      VALUE 'Y'.                    01350000
       01 WS-TXN-EOF-SW           PIC X(1) VALUE 'N'.                   01360000
           88 WS-TXN-EOF                  VALUE 'Y'.                    01370000
       01 WS-HST-EOF-SW           PIC X(1) VALUE 'N'.                   01380000
           88 WS-HST-EOF                  VALUE 'Y'.                    01390000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   01400000
           88 WS-TL-DONE                  VALUE 'Y'.                    01410000
       01 WS-ESC-FOUND-SW         PIC X(1) VALUE 'N'.                   01420000
           88 WS-ESC-FOUND                VALUE 'Y'.                    01430000
       01 WS-ADDR-SW              PIC X(1) VALUE 'N'.                   01440000
           88 WS-ADDR-FOUND               VALUE 'Y'.                    01450000
       01 WS-USER-ID              PIC X(8) VALUE 'HACK2ESC'.            01460000
       01 WS-ACC-NO               PIC X(10).                            01470000
       01 WS-CUST-ID              PIC X(10).                            01480000
       01 WS-LAST-ACT             PIC X(8).                             01490000
       01 WS-POST-ACT             PIC X(8).                             01500000
       01 WS-OLD-BAL              PIC S9(7)V99 COMP-3.                  01510000
       01 WS-OLD-BAL-ED           PIC 9(7).99.                          01520000
       01 WS-NEW-BAL              PIC S9(7)V99 COMP-3.                  01530000
       01 WS-NEW-BAL-ED           PIC 9(7).99.                          01540000
       01 WS-AMT-ED               PIC -(7)9.99.                         01550000
       01 WS-AUD-BEFORE           PIC X(60) VALUE SPACES.               01560000
       01 WS-AUD-AFTER            PIC X(60) VALUE SPACES.               01570000
       01 WS-SCAN-COUNT           PIC 9(9) VALUE 0.                     01580000
       01 WS-LTR-COUNT            PIC 9(9) VALUE 0.                     01590000
       01 WS-WAIT-COUNT           PIC 9(9) VALUE 0.                     01600000
       01 WS-STOP-COUNT           PIC 9(9) VALUE 0.                     01610000
       01 WS-REM-COUNT            PIC 9(9) VALUE 0.                     01620000
       01 WS-SKIP-COUNT           PIC 9(9) VALUE 0.                     01630000
       01 WS-EXC-COUNT            PIC 9(9) VALUE 0.                     01640000
       01 WS-LTR-HASH             PIC S9(11)V99 COMP-3 VALUE 0.         01650000
       01 WS-REM-HASH             PIC S9(11)V99 COMP-3 VALUE 0.         01660000
       01 WS-TOT-ED               PIC -(10)9.99.                        01670000
       01 WS-BUS-DATE             PIC X(8).                             01680000
       01 WS-BDT-FLAG             PIC X(1).                             01690000
       01 WS-OVERRIDE             PIC X(1).                             01700000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2ESC'.            01710000
       01 WS-OPS-START            PIC X(16).                            01720000
       01 WS-OPS-DATE             PIC X(8).                             01730000
       01 WS-OPS-TIME             PIC X(8).                             01740000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     01750000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     01760000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     01770000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       01780000
                                  VALUE ZERO.                           01790000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   01800000
       PROCEDURE DIVISION.                                              01810000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       01820000
           ACCEPT WS-OPS-TIME FROM TIME.                                01830000
           MOVE SPACES TO WS-OPS-START.                                 01840000
           STRING WS-OPS-DATE WS-OPS-TIME                               01850000
             DELIMITED BY SIZE INTO WS-OPS-START.                       01860000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              01870000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       01880000
           IF WS-BDT-FLAG = 'N'                                         01890000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             01900000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  01910000
             ACCEPT WS-OVERRIDE                                         01920000
             IF WS-OVERRIDE NOT = 'Y'                                   01930000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               01940000
               GOBACK                                                   01950000
             END-IF                                                     01960000
           END-IF.                                                      01970000
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             01980000
           OPEN INPUT ECT-FILE.                                         01990000
           IF WS-ECT-STATUS = '00'                                      02000000
             READ ECT-FILE                                              02010000
               AT END CONTINUE                                          02020000
               NOT AT END                                               02030000
                 IF ECT-DORMANT-DAYS NUMERIC                            02040000
                   MOVE ECT-DORMANT-DAYS TO WS-DORMANT-DAYS             02050000
                 END-IF                                                 02060000
                 IF ECT-WINDOW-DAYS NUMERIC                             02070000
                   MOVE ECT-WINDOW-DAYS TO WS-WINDOW-DAYS               02080000
                 END-IF                                                 02090000
             END-READ                                                   02100000
             CLOSE ECT-FILE                                             02110000
           END-IF.                                                      02120000
           IF WS-DORMANT-DAYS = 0 OR WS-WINDOW-DAYS = 0                 02130000
              OR WS-RUN-DATE NOT NUMERIC                                02140000
             DISPLAY 'NO VALID ESCHEAT PERIOD ON FILE - RUN ABANDONED'  02150000
             MOVE 'A' TO WS-OPS-FLAG                                    02160000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            02170000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   02180000
               WS-OPS-SQL, WS-OPS-FLAG                                  02190000
             GOBACK                                                     02200000
           END-IF.                                                      02210000
           COMPUTE WS-DATE-INT =                                        02220000
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - WS-DORMANT-DAYS. 02230000
           COMPUTE WS-CUTOFF-DATE =                                     02240000
             FUNCTION DATE-OF-INTEGER(WS-DATE-INT).                     02250000
           COMPUTE WS-DATE-INT =                                        02260000
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) + WS-WINDOW-DAYS.  02270000
           COMPUTE WS-DUE-DATE =                                        02280000
             FUNCTION DATE-OF-INTEGER(WS-DATE-INT).                     02290000
           OPEN I-O ESC-FILE.                                           02300000
           IF WS-ESC-STATUS = '35'                                      02310000
             OPEN OUTPUT ESC-FILE                                       02320000
             CLOSE ESC-FILE                                             02330000
             OPEN I-O ESC-FILE                                          02340000
           END-IF.                                                      02350000
           OPEN I-O TXN-LOG-FILE.                                       02360000
           IF WS-TXN-STATUS = '35'                                      02370000
             OPEN OUTPUT TXN-LOG-FILE                                   02380000
             CLOSE TXN-LOG-FILE                                         02390000
             OPEN I-O TXN-LOG-FILE                                      02400000
           END-IF.                                                      02410000
           IF WS-ESC-STATUS NOT = '00' OR WS-TXN-STATUS NOT = '00'      02420000
             DISPLAY 'CANNOT OPEN ESCHEAT OR TRANSACTION LOG FILE:'     02430000
               WS-ESC-STATUS ' ' WS-TXN-STATUS                          02440000
             MOVE 'A' TO WS-OPS-FLAG                                    02450000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            02460000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   02470000
               WS-OPS-SQL, WS-OPS-FLAG                                  02480000
             GOBACK                                                     02490000
           END-IF.                                                      02500000
           OPEN OUTPUT LTR-FILE.                                        02510000
           MOVE SPACES TO LTR-HDR-RECORD.                               02520000
           MOVE '1' TO LH-REC-TYPE.                                     02530000
           MOVE 'ESCLTR' TO LH-FEED-ID.                                 02540000
           MOVE WS-RUN-DATE TO LH-RUN-DATE.                             02550000
           WRITE LTR-HDR-RECORD.                                        02560000
           OPEN OUTPUT REM-FILE.                                        02570000
           MOVE SPACES TO REM-HDR-RECORD.                               02580000
           MOVE '1' TO RH-REC-TYPE.                                     02590000
           MOVE 'ESCREM' TO RH-FEED-ID.                                 02600000
           MOVE WS-RUN-DATE TO RH-RUN-DATE.                             02610000
           WRITE REM-HDR-RECORD.                                        02620000
           OPEN OUTPUT RPT-FILE.                                        02630000
           MOVE SPACES TO RPT-RECORD.                                   02640000
           STRING 'UNCLAIMED PROPERTY ESCHEATMENT REPORT ' WS-RUN-DATE  02650000
             '  NO OWNER ACTIVITY SINCE ' WS-CUTOFF-X                   02660000
             DELIMITED BY SIZE INTO RPT-RECORD.                         02670000
           WRITE RPT-RECORD.                                            02680000
           MOVE SPACES TO RPT-RECORD.                                   02690000
           STRING 'ACC-NO     LAST-ACT BALANCE     ACTION'              02700000
             DELIMITED BY SIZE INTO RPT-RECORD.                         02710000
           WRITE RPT-RECORD.                                            02720000
           EXEC SQL                                                     02730000
           DECLARE C-ESC-ACCTS CURSOR WITH HOLD FOR                     02740000
           SELECT ACC_NO,ACC_BAL,CUST_ID                                02750000
           FROM ACC_DETAILS WHERE ACC_STATUS = 'D'                      02760000
           ORDER BY ACC_NO                                              02770000
           END-EXEC.                                                    02780000
           EXEC SQL OPEN C-ESC-ACCTS END-EXEC.                          02790000
           IF SQLCODE NOT = 0                                           02800000
             DISPLAY 'SQLERROR ON OPEN:' SQLCODE                        02810000
             MOVE SQLCODE TO WS-OPS-SQL                                 02820000
             MOVE 'A' TO WS-OPS-FLAG                                    02830000
             SET WS-EOF TO TRUE                                         02840000
           END-IF.                                                      02850000
           PERFORM UNTIL WS-EOF                                         02860000
             EXEC SQL                                                   02870000
             FETCH C-ESC-ACCTS                                          02880000
             INTO :DCL-ACC-NO,:DCL-ACC-BAL,:DCL-CUST-ID                 02890000
             END-EXEC                                                   02900000
             IF SQLCODE = 100                                           02910000
               SET WS-EOF TO TRUE                                       02920000
             ELSE IF SQLCODE NOT = 0                                    02930000
               DISPLAY 'SQLERROR ON FETCH:' SQLCODE                     02940000
               MOVE SQLCODE TO WS-OPS-SQL                               02950000
               MOVE 'A' TO WS-OPS-FLAG                                  02960000
               SET WS-EOF TO TRUE                                       02970000
             ELSE                                                       02980000
               ADD 1 TO WS-SCAN-COUNT                                   02990000
               MOVE DCL-ACC-NO TO WS-ACC-NO                             03000000
               MOVE DCL-CUST-ID TO WS-CUST-ID                           03010000
               MOVE DCL-ACC-BAL TO WS-OLD-BAL                           03020000
               MOVE WS-OLD-BAL TO WS-AMT-ED                             03030000
               MOVE 'N' TO WS-ESC-FOUND-SW                              03040000
               MOVE WS-ACC-NO TO ES-ACC-NO                              03050000
               READ ESC-FILE                                            03060000
               IF WS-ESC-STATUS = '00'                                  03070000
                 SET WS-ESC-FOUND TO TRUE                               03080000
               END-IF                                                   03090000
               MOVE SPACES TO WS-LAST-ACT                               03100000
               MOVE SPACES TO WS-POST-ACT                               03110000
               MOVE 'N' TO WS-TXN-EOF-SW                                03120000
               MOVE SPACES TO TXN-LOG-RECORD                            03130000
               MOVE WS-ACC-NO TO TL-ACC-NO                              03140000
               MOVE LOW-VALUES TO TL-DATE                               03150000
               MOVE 0 TO TL-SEQ                                         03160000
               START TXN-LOG-FILE KEY NOT LESS THAN TL-KEY              03170000
               IF WS-TXN-STATUS NOT = '00'                              03180000
                 SET WS-TXN-EOF TO TRUE                                 03190000
               END-IF                                                   03200000
               PERFORM UNTIL WS-TXN-EOF                                 03210000
                 READ TXN-LOG-FILE NEXT RECORD                          03220000
                   AT END SET WS-TXN-EOF TO TRUE                        03230000
                   NOT AT END                                           03240000
                     IF TL-ACC-NO NOT = WS-ACC-NO                       03250000
                       SET WS-TXN-EOF TO TRUE                           03260000
                     ELSE                                               03270000
                       IF (TL-TXN-TYPE = 'D' OR TL-TXN-TYPE = 'W')      03280000
                          AND TL-REF-TYPE NOT = 'E'                     03290000
                         IF TL-DATE > WS-LAST-ACT                       03300000
                           MOVE TL-DATE TO WS-LAST-ACT                  03310000
                         END-IF                                         03320000
                         IF WS-ESC-FOUND AND ES-STATUS = 'L'            03330000
                            AND TL-DATE > ES-LETTER-DATE                03340000
                           MOVE TL-DATE TO WS-POST-ACT                  03350000
                         END-IF                                         03360000
                       END-IF                                           03370000
                     END-IF                                             03380000
                 END-READ                                               03390000
               END-PERFORM                                              03400000
               IF WS-LAST-ACT = SPACES                                  03410000
                 MOVE 'N' TO WS-HST-EOF-SW                              03420000
                 OPEN INPUT HIST-FILE                                   03430000
                 IF WS-HST-STATUS NOT = '00'                            03440000
                   SET WS-HST-EOF TO TRUE                               03450000
                 ELSE                                                   03460000
                   MOVE SPACES TO HIST-RECORD                           03470000
                   MOVE WS-ACC-NO TO HST-ACC-NO                         03480000
                   MOVE LOW-VALUES TO HST-EFF-DATE                      03490000
                   MOVE 0 TO HST-SEQ                                    03500000
                   START HIST-FILE KEY NOT LESS THAN HST-KEY            03510000
                   IF WS-HST-STATUS NOT = '00'                          03520000
                     SET WS-HST-EOF TO TRUE                             03530000
                   END-IF                                               03540000
                 END-IF                                                 03550000
                 PERFORM UNTIL WS-HST-EOF                               03560000
                   READ HIST-FILE NEXT RECORD                           03570000
                     AT END SET WS-HST-EOF TO TRUE                      03580000
                     NOT AT END                                         03590000
                       IF HST-ACC-NO NOT = WS-ACC-NO                    03600000
                         SET WS-HST-EOF TO TRUE                         03610000
                       ELSE                                             03620000
                         IF HST-SOURCE = 'D' OR HST-SOURCE = 'W'        03630000
                           MOVE HST-EFF-DATE TO WS-LAST-ACT             03640000
                         END-IF                                         03650000
                       END-IF                                           03660000
                   END-READ                                             03670000
                 END-PERFORM                                            03680000
                 IF WS-HST-STATUS NOT = '35'                            03690000
                   CLOSE HIST-FILE                                      03700000
                 END-IF                                                 03710000
               END-IF                                                   03720000
               IF WS-ESC-FOUND AND ES-STATUS = 'R'                      03730000
                 ADD 1 TO WS-SKIP-COUNT                                 03740000
               ELSE IF WS-ESC-FOUND AND ES-STATUS = 'L'                 03750000
                 IF WS-POST-ACT NOT = SPACES                            03760000
                   MOVE 'S' TO ES-STATUS                                03770000
                   MOVE WS-RUN-DATE TO ES-CLOSE-DATE                    03780000
                   REWRITE ESC-RECORD                                   03790000
                   ADD 1 TO WS-STOP-COUNT                               03800000
                   MOVE SPACES TO WS-AUD-BEFORE                         03810000
                   MOVE SPACES TO WS-AUD-AFTER                          03820000
                   STRING 'ESCHEAT=LETTER ' ES-LETTER-DATE              03830000
                     DELIMITED BY SIZE INTO WS-AUD-BEFORE               03840000
                   STRING 'ESCHEAT=STOPPED OWNER ACTIVITY '             03850000
                     WS-POST-ACT                                        03860000
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                03870000
                   CALL 'HACK2AUD' USING 'G', WS-USER-ID,               03880000
                     WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER             03890000
                   MOVE SPACES TO RPT-RECORD                            03900000
                   STRING WS-ACC-NO ' ' WS-LAST-ACT ' ' WS-AMT-ED       03910000
                     ' ESCHEAT STOPPED - OWNER ACTIVITY ON '            03920000
                     WS-POST-ACT                                        03930000
                     DELIMITED BY SIZE INTO RPT-RECORD                  03940000
                   WRITE RPT-RECORD                                     03950000
                 ELSE IF ES-DUE-DATE > WS-RUN-DATE                      03960000
                   ADD 1 TO WS-WAIT-COUNT                               03970000
                   MOVE SPACES TO RPT-RECORD                            03980000
                   STRING WS-ACC-NO ' ' WS-LAST-ACT ' ' WS-AMT-ED       03990000
                     ' LETTER ' ES-LETTER-DATE ' AWAITING REPLY TO '    04000000
                     ES-DUE-DATE                                        04010000
                     DELIMITED BY SIZE INTO RPT-RECORD                  04020000
                   WRITE RPT-RECORD                                     04030000
                 ELSE IF WS-OLD-BAL < 0                                 04040000
                   ADD 1 TO WS-EXC-COUNT                                04050000
                   MOVE SPACES TO RPT-RECORD                            04060000
                   STRING WS-ACC-NO ' ' WS-LAST-ACT ' ' WS-AMT-ED       04070000
                     ' *** OVERDRAWN - CANNOT ESCHEAT ***'              04080000
                     DELIMITED BY SIZE INTO RPT-RECORD                  04090000
                   WRITE RPT-RECORD                                     04100000
                 ELSE                                                   04110000
                   MOVE 'N' TO WS-ADDR-SW                               04120000
                   MOVE SPACES TO DCM-CUST-NAME-TEXT                    04130000
                   MOVE SPACES TO DCM-ADDR-LINE1                        04140000
                   MOVE SPACES TO DCM-ADDR-LINE2                        04150000
                   MOVE SPACES TO DCM-CITY                              04160000
                   MOVE SPACES TO DCM-STATE                             04170000
                   MOVE SPACES TO DCM-ZIP                               04180000
                   IF WS-CUST-ID NOT = SPACES                           04190000
                     EXEC SQL                                           04200000
                     SELECT CUST_NAME,ADDR_LINE1,ADDR_LINE2,CITY,       04210000
                            STATE,ZIP                                   04220000
                     INTO :DCM-CUST-NAME,:DCM-ADDR-LINE1,               04230000
                          :DCM-ADDR-LINE2,:DCM-CITY,:DCM-STATE,         04240000
                          :DCM-ZIP                                      04250000
                     FROM CUST_MASTER WHERE CUST_ID = :WS-CUST-ID       04260000
                     END-EXEC                                           04270000
                     IF SQLCODE = 0                                     04280000
                       SET WS-ADDR-FOUND TO TRUE                        04290000
                     END-IF                                             04300000
                   END-IF                                               04310000
                   MOVE 0 TO WS-NEW-BAL                                 04320000
                   MOVE WS-NEW-BAL TO DCL-ACC-BAL                       04330000
                   EXEC SQL                                             04340000
                   UPDATE ACC_DETAILS                                   04350000
                   SET ACC_BAL = :DCL-ACC-BAL, ACC_STATUS = 'I'         04360000
                   WHERE ACC_NO = :WS-ACC-NO                            04370000
                   AND ACC_BAL = :WS-OLD-BAL AND ACC_STATUS = 'D'       04380000
                   END-EXEC                                             04390000
                   IF SQLCODE = 0 AND SQLERRD(3) = 1                    04400000
                     EXEC SQL COMMIT END-EXEC                           04410000
                     MOVE WS-OLD-BAL TO WS-OLD-BAL-ED                   04420000
                     MOVE WS-NEW-BAL TO WS-NEW-BAL-ED                   04430000
                     IF WS-OLD-BAL > 0                                  04440000
                       MOVE SPACES TO TXN-LOG-RECORD                    04450000
                       MOVE WS-ACC-NO TO TL-ACC-NO                      04460000
                       MOVE WS-RUN-DATE TO TL-DATE                      04470000
                       MOVE 0 TO TL-SEQ                                 04480000
                       MOVE 'W' TO TL-TXN-TYPE                          04490000
                       MOVE WS-OLD-BAL TO TL-AMOUNT                     04500000
                       MOVE WS-NEW-BAL-ED TO TL-RUN-BAL                 04510000
                       MOVE ES-LETTER-DATE TO TL-REF-DATE               04520000
                       MOVE 'E' TO TL-REF-TYPE                          04530000
                       MOVE 'N' TO WS-TL-DONE-SW                        04540000
                       PERFORM UNTIL WS-TL-DONE                         04550000
                         WRITE TXN-LOG-RECORD                           04560000
                         IF WS-TXN-STATUS = '22'                        04570000
                           ADD 1 TO TL-SEQ                              04580000
                         ELSE                                           04590000
                           MOVE 'Y' TO WS-TL-DONE-SW                    04600000
                         END-IF                                         04610000
                       END-PERFORM                                      04620000
                       CALL 'HACK2HST' USING WS-ACC-NO,                 04630000
                         WS-RUN-DATE, 'W',                              04640000
                         WS-OLD-BAL-ED, WS-NEW-BAL-ED                   04650000
                       MOVE SPACES TO REM-RECORD                        04660000
                       MOVE '2' TO RC-REC-TYPE                          04670000
                       MOVE WS-ACC-NO TO RC-ACC-NO                      04680000
                       MOVE WS-CUST-ID TO RC-CUST-ID                    04690000
                       MOVE DCM-CUST-NAME-TEXT TO RC-CUST-NAME          04700000
                       MOVE DCM-ADDR-LINE1 TO RC-ADDR-LINE1             04710000
                       MOVE DCM-ADDR-LINE2 TO RC-ADDR-LINE2             04720000
                       MOVE DCM-CITY TO RC-CITY                         04730000
                       MOVE DCM-STATE TO RC-STATE                       04740000
                       MOVE DCM-ZIP TO RC-ZIP                           04750000
                       MOVE WS-OLD-BAL TO RC-AMOUNT                     04760000
                       MOVE WS-LAST-ACT TO RC-LAST-ACT                  04770000
                       MOVE ES-LETTER-DATE TO RC-LETTER-DATE            04780000
                       MOVE WS-RUN-DATE TO RC-REMIT-DATE                04790000
                       WRITE REM-RECORD                                 04800000
                       ADD 1 TO WS-REM-COUNT                            04810000
                       ADD WS-OLD-BAL TO WS-REM-HASH                    04820000
                     END-IF                                             04830000
                     MOVE 'R' TO ES-STATUS                              04840000
                     MOVE WS-RUN-DATE TO ES-CLOSE-DATE                  04850000
                     MOVE WS-OLD-BAL TO ES-REMIT-AMT                    04860000
                     REWRITE ESC-RECORD                                 04870000
                     MOVE SPACES TO WS-AUD-BEFORE                       04880000
                     MOVE SPACES TO WS-AUD-AFTER                        04890000
                     STRING 'BAL=' WS-OLD-BAL-ED ' STATUS=D LETTER '    04900000
                       ES-LETTER-DATE                                   04910000
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE             04920000
                     STRING 'BAL=' WS-NEW-BAL-ED ' STATUS=I ESCHEATED'  04930000
                       DELIMITED BY SIZE INTO WS-AUD-AFTER              04940000
                     CALL 'HACK2AUD' USING 'G', WS-USER-ID,             04950000
                       WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER           04960000
                     MOVE SPACES TO RPT-RECORD                          04970000
                     IF WS-ADDR-FOUND                                   04980000
                       STRING WS-ACC-NO ' ' WS-LAST-ACT ' ' WS-AMT-ED   04990000
                         ' ESCHEATED AND CLOSED'                        05000000
                         DELIMITED BY SIZE INTO RPT-RECORD              05010000
                     ELSE                                               05020000
                       STRING WS-ACC-NO ' ' WS-LAST-ACT ' ' WS-AMT-ED   05030000
                         ' ESCHEATED AND CLOSED - OWNER ADDRESS UNKNOWN'05040000
                         DELIMITED BY SIZE INTO RPT-RECORD              05050000
                     END-IF                                             05060000
                     WRITE RPT-RECORD                                   05070000
                   ELSE                                                 05080000
                     EXEC SQL ROLLBACK END-EXEC                         05090000
                     ADD 1 TO WS-EXC-COUNT                              05100000
                     MOVE SPACES TO RPT-RECORD                          05110000
                     STRING WS-ACC-NO ' ' WS-LAST-ACT ' ' WS-AMT-ED     05120000
                       ' *** ESCHEAT FAILED - ACCOUNT CHANGED ***'      05130000
                       DELIMITED BY SIZE INTO RPT-RECORD                05140000
                     WRITE RPT-RECORD                                   05150000
                   END-IF                                               05160000
                 END-IF                                                 05170000
                 END-IF                                                 05180000
                 END-IF                                                 05190000
               ELSE IF WS-LAST-ACT = SPACES                             05200000
                 ADD 1 TO WS-SKIP-COUNT                                 05210000
               ELSE IF WS-LAST-ACT NOT < WS-CUTOFF-X                    05220000
                 CONTINUE                                               05230000
               ELSE                                                     05240000
                 MOVE 'N' TO WS-ADDR-SW                                 05250000
                 IF WS-CUST-ID NOT = SPACES                             05260000
                   EXEC SQL                                             05270000
                   SELECT CUST_NAME,ADDR_LINE1,ADDR_LINE2,CITY,STATE,   05280000
                          ZIP                                           05290000
                   INTO :DCM-CUST-NAME,:DCM-ADDR-LINE1,                 05300000
                        :DCM-ADDR-LINE2,:DCM-CITY,:DCM-STATE,:DCM-ZIP   05310000
                   FROM CUST_MASTER WHERE CUST_ID = :WS-CUST-ID         05320000
                   END-EXEC                                             05330000
                   IF SQLCODE = 0                                       05340000
                     SET WS-ADDR-FOUND TO TRUE                          05350000
                   ELSE IF SQLCODE NOT = 100                            05360000
                     MOVE SQLCODE TO WS-OPS-SQL                         05370000
                   END-IF                                               05380000
                   END-IF                                               05390000
                 END-IF                                                 05400000
                 IF NOT WS-ADDR-FOUND                                   05410000
                   ADD 1 TO WS-EXC-COUNT                                05420000
                   MOVE SPACES TO RPT-RECORD                            05430000
                   STRING WS-ACC-NO ' ' WS-LAST-ACT ' ' WS-AMT-ED       05440000
                     ' *** NO OWNER ADDRESS - LETTER NOT SENT ***'      05450000
                     DELIMITED BY SIZE INTO RPT-RECORD                  05460000
                   WRITE RPT-RECORD                                     05470000
                 ELSE                                                   05480000
                   MOVE SPACES TO LTR-RECORD                            05490000
                   MOVE '2' TO LC-REC-TYPE                              05500000
                   MOVE WS-ACC-NO TO LC-ACC-NO                          05510000
                   MOVE WS-CUST-ID TO LC-CUST-ID                        05520000
                   MOVE DCM-CUST-NAME-TEXT TO LC-CUST-NAME              05530000
                   MOVE DCM-ADDR-LINE1 TO LC-ADDR-LINE1                 05540000
                   MOVE DCM-ADDR-LINE2 TO LC-ADDR-LINE2                 05550000
                   MOVE DCM-CITY TO LC-CITY                             05560000
                   MOVE DCM-STATE TO LC-STATE                           05570000
                   MOVE DCM-ZIP TO LC-ZIP                               05580000
                   IF WS-OLD-BAL > 0                                    05590000
                     MOVE WS-OLD-BAL TO LC-BALANCE                      05600000
                     ADD WS-OLD-BAL TO WS-LTR-HASH                      05610000
                   ELSE                                                 05620000
                     MOVE 0 TO LC-BALANCE                               05630000
                   END-IF                                               05640000
                   MOVE WS-LAST-ACT TO LC-LAST-ACT                      05650000
                   MOVE WS-DUE-X TO LC-DUE-DATE                         05660000
                   WRITE LTR-RECORD                                     05670000
                   ADD 1 TO WS-LTR-COUNT                                05680000
                   MOVE SPACES TO ESC-RECORD                            05690000
                   MOVE WS-ACC-NO TO ES-ACC-NO                          05700000
                   MOVE 'L' TO ES-STATUS                                05710000
                   MOVE WS-LAST-ACT TO ES-LAST-ACT                      05720000
                   MOVE WS-RUN-DATE TO ES-LETTER-DATE                   05730000
                   MOVE WS-DUE-X TO ES-DUE-DATE                         05740000
                   MOVE LC-BALANCE TO ES-LETTER-BAL                     05750000
                   MOVE 0 TO ES-REMIT-AMT                               05760000
                   IF WS-ESC-FOUND                                      05770000
                     REWRITE ESC-RECORD                                 05780000
                   ELSE                                                 05790000
                     WRITE ESC-RECORD                                   05800000
                   END-IF                                               05810000
                   MOVE SPACES TO WS-AUD-BEFORE                         05820000
                   MOVE SPACES TO WS-AUD-AFTER                          05830000
                   STRING 'STATUS=D LAST ACTIVITY=' WS-LAST-ACT         05840000
                     DELIMITED BY SIZE INTO WS-AUD-BEFORE               05850000
                   STRING 'ESCHEAT=LETTER ' WS-RUN-DATE                 05860000
                     ' REPLY BY ' WS-DUE-X                              05870000
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                05880000
                   CALL 'HACK2AUD' USING 'G', WS-USER-ID,               05890000
                     WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER             05900000
                   MOVE SPACES TO RPT-RECORD                            05910000
                   STRING WS-ACC-NO ' ' WS-LAST-ACT ' ' WS-AMT-ED       05920000
                     ' PRE-ESCHEAT LETTER - REPLY BY ' WS-DUE-X         05930000
                     DELIMITED BY SIZE INTO RPT-RECORD                  05940000
                   WRITE RPT-RECORD                                     05950000
                 END-IF                                                 05960000
               END-IF                                                   05970000
               END-IF                                                   05980000
               END-IF                                                   05990000
               END-IF                                                   06000000
             END-IF                                                     06010000
           END-PERFORM.                                                 06020000
           EXEC SQL CLOSE C-ESC-ACCTS END-EXEC.                         06030000
           CLOSE ESC-FILE.                                              06040000
           CLOSE TXN-LOG-FILE.                                          06050000
           MOVE SPACES TO LTR-TRL-RECORD.                               06060000
           MOVE '9' TO LT-REC-TYPE.                                     06070000
           MOVE WS-LTR-COUNT TO LT-REC-COUNT.                           06080000
           MOVE WS-LTR-HASH TO LT-HASH.                                 06090000
           WRITE LTR-TRL-RECORD.                                        06100000
           CLOSE LTR-FILE.                                              06110000
           MOVE SPACES TO REM-TRL-RECORD.                               06120000
           MOVE '9' TO RT-REC-TYPE.                                     06130000
           MOVE WS-REM-COUNT TO RT-REC-COUNT.                           06140000
           MOVE WS-REM-HASH TO RT-HASH.                                 06150000
           WRITE REM-TRL-RECORD.                                        06160000
           CLOSE REM-FILE.                                              06170000
           MOVE SPACES TO RPT-RECORD.                                   06180000
           WRITE RPT-RECORD.                                            06190000
           MOVE SPACES TO RPT-RECORD.                                   06200000
           STRING 'DORMANT ACCOUNTS REVIEWED: ' WS-SCAN-COUNT           06210000
             '  LETTERS: ' WS-LTR-COUNT                                 06220000
             '  AWAITING REPLY: ' WS-WAIT-COUNT                         06230000
             '  STOPPED: ' WS-STOP-COUNT                                06240000
             DELIMITED BY SIZE INTO RPT-RECORD.                         06250000
           WRITE RPT-RECORD.                                            06260000
           MOVE WS-REM-HASH TO WS-TOT-ED.                               06270000
           MOVE SPACES TO RPT-RECORD.                                   06280000
           STRING 'REMITTED TO STATE: ' WS-REM-COUNT                    06290000
             '  AMOUNT: ' WS-TOT-ED                                     06300000
             '  EXCEPTIONS: ' WS-EXC-COUNT                              06310000
             '  SKIPPED: ' WS-SKIP-COUNT                                06320000
             DELIMITED BY SIZE INTO RPT-RECORD.                         06330000
           WRITE RPT-RECORD.                                            06340000
           CLOSE RPT-FILE.                                              06350000
           DISPLAY 'PRE-ESCHEAT LETTERS WRITTEN:' WS-LTR-COUNT.         06360000
           DISPLAY 'ACCOUNTS ESCHEATED         :' WS-REM-COUNT.         06370000
           MOVE WS-SCAN-COUNT TO WS-OPS-READ.                           06380000
           COMPUTE WS-OPS-WRITE = WS-LTR-COUNT + WS-REM-COUNT.          06390000
           MOVE WS-EXC-COUNT TO WS-OPS-REJ.                             06400000
           IF WS-EXC-COUNT > 0 AND WS-OPS-FLAG = 'N'                    06410000
             MOVE 'E' TO WS-OPS-FLAG                                    06420000
           END-IF.                                                      06430000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              06440000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     06450000
             WS-OPS-SQL, WS-OPS-FLAG.                                   06460000
           GOBACK.                                                      06470000
