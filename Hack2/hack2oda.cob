       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2ODA.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT AGE-FILE ASSIGN TO ODAGE                              00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY OA-ACC-NO                                         00090000
           FILE STATUS IS WS-AGE-STATUS.                                00100000
           SELECT ODC-FILE ASSIGN TO ODACTL                             00110000
           ORGANIZATION LINE SEQUENTIAL                                 00120000
           FILE STATUS IS WS-ODC-STATUS.                                00130000
           SELECT HIST-FILE ASSIGN TO BALHIST                           00140000
           ORGANIZATION INDEXED                                         00150000
           ACCESS MODE DYNAMIC                                          00160000
           RECORD KEY HST-KEY                                           00170000
           FILE STATUS IS WS-HST-STATUS.                                00180000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00190000
           ORGANIZATION INDEXED                                         00200000
           ACCESS MODE DYNAMIC                                          00210000
           RECORD KEY TL-KEY                                            00220000
           FILE STATUS IS WS-TXN-STATUS.                                00230000
           SELECT NTC-FILE ASSIGN TO COLLNTC                            00240000
           ORGANIZATION LINE SEQUENTIAL.                                00250000
           SELECT RPT-FILE ASSIGN TO ODARPT                             00260000
           ORGANIZATION LINE SEQUENTIAL.                                00270000
       DATA DIVISION.                                                   00280000
       FILE SECTION.                                                    00290000
       FD  AGE-FILE.                                                    00300000
       01  AGE-RECORD.                                                  00310000
           05 OA-ACC-NO           PIC X(10).                            00320000
           05 OA-SINCE-DATE       PIC X(8).                             00330000
           05 OA-LAST-SEEN        PIC X(8).                             00340000
           05 OA-NOTICE-LVL       PIC 9(3).                             00350000
       FD  ODC-FILE.                                                    00360000
       01  ODC-RECORD.                                                  00370000
           05 ODC-CHGOFF-DAYS     PIC 9(3).                             00380000
       FD  HIST-FILE.                                                   00390000
       01  HIST-RECORD.                                                 00400000
           05 HST-KEY.                                                  00410000
              10 HST-ACC-NO        PIC X(10).                           00420000
              10 HST-EFF-DATE      PIC X(8).                            00430000
              10 HST-SEQ           PIC 9(4).                            00440000
           05 HST-SOURCE           PIC X(1).                            00450000
           05 HST-OLD-BAL          PIC 9(7).99.                         00460000
           05 HST-NEW-BAL          PIC 9(7).99.                         00470000
       FD  TXN-LOG-FILE.                                                00480000
       01  TXN-LOG-RECORD.                                              00490000
           05 TL-KEY.                                                   00500000
              10 TL-ACC-NO        PIC X(10).                            00510000
              10 TL-DATE          PIC X(8).                             00520000
              10 TL-SEQ           PIC 9(4).                             00530000
           05 TL-TXN-TYPE         PIC X(1).                             00540000
           05 TL-AMOUNT           PIC 9(7).99.                          00550000
           05 TL-RUN-BAL          PIC 9(7).99.                          00560000
           05 TL-REF-DATE         PIC X(8).                             00570000
           05 TL-REF-TYPE         PIC X(1).                             00580000
       FD  NTC-FILE.                                                    00590000
       01  NTC-HDR-RECORD.                                              00600000
           05 NH-REC-TYPE            PIC X(1).                          00610000
           05 NH-FEED-ID             PIC X(8).                          00620000
           05 NH-RUN-DATE            PIC X(8).                          00630000
       01  NTC-TRL-RECORD.                                              00640000
           05 NT-REC-TYPE            PIC X(1).                          00650000
           05 NT-REC-COUNT           PIC 9(9).                          00660000
           05 NT-HASH                PIC 9(11)V99.                      00670000
       01  NTC-RECORD.                                                  00680000
           05 NC-REC-TYPE            PIC X(1).                          00690000
           05 NC-NOTICE-TYPE         PIC X(2).                          00700000
           05 NC-ACC-NO              PIC X(10).                         00710000
           05 NC-CUST-ID             PIC X(10).                         00720000
           05 NC-CUST-NAME           PIC X(30).                         00730000
           05 NC-ADDR-LINE1          PIC X(30).                         00740000
           05 NC-ADDR-LINE2          PIC X(30).                         00750000
           05 NC-CITY                PIC X(20).                         00760000
           05 NC-STATE               PIC X(2).                          00770000
           05 NC-ZIP                 PIC X(9).                          00780000
           05 NC-OVERDRAWN           PIC 9(7)V99.                       00790000
           05 NC-OD-LIMIT            PIC 9(7)V99.                       00800000
           05 NC-SINCE-DATE          PIC X(8).                          00810000
           05 NC-DAYS                PIC 9(5).                          00820000
       FD  RPT-FILE.                                                    00830000
       01  RPT-RECORD              PIC X(132).                          00840000
       WORKING-STORAGE SECTION.                                         00850000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00860000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00870000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           00880000
       01 WS-RUN-DATE             PIC X(8).                             00890000
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE                           00900000
                                  PIC 9(8).                             00910000
       01 WS-SINCE-DATE           PIC X(8).                             00920000
       01 WS-SINCE-DATE-N REDEFINES WS-SINCE-DATE                       00930000
                                  PIC 9(8).                             00940000
       01 WS-AGE-STATUS           PIC X(2) VALUE SPACES.                00950000
       01 WS-ODC-STATUS           PIC X(2) VALUE SPACES.                00960000
       01 WS-HST-STATUS           PIC X(2) VALUE SPACES.                00970000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                00980000
       01 WS-EOF-SW               PIC X(1) VALUE 'N'.                   00990000
           88 WS-EOF                      VALUE 'Y'.                    01000000
       01 WS-AGE-EOF-SW           PIC X(1) VALUE 'N'.                   01010000
           88 WS-AGE-EOF                  VALUE 'Y'.                    01020000
       01 WS-HST-EOF-SW           PIC X(1) VALUE 'N'.                   01030000
           88 WS-HST-EOF                  VALUE 'Y'.                    01040000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   01050000
           88 WS-TL-DONE                  VALUE 'Y'.                    01060000
       01 WS-NEW-AGE-SW           PIC X(1) VALUE 'N'.                   01070000
           88 WS-NEW-AGE                  VALUE 'Y'.                    01080000
       01 WS-ADDR-SW              PIC X(1) VALUE 'N'.                   01090000
           88 WS-ADDR-FOUND               VALUE 'Y'.                    01100000
       01 WS-CHGOFF-SW            PIC X(1) VALUE 'N'.                   01110000
           88 WS-CHGOFF-ACTIVE            VALUE 'Y'.                    01120000
       01 WS-CHGOFF-DAYS          PIC 9(3) VALUE 0.                     01130000
       01 WS-USER-ID              PIC X(8) VALUE 'HACK2ODA'.            01140000
       01 WS-ACC-NO               PIC X(10).                            01150000
       01 WS-DAYS                 PIC 9(5) VALUE 0.                     01160000
       01 WS-BUCKET               PIC 9(3) VALUE 0.                     01170000
       01 WS-NOTICE-TYPE          PIC X(2).                             01180000
       01 WS-OLD-BAL              PIC S9(7)V99 COMP-3.                  01190000
       01 WS-OLD-BAL-ED           PIC 9(7).99.                          01200000
       01 WS-OLD-BAL-SGN          PIC -(7)9.99.                         01210000
       01 WS-NEW-BAL              PIC S9(7)V99 COMP-3.                  01220000
       01 WS-NEW-BAL-ED           PIC 9(7).99.                          01230000
       01 WS-OVERDRAWN            PIC S9(7)V99 COMP-3.                  01240000
       01 WS-OVERDRAWN-ED         PIC 9(7).99.                          01250000
       01 WS-OD-LIMIT             PIC S9(7)V99 COMP-3.                  01260000
       01 WS-AUD-BEFORE           PIC X(60) VALUE SPACES.               01270000
       01 WS-AUD-AFTER            PIC X(60) VALUE SPACES.               01280000
       01 WS-LIMIT-FLAG           PIC X(11).                            01290000
       01 WS-ODR-COUNT            PIC 9(9) VALUE 0.                     01300000
       01 WS-B00-COUNT            PIC 9(9) VALUE 0.                     01310000
       01 WS-B30-COUNT            PIC 9(9) VALUE 0.                     01320000
       01 WS-B60-COUNT            PIC 9(9) VALUE 0.                     01330000
       01 WS-B90-COUNT            PIC 9(9) VALUE 0.                     01340000
       01 WS-NTC-COUNT            PIC 9(9) VALUE 0.                     01350000
       01 WS-NOADDR-COUNT         PIC 9(9) VALUE 0.                     01360000
       01 WS-CHG-COUNT            PIC 9(9) VALUE 0.                     01370000
       01 WS-FAIL-COUNT           PIC 9(9) VALUE 0.                     01380000
       01 WS-CURED-COUNT          PIC 9(9) VALUE 0.                     01390000
       01 WS-NTC-HASH             PIC S9(11)V99 COMP-3 VALUE 0.         01400000
       01 WS-ODR-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.         01410000
       01 WS-CHG-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.         01420000
       01 WS-TOT-ED               PIC -(10)9.99.                        01430000
       01 WS-BUS-DATE             PIC X(8).                             01440000
       01 WS-BDT-FLAG             PIC X(1).                             01450000
       01 WS-OVERRIDE             PIC X(1).                             01460000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2ODA'.            01470000
       01 WS-OPS-START            PIC X(16).                            01480000
       01 WS-OPS-DATE             PIC X(8).                             01490000
       01 WS-OPS-TIME             PIC X(8).                             01500000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     01510000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     01520000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     01530000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       01540000
                                  VALUE ZERO.                           01550000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   01560000
       PROCEDURE DIVISION.                                              01570000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       01580000
           ACCEPT WS-OPS-TIME FROM TIME.                                01590000
           MOVE SPACES TO WS-OPS-START.                                 01600000
           STRING WS-OPS-DATE WS-OPS-TIME                               01610000
             DELIMITED BY SIZE INTO WS-OPS-START.                       01620000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              01630000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       01640000
           IF WS-BDT-FLAG = 'N'                                         01650000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             01660000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  01670000
             ACCEPT WS-OVERRIDE                                         01680000
             IF WS-OVERRIDE NOT = 'Y'                                   01690000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               01700000
               GOBACK                                                   01710000
             END-IF                                                     01720000
           END-IF.                                                      01730000
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             01740000
           IF WS-RUN-DATE NOT NUMERIC                                   01750000
             DISPLAY 'INVALID RUN DATE - RUN ABANDONED'                 01760000
             MOVE 'A' TO WS-OPS-FLAG                                    01770000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            01780000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   01790000
               WS-OPS-SQL, WS-OPS-FLAG                                  01800000
             GOBACK                                                     01810000
           END-IF.                                                      01820000
           OPEN INPUT ODC-FILE.                                         01830000
           IF WS-ODC-STATUS = '00'                                      01840000
             READ ODC-FILE                                              01850000
               AT END CONTINUE                                          01860000
               NOT AT END                                               01870000
                 IF ODC-CHGOFF-DAYS NUMERIC                             01880000
                    AND ODC-CHGOFF-DAYS > 0                             01890000
                   MOVE ODC-CHGOFF-DAYS TO WS-CHGOFF-DAYS               01900000
                   SET WS-CHGOFF-ACTIVE TO TRUE                         01910000
                 END-IF                                                 01920000
             END-READ                                                   01930000
             CLOSE ODC-FILE                                             01940000
           END-IF.                                                      01950000
           IF NOT WS-CHGOFF-ACTIVE                                      01960000
             DISPLAY 'WARNING: NO CHARGE-OFF AGE ON FILE - '            01970000
               'AGING AND NOTICES ONLY'                                 01980000
           END-IF.                                                      01990000
           OPEN I-O AGE-FILE.                                           02000000
           IF WS-AGE-STATUS = '35'                                      02010000
             OPEN OUTPUT AGE-FILE                                       02020000
             CLOSE AGE-FILE                                             02030000
             OPEN I-O AGE-FILE                                          02040000
           END-IF.                                                      02050000
           IF WS-AGE-STATUS NOT = '00'                                  02060000
             DISPLAY 'CANNOT OPEN OVERDRAFT AGING FILE:'                02070000
               WS-AGE-STATUS                                            02080000
             MOVE 'A' TO WS-OPS-FLAG                                    02090000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            02100000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   02110000
               WS-OPS-SQL, WS-OPS-FLAG                                  02120000
             GOBACK                                                     02130000
           END-IF.                                                      02140000
           OPEN OUTPUT NTC-FILE.                                        02150000
           MOVE SPACES TO NTC-HDR-RECORD.                               02160000
           MOVE '1' TO NH-REC-TYPE.                                     02170000
           MOVE 'COLLNTC' TO NH-FEED-ID.                                02180000
           MOVE WS-RUN-DATE TO NH-RUN-DATE.                             02190000
           WRITE NTC-HDR-RECORD.                                        02200000
           OPEN OUTPUT RPT-FILE.                                        02210000
           MOVE SPACES TO RPT-RECORD.                                   02220000
           STRING 'OVERDRAFT AGING AND COLLECTIONS REPORT ' WS-RUN-DATE 02230000
             DELIMITED BY SIZE INTO RPT-RECORD.                         02240000
           WRITE RPT-RECORD.                                            02250000
           MOVE SPACES TO RPT-RECORD.                                   02260000
           STRING 'ACC-NO     OVERDRAWN   SINCE    DAYS  BKT '          02270000
             'ACTION'                                                   02280000
             DELIMITED BY SIZE INTO RPT-RECORD.                         02290000
           WRITE RPT-RECORD.                                            02300000
           EXEC SQL                                                     02310000
           DECLARE C-ODA-ACCTS CURSOR WITH HOLD FOR                     02320000
           SELECT ACC_NO,ACC_BAL,ACC_OD_LIMIT,CUST_ID                   02330000
           FROM ACC_DETAILS WHERE ACC_BAL < 0                           02340000
           ORDER BY ACC_NO                                              02350000
           END-EXEC.                                                    02360000
           EXEC SQL OPEN C-ODA-ACCTS END-EXEC.                          02370000
           IF SQLCODE NOT = 0                                           02380000
             DISPLAY 'SQLERROR ON OPEN:' SQLCODE                        02390000
             MOVE SQLCODE TO WS-OPS-SQL                                 02400000
             MOVE 'A' TO WS-OPS-FLAG                                    02410000
             SET WS-EOF TO TRUE                                         02420000
           END-IF.                                                      02430000
           PERFORM UNTIL WS-EOF                                         02440000
             EXEC SQL                                                   02450000
             FETCH C-ODA-ACCTS                                          02460000
             INTO :DCL-ACC-NO,:DCL-ACC-BAL,:DCL-ACC-OD-LIMIT,           02470000
                  :DCL-CUST-ID                                          02480000
             END-EXEC                                                   02490000
             IF SQLCODE = 100                                           02500000
               SET WS-EOF TO TRUE                                       02510000
             ELSE IF SQLCODE NOT = 0                                    02520000
               DISPLAY 'SQLERROR ON FETCH:' SQLCODE                     02530000
               MOVE SQLCODE TO WS-OPS-SQL                               02540000
               MOVE 'A' TO WS-OPS-FLAG                                  02550000
               SET WS-EOF TO TRUE                                       02560000
             ELSE                                                       02570000
               ADD 1 TO WS-ODR-COUNT                                    02580000
               MOVE DCL-ACC-NO TO WS-ACC-NO                             02590000
               MOVE DCL-ACC-BAL TO WS-OLD-BAL                           02600000
               MOVE DCL-ACC-OD-LIMIT TO WS-OD-LIMIT                     02610000
               COMPUTE WS-OVERDRAWN = 0 - WS-OLD-BAL                    02620000
               MOVE WS-OVERDRAWN TO WS-OVERDRAWN-ED                     02630000
               ADD WS-OVERDRAWN TO WS-ODR-TOTAL                         02640000
               MOVE 'N' TO WS-NEW-AGE-SW                                02650000
               MOVE WS-ACC-NO TO OA-ACC-NO                              02660000
               READ AGE-FILE                                            02670000
               IF WS-AGE-STATUS = '23'                                  02680000
                 SET WS-NEW-AGE TO TRUE                                 02690000
                 MOVE WS-RUN-DATE TO WS-SINCE-DATE                      02700000
                 MOVE 'N' TO WS-HST-EOF-SW                              02710000
                 OPEN INPUT HIST-FILE                                   02720000
                 IF WS-HST-STATUS NOT = '00'                            02730000
                   SET WS-HST-EOF TO TRUE                               02740000
                 ELSE                                                   02750000
                   MOVE SPACES TO HIST-RECORD                           02760000
                   MOVE WS-ACC-NO TO HST-ACC-NO                         02770000
                   MOVE LOW-VALUES TO HST-EFF-DATE                      02780000
                   MOVE 0 TO HST-SEQ                                    02790000
                   START HIST-FILE KEY NOT LESS THAN HST-KEY            02800000
                   IF WS-HST-STATUS NOT = '00'                          02810000
                     SET WS-HST-EOF TO TRUE                             02820000
                   END-IF                                               02830000
                 END-IF                                                 02840000
                 PERFORM UNTIL WS-HST-EOF                               02850000
                   READ HIST-FILE NEXT RECORD                           02860000
                     AT END SET WS-HST-EOF TO TRUE                      02870000
                     NOT AT END                                         02880000
                       IF HST-ACC-NO NOT = WS-ACC-NO                    02890000
                          OR HST-EFF-DATE > WS-RUN-DATE                 02900000
                         SET WS-HST-EOF TO TRUE                         02910000
                       ELSE                                             02920000
                         IF HST-SOURCE = 'W' OR HST-SOURCE = 'F'        02930000
                           MOVE HST-EFF-DATE TO WS-SINCE-DATE           02940000
                         END-IF                                         02950000
                       END-IF                                           02960000
                   END-READ                                             02970000
                 END-PERFORM                                            02980000
                 IF WS-HST-STATUS NOT = '35'                            02990000
                   CLOSE HIST-FILE                                      03000000
                 END-IF                                                 03010000
                 MOVE SPACES TO AGE-RECORD                              03020000
                 MOVE WS-ACC-NO TO OA-ACC-NO                            03030000
                 MOVE WS-SINCE-DATE TO OA-SINCE-DATE                    03040000
                 MOVE WS-RUN-DATE TO OA-LAST-SEEN                       03050000
                 MOVE 0 TO OA-NOTICE-LVL                                03060000
               ELSE                                                     03070000
                 MOVE OA-SINCE-DATE TO WS-SINCE-DATE                    03080000
                 MOVE WS-RUN-DATE TO OA-LAST-SEEN                       03090000
               END-IF                                                   03100000
               IF WS-SINCE-DATE NOT NUMERIC                             03110000
                  OR WS-SINCE-DATE > WS-RUN-DATE                        03120000
                 MOVE WS-RUN-DATE TO WS-SINCE-DATE                      03130000
                 MOVE WS-SINCE-DATE TO OA-SINCE-DATE                    03140000
               END-IF                                                   03150000
               COMPUTE WS-DAYS =                                        03160000
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)                03170000
                 - FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE-N)            03180000
               IF WS-DAYS NOT < 90                                      03190000
                 MOVE 90 TO WS-BUCKET                                   03200000
                 ADD 1 TO WS-B90-COUNT                                  03210000
               ELSE IF WS-DAYS NOT < 60                                 03220000
                 MOVE 60 TO WS-BUCKET                                   03230000
                 ADD 1 TO WS-B60-COUNT                                  03240000
               ELSE IF WS-DAYS NOT < 30                                 03250000
                 MOVE 30 TO WS-BUCKET                                   03260000
                 ADD 1 TO WS-B30-COUNT                                  03270000
               ELSE                                                     03280000
                 MOVE 0 TO WS-BUCKET                                    03290000
                 ADD 1 TO WS-B00-COUNT                                  03300000
               END-IF                                                   03310000
               END-IF                                                   03320000
               END-IF                                                   03330000
               IF WS-OVERDRAWN > WS-OD-LIMIT                            03340000
                 MOVE 'OVER LIMIT ' TO WS-LIMIT-FLAG                    03350000
               ELSE                                                     03360000
                 MOVE SPACES TO WS-LIMIT-FLAG                           03370000
               END-IF                                                   03380000
               MOVE SPACES TO WS-NOTICE-TYPE                            03390000
               IF WS-CHGOFF-ACTIVE AND WS-DAYS NOT < WS-CHGOFF-DAYS     03400000
                 MOVE 'CO' TO WS-NOTICE-TYPE                            03410000
               ELSE IF WS-BUCKET > OA-NOTICE-LVL                        03420000
                 MOVE WS-BUCKET(2:2) TO WS-NOTICE-TYPE                  03430000
               END-IF                                                   03440000
               END-IF                                                   03450000
               MOVE 'N' TO WS-ADDR-SW                                   03460000
               IF WS-NOTICE-TYPE NOT = SPACES                           03470000
                  AND DCL-CUST-ID NOT = SPACES                          03480000
                 EXEC SQL                                               03490000
                 SELECT CUST_NAME,ADDR_LINE1,ADDR_LINE2,CITY,STATE,ZIP  03500000
                 INTO :DCM-CUST-NAME,:DCM-ADDR-LINE1,:DCM-ADDR-LINE2,   03510000
                      :DCM-CITY,:DCM-STATE,:DCM-ZIP                     03520000
                 FROM CUST_MASTER WHERE CUST_ID = :DCL-CUST-ID          03530000
                 END-EXEC                                               03540000
                 IF SQLCODE = 0                                         03550000
                   SET WS-ADDR-FOUND TO TRUE                            03560000
                 ELSE IF SQLCODE NOT = 100                              03570000
                   MOVE SQLCODE TO WS-OPS-SQL                           03580000
                 END-IF                                                 03590000
                 END-IF                                                 03600000
               END-IF                                                   03610000
               IF WS-NOTICE-TYPE = 'CO'                                 03620000
                 MOVE 0 TO WS-NEW-BAL                                   03630000
                 MOVE WS-NEW-BAL TO DCL-ACC-BAL                         03640000
                 EXEC SQL                                               03650000
                 UPDATE ACC_DETAILS                                     03660000
                 SET ACC_BAL = :DCL-ACC-BAL, ACC_STATUS = 'I'           03670000
                 WHERE ACC_NO = :WS-ACC-NO                              03680000
                 AND ACC_BAL = :WS-OLD-BAL                              03690000
                 END-EXEC                                               03700000
                 IF SQLCODE = 0 AND SQLERRD(3) = 1                      03710000
                   EXEC SQL COMMIT END-EXEC                             03720000
                   ADD 1 TO WS-CHG-COUNT                                03730000
                   ADD WS-OVERDRAWN TO WS-CHG-TOTAL                     03740000
                   MOVE WS-OLD-BAL TO WS-OLD-BAL-ED                     03750000
                   MOVE WS-OLD-BAL TO WS-OLD-BAL-SGN                    03760000
                   MOVE WS-NEW-BAL TO WS-NEW-BAL-ED                     03770000
                   OPEN I-O TXN-LOG-FILE                                03780000
                   IF WS-TXN-STATUS = '35'                              03790000
                     OPEN OUTPUT TXN-LOG-FILE                           03800000
                   END-IF                                               03810000
                   MOVE SPACES TO TXN-LOG-RECORD                        03820000
                   MOVE WS-ACC-NO TO TL-ACC-NO                          03830000
                   MOVE WS-RUN-DATE TO TL-DATE                          03840000
                   MOVE 0 TO TL-SEQ                                     03850000
                   MOVE 'C' TO TL-TXN-TYPE                              03860000
                   MOVE WS-OVERDRAWN TO TL-AMOUNT                       03870000
                   MOVE WS-NEW-BAL-ED TO TL-RUN-BAL                     03880000
                   MOVE 'N' TO WS-TL-DONE-SW                            03890000
                   PERFORM UNTIL WS-TL-DONE                             03900000
                     WRITE TXN-LOG-RECORD                               03910000
                     IF WS-TXN-STATUS = '22'                            03920000
                       ADD 1 TO TL-SEQ                                  03930000
                     ELSE                                               03940000
                       MOVE 'Y' TO WS-TL-DONE-SW                        03950000
                     END-IF                                             03960000
                   END-PERFORM                                          03970000
                   CLOSE TXN-LOG-FILE                                   03980000
                   CALL 'HACK2HST' USING WS-ACC-NO,                     03990000
                     WS-RUN-DATE, 'C',                                  04000000
                     WS-OLD-BAL-ED, WS-NEW-BAL-ED                       04010000
                   MOVE SPACES TO WS-AUD-BEFORE                         04020000
                   MOVE SPACES TO WS-AUD-AFTER                          04030000
                   STRING 'BAL=' WS-OLD-BAL-SGN ' SINCE='               04040000
                     WS-SINCE-DATE                                      04050000
                     DELIMITED BY SIZE INTO WS-AUD-BEFORE               04060000
                   STRING 'BAL=' WS-NEW-BAL-ED ' STATUS=I'              04070000
                     ' CHARGED OFF'                                     04080000
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                04090000
                   CALL 'HACK2AUD' USING 'K', WS-USER-ID,               04100000
                     WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER             04110000
                   DELETE AGE-FILE                                      04120000
                   MOVE SPACES TO RPT-RECORD                            04130000
                   STRING WS-ACC-NO ' ' WS-OVERDRAWN-ED ' '             04140000
                     WS-SINCE-DATE ' ' WS-DAYS ' ' WS-BUCKET ' '        04150000
                     WS-LIMIT-FLAG 'CHARGED OFF'                        04160000
                     DELIMITED BY SIZE INTO RPT-RECORD                  04170000
                   WRITE RPT-RECORD                                     04180000
                 ELSE                                                   04190000
                   EXEC SQL ROLLBACK END-EXEC                           04200000
                   ADD 1 TO WS-FAIL-COUNT                               04210000
                   MOVE SPACES TO WS-NOTICE-TYPE                        04220000
                   MOVE SPACES TO RPT-RECORD                            04230000
                   STRING WS-ACC-NO ' ' WS-OVERDRAWN-ED ' '             04240000
                     WS-SINCE-DATE ' ' WS-DAYS ' ' WS-BUCKET ' '        04250000
                     WS-LIMIT-FLAG                                      04260000
                     '*** CHARGE-OFF FAILED - ACCOUNT CHANGED ***'      04270000
                     DELIMITED BY SIZE INTO RPT-RECORD                  04280000
                   WRITE RPT-RECORD                                     04290000
                   IF WS-NEW-AGE                                        04300000
                     WRITE AGE-RECORD                                   04310000
                   ELSE                                                 04320000
                     REWRITE AGE-RECORD                                 04330000
                   END-IF                                               04340000
                 END-IF                                                 04350000
               ELSE                                                     04360000
                 MOVE SPACES TO RPT-RECORD                              04370000
                 IF WS-NOTICE-TYPE = SPACES                             04380000
                   STRING WS-ACC-NO ' ' WS-OVERDRAWN-ED ' '             04390000
                     WS-SINCE-DATE ' ' WS-DAYS ' ' WS-BUCKET ' '        04400000
                     WS-LIMIT-FLAG                                      04410000
                     DELIMITED BY SIZE INTO RPT-RECORD                  04420000
                 ELSE IF WS-ADDR-FOUND                                  04430000
                   MOVE WS-BUCKET TO OA-NOTICE-LVL                      04440000
                   STRING WS-ACC-NO ' ' WS-OVERDRAWN-ED ' '             04450000
                     WS-SINCE-DATE ' ' WS-DAYS ' ' WS-BUCKET ' '        04460000
                     WS-LIMIT-FLAG WS-NOTICE-TYPE '-DAY NOTICE'         04470000
                     DELIMITED BY SIZE INTO RPT-RECORD                  04480000
                 ELSE                                                   04490000
                   ADD 1 TO WS-NOADDR-COUNT                             04500000
                   STRING WS-ACC-NO ' ' WS-OVERDRAWN-ED ' '             04510000
                     WS-SINCE-DATE ' ' WS-DAYS ' ' WS-BUCKET ' '        04520000
                     WS-LIMIT-FLAG                                      04530000
                     '*** NO MAILING ADDRESS - NOTICE NOT SENT ***'     04540000
                     DELIMITED BY SIZE INTO RPT-RECORD                  04550000
                 END-IF                                                 04560000
                 END-IF                                                 04570000
                 WRITE RPT-RECORD                                       04580000
                 IF WS-NEW-AGE                                          04590000
                   WRITE AGE-RECORD                                     04600000
                 ELSE                                                   04610000
                   REWRITE AGE-RECORD                                   04620000
                 END-IF                                                 04630000
                 IF WS-AGE-STATUS NOT = '00'                            04640000
                   DISPLAY 'AGING FILE UPDATE FAILED:' WS-ACC-NO        04650000
                     ' STATUS ' WS-AGE-STATUS                           04660000
                   ADD 1 TO WS-FAIL-COUNT                               04670000
                 END-IF                                                 04680000
               END-IF                                                   04690000
               IF WS-NOTICE-TYPE NOT = SPACES AND WS-ADDR-FOUND         04700000
                 MOVE SPACES TO NTC-RECORD                              04710000
                 MOVE '2' TO NC-REC-TYPE                                04720000
                 MOVE WS-NOTICE-TYPE TO NC-NOTICE-TYPE                  04730000
                 MOVE WS-ACC-NO TO NC-ACC-NO                            04740000
                 MOVE DCL-CUST-ID TO NC-CUST-ID                         04750000
                 MOVE DCM-CUST-NAME-TEXT TO NC-CUST-NAME                04760000
                 MOVE DCM-ADDR-LINE1 TO NC-ADDR-LINE1                   04770000
                 MOVE DCM-ADDR-LINE2 TO NC-ADDR-LINE2                   04780000
                 MOVE DCM-CITY TO NC-CITY                               04790000
                 MOVE DCM-STATE TO NC-STATE                             04800000
                 MOVE DCM-ZIP TO NC-ZIP                                 04810000
                 MOVE WS-OVERDRAWN TO NC-OVERDRAWN                      04820000
                 MOVE WS-OD-LIMIT TO NC-OD-LIMIT                        04830000
                 MOVE WS-SINCE-DATE TO NC-SINCE-DATE                    04840000
                 MOVE WS-DAYS TO NC-DAYS                                04850000
                 WRITE NTC-RECORD                                       04860000
                 ADD 1 TO WS-NTC-COUNT                                  04870000
                 ADD WS-OVERDRAWN TO WS-NTC-HASH                        04880000
               END-IF                                                   04890000
             END-IF                                                     04900000
           END-PERFORM.                                                 04910000
           EXEC SQL CLOSE C-ODA-ACCTS END-EXEC.                         04920000
           IF WS-OPS-FLAG = 'N'                                         04930000
             MOVE LOW-VALUES TO OA-ACC-NO                               04940000
             START AGE-FILE KEY NOT LESS THAN OA-ACC-NO                 04950000
             IF WS-AGE-STATUS NOT = '00'                                04960000
               SET WS-AGE-EOF TO TRUE                                   04970000
             END-IF                                                     04980000
           ELSE                                                         04990000
             SET WS-AGE-EOF TO TRUE                                     05000000
           END-IF.                                                      05010000
           PERFORM UNTIL WS-AGE-EOF                                     05020000
             READ AGE-FILE NEXT RECORD                                  05030000
               AT END SET WS-AGE-EOF TO TRUE                            05040000
               NOT AT END                                               05050000
                 IF OA-LAST-SEEN < WS-RUN-DATE                          05060000
                   ADD 1 TO WS-CURED-COUNT                              05070000
                   MOVE SPACES TO RPT-RECORD                            05080000
                   STRING OA-ACC-NO ' OVERDRAWN SINCE '                 05090000
                     OA-SINCE-DATE ' NOW IN CREDIT - AGING CLEARED'     05100000
                     DELIMITED BY SIZE INTO RPT-RECORD                  05110000
                   WRITE RPT-RECORD                                     05120000
                   DELETE AGE-FILE                                      05130000
                 END-IF                                                 05140000
             END-READ                                                   05150000
           END-PERFORM.                                                 05160000
           CLOSE AGE-FILE.                                              05170000
           MOVE SPACES TO NTC-TRL-RECORD.                               05180000
           MOVE '9' TO NT-REC-TYPE.                                     05190000
           MOVE WS-NTC-COUNT TO NT-REC-COUNT.                           05200000
           MOVE WS-NTC-HASH TO NT-HASH.                                 05210000
           WRITE NTC-TRL-RECORD.                                        05220000
           CLOSE NTC-FILE.                                              05230000
           MOVE SPACES TO RPT-RECORD.                                   05240000
           WRITE RPT-RECORD.                                            05250000
           MOVE SPACES TO RPT-RECORD.                                   05260000
           STRING 'OVERDRAWN ACCOUNTS : ' WS-ODR-COUNT                  05270000
             '  0-29 DAYS: ' WS-B00-COUNT                               05280000
             '  30-59: ' WS-B30-COUNT                                   05290000
             '  60-89: ' WS-B60-COUNT                                   05300000
             '  90+: ' WS-B90-COUNT                                     05310000
             DELIMITED BY SIZE INTO RPT-RECORD.                         05320000
           WRITE RPT-RECORD.                                            05330000
           MOVE WS-ODR-TOTAL TO WS-TOT-ED.                              05340000
           MOVE SPACES TO RPT-RECORD.                                   05350000
           STRING 'TOTAL OVERDRAWN    : ' WS-TOT-ED                     05360000
             DELIMITED BY SIZE INTO RPT-RECORD.                         05370000
           WRITE RPT-RECORD.                                            05380000
           MOVE SPACES TO RPT-RECORD.                                   05390000
           STRING 'NOTICES WRITTEN    : ' WS-NTC-COUNT                  05400000
             '  NO ADDRESS: ' WS-NOADDR-COUNT                           05410000
             DELIMITED BY SIZE INTO RPT-RECORD.                         05420000
           WRITE RPT-RECORD.                                            05430000
           MOVE WS-CHG-TOTAL TO WS-TOT-ED.                              05440000
           MOVE SPACES TO RPT-RECORD.                                   05450000
           STRING 'CHARGED OFF        : ' WS-CHG-COUNT                  05460000
             '  AMOUNT: ' WS-TOT-ED                                     05470000
             '  FAILED: ' WS-FAIL-COUNT                                 05480000
             DELIMITED BY SIZE INTO RPT-RECORD.                         05490000
           WRITE RPT-RECORD.                                            05500000
           MOVE SPACES TO RPT-RECORD.                                   05510000
           STRING 'AGING CLEARED      : ' WS-CURED-COUNT                05520000
             DELIMITED BY SIZE INTO RPT-RECORD.                         05530000
           WRITE RPT-RECORD.                                            05540000
           CLOSE RPT-FILE.                                              05550000
           DISPLAY 'OVERDRAWN ACCOUNTS AGED:' WS-ODR-COUNT.             05560000
           DISPLAY 'COLLECTION NOTICES     :' WS-NTC-COUNT.             05570000
           DISPLAY 'ACCOUNTS CHARGED OFF   :' WS-CHG-COUNT.             05580000
           MOVE WS-ODR-COUNT TO WS-OPS-READ.                            05590000
           COMPUTE WS-OPS-WRITE = WS-NTC-COUNT + WS-CHG-COUNT.          05600000
           COMPUTE WS-OPS-REJ = WS-FAIL-COUNT + WS-NOADDR-COUNT.        05610000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              05620000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     05630000
             WS-OPS-SQL, WS-OPS-FLAG.                                   05640000
           GOBACK.                                                      05650000
