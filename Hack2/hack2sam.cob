       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2SAM.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SCT-FILE ASSIGN TO SAMCTL                             00060000
           ORGANIZATION LINE SEQUENTIAL                                 00070000
           FILE STATUS IS WS-SCT-STATUS.                                00080000
           SELECT ALERT-FILE ASSIGN TO SAMALRT                          00090000
           ORGANIZATION INDEXED                                         00100000
           ACCESS MODE DYNAMIC                                          00110000
           RECORD KEY AL-KEY                                            00120000
           FILE STATUS IS WS-ALR-STATUS.                                00130000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00140000
           ORGANIZATION INDEXED                                         00150000
           ACCESS MODE DYNAMIC                                          00160000
           RECORD KEY TL-KEY                                            00170000
           FILE STATUS IS WS-TXN-STATUS.                                00180000
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG                         00190000
           ORGANIZATION INDEXED                                         00200000
           ACCESS MODE DYNAMIC                                          00210000
           RECORD KEY AUD-KEY                                           00220000
           FILE STATUS IS WS-AUD-STATUS.                                00230000
           SELECT RPT-FILE ASSIGN TO SAMRPT                             00240000
           ORGANIZATION LINE SEQUENTIAL.                                00250000
       DATA DIVISION.                                                   00260000
       FILE SECTION.                                                    00270000
       FD  SCT-FILE.                                                    00280000
       01  SCT-RECORD.                                                  00290000
           05 SC-RULE             PIC X(2).                             00300000
           05 FILLER              PIC X(1).                             00310000
           05 SC-ACTIVE           PIC X(1).                             00320000
           05 FILLER              PIC X(1).                             00330000
           05 SC-AMOUNT           PIC 9(7)V99.                          00340000
           05 FILLER              PIC X(1).                             00350000
           05 SC-FLOOR            PIC 9(7)V99.                          00360000
           05 FILLER              PIC X(1).                             00370000
           05 SC-DAYS             PIC 9(3).                             00380000
           05 FILLER              PIC X(1).                             00390000
           05 SC-COUNT            PIC 9(3).                             00400000
           05 FILLER              PIC X(1).                             00410000
           05 SC-PCT              PIC 9(3).                             00420000
       FD  ALERT-FILE.                                                  00430000
       01  ALERT-RECORD.                                                00440000
           05 AL-KEY.                                                   00450000
              10 AL-DATE          PIC X(8).                             00460000
              10 AL-SEQ           PIC 9(4).                             00470000
           05 AL-BODY.                                                  00480000
              10 AL-RULE          PIC X(2).                             00490000
              10 AL-CUST-ID       PIC X(10).                            00500000
              10 AL-ACC-NO        PIC X(10).                            00510000
              10 AL-AMOUNT        PIC 9(9)V99.                          00520000
              10 AL-TXN-COUNT     PIC 9(3).                             00530000
              10 AL-TXN-KEY OCCURS 10 TIMES.                            00540000
                 15 AL-TXN-ACC    PIC X(10).                            00550000
                 15 AL-TXN-DATE   PIC X(8).                             00560000
                 15 AL-TXN-SEQ    PIC 9(4).                             00570000
           05 AL-STATUS           PIC X(1).                             00580000
           05 AL-DISP-USER        PIC X(8).                             00590000
           05 AL-DISP-DATE        PIC X(8).                             00600000
           05 AL-DISP-NOTE        PIC X(30).                            00610000
       FD  TXN-LOG-FILE.                                                00620000
       01  TXN-LOG-RECORD.                                              00630000
           05 TL-KEY.                                                   00640000
              10 TL-ACC-NO        PIC X(10).                            00650000
              10 TL-DATE          PIC X(8).                             00660000
              10 TL-SEQ           PIC 9(4).                             00670000
           05 TL-TXN-TYPE         PIC X(1).                             00680000
           05 TL-AMOUNT           PIC 9(7).99.                          00690000
           05 TL-RUN-BAL          PIC 9(7).99.                          00700000
           05 TL-REF-DATE         PIC X(8).                             00710000
           05 TL-REF-TYPE         PIC X(1).                             00720000
       FD  AUDIT-FILE.                                                  00730000
       01  AUDIT-RECORD.                                                00740000
           05 AUD-KEY.                                                  00750000
              10 AUD-ACC-NO       PIC X(10).                            00760000
              10 AUD-TIMESTAMP    PIC X(16).                            00770000
              10 AUD-SEQ          PIC 9(2).                             00780000
           05 AUD-USER-ID         PIC X(8).                             00790000
           05 AUD-FUNCTION        PIC X(1).                             00800000
           05 AUD-BEFORE-IMAGE    PIC X(60).                            00810000
           05 AUD-AFTER-IMAGE     PIC X(60).                            00820000
           05 AUD-CHAIN-SEQ       PIC 9(9).                             00821000
           05 AUD-CHAIN-VALUE     PIC 9(9).                             00822000
       FD  RPT-FILE.                                                    00830000
       01  RPT-RECORD             PIC X(132).                           00840000
       WORKING-STORAGE SECTION.                                         00850000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00860000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00870000
       01 WS-RUN-DATE             PIC X(8).                             00880000
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE                           00890000
                                  PIC 9(8).                             00900000
       01 WS-SCT-STATUS           PIC X(2) VALUE SPACES.                00910000
       01 WS-ALR-STATUS           PIC X(2) VALUE SPACES.                00920000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                00930000
       01 WS-AUD-STATUS           PIC X(2) VALUE SPACES.                00940000
       01 WS-EOF-SW               PIC X(1) VALUE 'N'.                   00950000
           88 WS-EOF                      VALUE 'Y'.                    00960000
       01 WS-DONE-SW              PIC X(1) VALUE 'N'.                   00970000
           88 WS-DONE                     VALUE 'Y'.                    00980000
       01 WS-OVERFLOW-SW          PIC X(1) VALUE 'N'.                   00990000
           88 WS-OVERFLOW                 VALUE 'Y'.                    01000000
       01 WS-ST-ON-SW             PIC X(1) VALUE 'N'.                   01010000
           88 WS-ST-ON                    VALUE 'Y'.                    01020000
       01 WS-RM-ON-SW             PIC X(1) VALUE 'N'.                   01030000
           88 WS-RM-ON                    VALUE 'Y'.                    01040000
       01 WS-RA-ON-SW             PIC X(1) VALUE 'N'.                   01050000
           88 WS-RA-ON                    VALUE 'Y'.                    01060000
       01 WS-ST-THRESH            PIC S9(7)V99 COMP-3 VALUE 0.          01070000
       01 WS-ST-FLOOR             PIC S9(7)V99 COMP-3 VALUE 0.          01080000
       01 WS-ST-DAYS              PIC 9(3) VALUE 0.                     01090000
       01 WS-ST-MIN-CNT           PIC 9(3) VALUE 0.                     01100000
       01 WS-RM-MIN-DEP           PIC S9(7)V99 COMP-3 VALUE 0.          01110000
       01 WS-RM-PCT               PIC 9(3) VALUE 0.                     01120000
       01 WS-RA-DAYS              PIC 9(3) VALUE 0.                     01130000
       01 WS-RA-MIN-CNT           PIC 9(3) VALUE 0.                     01140000
       01 WS-RA-MIN-AMT           PIC S9(7)V99 COMP-3 VALUE 0.          01150000
       01 WS-ST-FROM              PIC 9(8) VALUE 0.                     01160000
       01 WS-RM-FROM              PIC 9(8) VALUE 0.                     01170000
       01 WS-RA-FROM              PIC 9(8) VALUE 0.                     01180000
       01 WS-SCAN-FROM            PIC 9(8) VALUE 0.                     01190000
       01 WS-DATE-INT             PIC 9(7).                             01200000
       01 WS-WORK-DATE            PIC X(8).                             01210000
       01 WS-PREV-ACC             PIC X(10) VALUE SPACES.               01220000
       01 WS-CUR-CUST             PIC X(10) VALUE SPACES.               01230000
       01 WS-ACC-NO               PIC X(10).                            01240000
       01 WS-ACC-OK-SW            PIC X(1) VALUE 'N'.                   01250000
           88 WS-ACC-OK                   VALUE 'Y'.                    01260000
       01 WS-AMOUNT               PIC S9(7)V99 COMP-3.                  01270000
       01 WS-RM-DEP-KEY           PIC X(22) VALUE SPACES.               01280000
       01 WS-RM-DEP-AMT           PIC S9(7)V99 COMP-3 VALUE 0.          01290000
       01 WS-RM-NEED              PIC S9(9)V99 COMP-3 VALUE 0.          01300000
       01 WS-SUB                  PIC 9(3) VALUE 0.                     01310000
       01 WS-SUB2                 PIC 9(3) VALUE 0.                     01320000
       01 WS-HIT                  PIC 9(3) VALUE 0.                     01330000
       01 WS-RA-HIT               PIC 9(3) VALUE 0.                     01340000
       01 WS-SCUST-COUNT          PIC 9(3) VALUE 0.                     01350000
       01 WS-SCUST-MAX            PIC 9(3) VALUE 500.                   01360000
       01 WS-SCUST-TABLE.                                               01370000
           05 WS-SCUST-ENTRY OCCURS 500 TIMES.                          01380000
              10 WS-S-CUST        PIC X(10).                            01390000
              10 WS-S-ACC         PIC X(10).                            01400000
              10 WS-S-NEW         PIC X(1).                             01410000
              10 WS-S-CNT         PIC 9(3).                             01420000
              10 WS-S-TOT         PIC S9(9)V99 COMP-3.                  01430000
              10 WS-S-KEYS.                                             01440000
                 15 WS-S-KEY      PIC X(22) OCCURS 10 TIMES.            01450000
       01 WS-REACT-COUNT          PIC 9(3) VALUE 0.                     01460000
       01 WS-REACT-MAX            PIC 9(3) VALUE 200.                   01470000
       01 WS-REACT-TABLE.                                               01480000
           05 WS-REACT-ENTRY OCCURS 200 TIMES.                          01490000
              10 WS-R-ACC         PIC X(10).                            01500000
              10 WS-R-DATE        PIC X(8).                             01510000
              10 WS-R-CUST        PIC X(10).                            01520000
              10 WS-R-CNT         PIC 9(3).                             01530000
              10 WS-R-TOT         PIC S9(9)V99 COMP-3.                  01540000
              10 WS-R-KEYS.                                             01550000
                 15 WS-R-KEY      PIC X(22) OCCURS 10 TIMES.            01560000
       01 WS-PRIOR-COUNT          PIC 9(3) VALUE 0.                     01570000
       01 WS-PRIOR-MAX            PIC 9(3) VALUE 500.                   01580000
       01 WS-PRIOR-TABLE.                                               01590000
           05 WS-PRIOR-ENTRY OCCURS 500 TIMES.                          01600000
              10 WS-P-RULE        PIC X(2).                             01610000
              10 WS-P-CUST        PIC X(10).                            01620000
              10 WS-P-ACC         PIC X(10).                            01630000
              10 WS-P-DATE        PIC X(8).                             01640000
       01 WS-NEW-COUNT            PIC 9(3) VALUE 0.                     01650000
       01 WS-NEW-MAX              PIC 9(3) VALUE 200.                   01660000
       01 WS-NEW-TABLE.                                                 01670000
           05 WS-NEW-ENTRY OCCURS 200 TIMES.                            01680000
              10 WS-N-BODY.                                             01690000
                 15 WS-N-RULE     PIC X(2).                             01700000
                 15 WS-N-CUST     PIC X(10).                            01710000
                 15 WS-N-ACC      PIC X(10).                            01720000
                 15 WS-N-AMOUNT   PIC 9(9)V99.                          01730000
                 15 WS-N-CNT      PIC 9(3).                             01740000
                 15 WS-N-KEY      PIC X(22) OCCURS 10 TIMES.            01750000
       01 WS-DUP-SW               PIC X(1) VALUE 'N'.                   01760000
           88 WS-DUP                      VALUE 'Y'.                    01770000
       01 WS-ALERT-SEQ            PIC 9(4) VALUE 0.                     01780000
       01 WS-AMT-ED               PIC -(8)9.99.                         01790000
       01 WS-ST-ALERTS            PIC 9(5) VALUE 0.                     01800000
       01 WS-RM-ALERTS            PIC 9(5) VALUE 0.                     01810000
       01 WS-RA-ALERTS            PIC 9(5) VALUE 0.                     01820000
       01 WS-ALERT-COUNT          PIC 9(5) VALUE 0.                     01830000
       01 WS-EXC-COUNT            PIC 9(5) VALUE 0.                     01840000
       01 WS-BUS-DATE             PIC X(8).                             01850000
       01 WS-BDT-FLAG             PIC X(1).                             01860000
       01 WS-OVERRIDE             PIC X(1).                             01870000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2SAM'.            01880000
       01 WS-OPS-START            PIC X(16).                            01890000
       01 WS-OPS-DATE             PIC X(8).                             01900000
       01 WS-OPS-TIME             PIC X(8).                             01910000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     01920000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     01930000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     01940000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       01950000
                                  VALUE ZERO.                           01960000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   01970000
       PROCEDURE DIVISION.                                              01980000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       01990000
           ACCEPT WS-OPS-TIME FROM TIME.                                02000000
           MOVE SPACES TO WS-OPS-START.                                 02010000
           STRING WS-OPS-DATE WS-OPS-TIME                               02020000
             DELIMITED BY SIZE INTO WS-OPS-START.                       02030000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              02040000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       02050000
           IF WS-BDT-FLAG = 'N'                                         02060000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             02070000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  02080000
             ACCEPT WS-OVERRIDE                                         02090000
             IF WS-OVERRIDE NOT = 'Y'                                   02100000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               02110000
               GOBACK                                                   02120000
             END-IF                                                     02130000
           END-IF.                                                      02140000
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             02150000
           OPEN INPUT SCT-FILE.                                         02160000
           IF WS-SCT-STATUS = '00'                                      02170000
             PERFORM UNTIL WS-EOF                                       02180000
               READ SCT-FILE                                            02190000
                 AT END SET WS-EOF TO TRUE                              02200000
                 NOT AT END                                             02210000
                   IF SC-ACTIVE = 'Y'                                   02220000
                     IF SC-RULE = 'ST'                                  02230000
                        AND SC-AMOUNT NUMERIC AND SC-AMOUNT > 0         02240000
                        AND SC-FLOOR NUMERIC AND SC-FLOOR < SC-AMOUNT   02250000
                        AND SC-DAYS NUMERIC AND SC-DAYS > 0             02260000
                        AND SC-COUNT NUMERIC AND SC-COUNT > 1           02270000
                       SET WS-ST-ON TO TRUE                             02280000
                       MOVE SC-AMOUNT TO WS-ST-THRESH                   02290000
                       MOVE SC-FLOOR TO WS-ST-FLOOR                     02300000
                       MOVE SC-DAYS TO WS-ST-DAYS                       02310000
                       MOVE SC-COUNT TO WS-ST-MIN-CNT                   02320000
                     ELSE IF SC-RULE = 'RM'                             02330000
                        AND SC-AMOUNT NUMERIC AND SC-AMOUNT > 0         02340000
                        AND SC-PCT NUMERIC AND SC-PCT > 0               02350000
                        AND SC-PCT NOT > 100                            02360000
                       SET WS-RM-ON TO TRUE                             02370000
                       MOVE SC-AMOUNT TO WS-RM-MIN-DEP                  02380000
                       MOVE SC-PCT TO WS-RM-PCT                         02390000
                     ELSE IF SC-RULE = 'RA'                             02400000
                        AND SC-DAYS NUMERIC AND SC-DAYS > 0             02410000
                        AND SC-COUNT NUMERIC AND SC-AMOUNT NUMERIC      02420000
                        AND (SC-COUNT > 0 OR SC-AMOUNT > 0)             02430000
                       SET WS-RA-ON TO TRUE                             02440000
                       MOVE SC-DAYS TO WS-RA-DAYS                       02450000
                       MOVE SC-COUNT TO WS-RA-MIN-CNT                   02460000
                       MOVE SC-AMOUNT TO WS-RA-MIN-AMT                  02470000
                     ELSE                                               02480000
                       DISPLAY 'INVALID MONITORING RULE IGNORED:'       02490000
                         SC-RULE                                        02500000
                     END-IF                                             02510000
                     END-IF                                             02520000
                     END-IF                                             02530000
                   END-IF                                               02540000
               END-READ                                                 02550000
             END-PERFORM                                                02560000
             CLOSE SCT-FILE                                             02570000
           END-IF.                                                      02580000
           IF (NOT WS-ST-ON AND NOT WS-RM-ON AND NOT WS-RA-ON)          02590000
              OR WS-RUN-DATE NOT NUMERIC                                02600000
             DISPLAY 'NO ACTIVE MONITORING RULES - RUN ABANDONED'       02610000
             MOVE 'A' TO WS-OPS-FLAG                                    02620000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            02630000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   02640000
               WS-OPS-SQL, WS-OPS-FLAG                                  02650000
             GOBACK                                                     02660000
           END-IF.                                                      02670000
           MOVE WS-RUN-DATE-N TO WS-SCAN-FROM.                          02680000
           IF WS-ST-ON                                                  02690000
             COMPUTE WS-DATE-INT =                                      02700000
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)                  02710000
               - WS-ST-DAYS + 1                                         02720000
             COMPUTE WS-ST-FROM =                                       02730000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)                    02740000
             IF WS-ST-FROM < WS-SCAN-FROM                               02750000
               MOVE WS-ST-FROM TO WS-SCAN-FROM                          02760000
             END-IF                                                     02770000
           END-IF.                                                      02780000
           IF WS-RM-ON                                                  02790000
             COMPUTE WS-DATE-INT =                                      02800000
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - 1              02810000
             COMPUTE WS-RM-FROM =                                       02820000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)                    02830000
             IF WS-RM-FROM < WS-SCAN-FROM                               02840000
               MOVE WS-RM-FROM TO WS-SCAN-FROM                          02850000
             END-IF                                                     02860000
           END-IF.                                                      02870000
           IF WS-RA-ON                                                  02880000
             COMPUTE WS-DATE-INT =                                      02890000
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - WS-RA-DAYS     02900000
             COMPUTE WS-RA-FROM =                                       02910000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)                    02920000
             IF WS-RA-FROM < WS-SCAN-FROM                               02930000
               MOVE WS-RA-FROM TO WS-SCAN-FROM                          02940000
             END-IF                                                     02950000
           END-IF.                                                      02960000
           OPEN INPUT ALERT-FILE.                                       02970000
           IF WS-ALR-STATUS = '00'                                      02980000
             MOVE 'N' TO WS-EOF-SW                                      02990000
             PERFORM UNTIL WS-EOF                                       03000000
               READ ALERT-FILE NEXT RECORD                              03010000
                 AT END SET WS-EOF TO TRUE                              03020000
                 NOT AT END                                             03030000
                   IF AL-DATE NOT < WS-SCAN-FROM                        03040000
                     IF WS-PRIOR-COUNT < WS-PRIOR-MAX                   03050000
                       ADD 1 TO WS-PRIOR-COUNT                          03060000
                       MOVE AL-RULE TO WS-P-RULE(WS-PRIOR-COUNT)        03070000
                       MOVE AL-CUST-ID TO WS-P-CUST(WS-PRIOR-COUNT)     03080000
                       MOVE AL-ACC-NO TO WS-P-ACC(WS-PRIOR-COUNT)       03090000
                       MOVE AL-DATE TO WS-P-DATE(WS-PRIOR-COUNT)        03100000
                     ELSE                                               03110000
                       SET WS-OVERFLOW TO TRUE                          03120000
                     END-IF                                             03130000
                   END-IF                                               03140000
               END-READ                                                 03150000
             END-PERFORM                                                03160000
             CLOSE ALERT-FILE                                           03170000
           END-IF.                                                      03180000
           IF WS-RA-ON                                                  03190000
             OPEN INPUT AUDIT-FILE                                      03200000
             IF WS-AUD-STATUS = '00'                                    03210000
               MOVE 'N' TO WS-EOF-SW                                    03220000
               PERFORM UNTIL WS-EOF                                     03230000
                 READ AUDIT-FILE NEXT RECORD                            03240000
                   AT END SET WS-EOF TO TRUE                            03250000
                   NOT AT END                                           03260000
                     IF AUD-FUNCTION = 'S'                              03270000
                        AND AUD-AFTER-IMAGE(1:8) = 'STATUS=A'           03280000
                        AND AUD-TIMESTAMP(1:8) NOT < WS-RA-FROM         03290000
                        AND AUD-TIMESTAMP(1:8) NOT > WS-RUN-DATE        03300000
                       MOVE 0 TO WS-HIT                                 03310000
                       PERFORM VARYING WS-SUB FROM 1 BY 1               03320000
                         UNTIL WS-SUB > WS-REACT-COUNT                  03330000
                         IF WS-R-ACC(WS-SUB) = AUD-ACC-NO               03340000
                           MOVE WS-SUB TO WS-HIT                        03350000
                           MOVE WS-REACT-COUNT TO WS-SUB                03360000
                         END-IF                                         03370000
                       END-PERFORM                                      03380000
                       IF WS-HIT = 0                                    03390000
                          AND WS-REACT-COUNT < WS-REACT-MAX             03400000
                         ADD 1 TO WS-REACT-COUNT                        03410000
                         MOVE WS-REACT-COUNT TO WS-HIT                  03420000
                         MOVE AUD-ACC-NO TO WS-R-ACC(WS-HIT)            03430000
                         MOVE SPACES TO WS-R-CUST(WS-HIT)               03440000
                         MOVE 0 TO WS-R-CNT(WS-HIT)                     03450000
                         MOVE 0 TO WS-R-TOT(WS-HIT)                     03460000
                         MOVE SPACES TO WS-R-KEYS(WS-HIT)               03470000
                       END-IF                                           03480000
                       IF WS-HIT = 0                                    03490000
                         SET WS-OVERFLOW TO TRUE                        03500000
                       ELSE                                             03510000
                         MOVE AUD-TIMESTAMP(1:8) TO WS-R-DATE(WS-HIT)   03520000
                       END-IF                                           03530000
                     END-IF                                             03540000
                 END-READ                                               03550000
               END-PERFORM                                              03560000
               CLOSE AUDIT-FILE                                         03570000
             END-IF                                                     03580000
           END-IF.                                                      03590000
           OPEN INPUT TXN-LOG-FILE.                                     03600000
           IF WS-TXN-STATUS = '35'                                      03610000
             SET WS-DONE TO TRUE                                        03620000
           END-IF.                                                      03630000
           PERFORM UNTIL WS-DONE                                        03640000
             READ TXN-LOG-FILE NEXT RECORD                              03650000
               AT END SET WS-DONE TO TRUE                               03660000
               NOT AT END                                               03670000
                 IF TL-DATE NOT < WS-SCAN-FROM                          03680000
                    AND TL-DATE NOT > WS-RUN-DATE                       03690000
                    AND (TL-TXN-TYPE = 'D' OR TL-TXN-TYPE = 'W')        03700000
                   ADD 1 TO WS-OPS-READ                                 03710000
                   IF TL-ACC-NO NOT = WS-PREV-ACC                       03720000
                     MOVE TL-ACC-NO TO WS-PREV-ACC                      03730000
                     MOVE TL-ACC-NO TO WS-ACC-NO                        03740000
                     MOVE SPACES TO WS-CUR-CUST                         03750000
                     MOVE SPACES TO WS-RM-DEP-KEY                       03760000
                     MOVE 0 TO WS-RM-DEP-AMT                            03770000
                     MOVE 'Y' TO WS-ACC-OK-SW                           03780000
                     EXEC SQL                                           03790000
                     SELECT CUST_ID INTO :DCL-CUST-ID                   03800000
                     FROM ACC_DETAILS WHERE ACC_NO = :WS-ACC-NO         03810000
                     END-EXEC                                           03820000
                     IF SQLCODE = 100                                   03830000
                       ADD 1 TO WS-EXC-COUNT                            03840000
                       DISPLAY WS-ACC-NO ' ACCOUNT NOT ON MASTER'       03850000
                     ELSE IF SQLCODE NOT = 0                            03860000
                       ADD 1 TO WS-EXC-COUNT                            03870000
                       MOVE SQLCODE TO WS-OPS-SQL                       03880000
                       MOVE 'N' TO WS-ACC-OK-SW                         03890000
                       DISPLAY WS-ACC-NO ' SQL ERROR ON CUSTOMER LOOKUP'03900000
                     ELSE IF DCL-CUST-ID = SPACES                       03910000
                       ADD 1 TO WS-EXC-COUNT                            03920000
                       DISPLAY WS-ACC-NO ' NO CUSTOMER LINKED'          03930000
                     ELSE                                               03940000
                       MOVE DCL-CUST-ID TO WS-CUR-CUST                  03950000
                     END-IF                                             03960000
                     END-IF                                             03970000
                     END-IF                                             03980000
                     MOVE 0 TO WS-RA-HIT                                03990000
                     PERFORM VARYING WS-SUB FROM 1 BY 1                 04000000
                       UNTIL WS-SUB > WS-REACT-COUNT                    04010000
                       IF WS-R-ACC(WS-SUB) = WS-ACC-NO                  04020000
                         MOVE WS-SUB TO WS-RA-HIT                       04030000
                         MOVE WS-CUR-CUST TO WS-R-CUST(WS-SUB)          04040000
                         MOVE WS-REACT-COUNT TO WS-SUB                  04050000
                       END-IF                                           04060000
                     END-PERFORM                                        04070000
                   END-IF                                               04080000
                   MOVE TL-AMOUNT TO WS-AMOUNT                          04090000
                   IF WS-ACC-OK AND WS-ST-ON                            04100000
                      AND WS-CUR-CUST NOT = SPACES                      04110000
                      AND TL-TXN-TYPE = 'D'                             04120000
                      AND TL-REF-TYPE = SPACES                          04130000
                      AND TL-DATE NOT < WS-ST-FROM                      04140000
                      AND WS-AMOUNT NOT < WS-ST-FLOOR                   04150000
                      AND WS-AMOUNT < WS-ST-THRESH                      04160000
                     MOVE 0 TO WS-HIT                                   04170000
                     PERFORM VARYING WS-SUB FROM 1 BY 1                 04180000
                       UNTIL WS-SUB > WS-SCUST-COUNT                    04190000
                       IF WS-S-CUST(WS-SUB) = WS-CUR-CUST               04200000
                         MOVE WS-SUB TO WS-HIT                          04210000
                         MOVE WS-SCUST-COUNT TO WS-SUB                  04220000
                       END-IF                                           04230000
                     END-PERFORM                                        04240000
                     IF WS-HIT = 0 AND WS-SCUST-COUNT < WS-SCUST-MAX    04250000
                       ADD 1 TO WS-SCUST-COUNT                          04260000
                       MOVE WS-SCUST-COUNT TO WS-HIT                    04270000
                       MOVE WS-CUR-CUST TO WS-S-CUST(WS-HIT)            04280000
                       MOVE WS-ACC-NO TO WS-S-ACC(WS-HIT)               04290000
                       MOVE 'N' TO WS-S-NEW(WS-HIT)                     04300000
                       MOVE 0 TO WS-S-CNT(WS-HIT)                       04310000
                       MOVE 0 TO WS-S-TOT(WS-HIT)                       04320000
                       MOVE SPACES TO WS-S-KEYS(WS-HIT)                 04330000
                     END-IF                                             04340000
                     IF WS-HIT = 0                                      04350000
                       SET WS-OVERFLOW TO TRUE                          04360000
                     ELSE                                               04370000
                       ADD 1 TO WS-S-CNT(WS-HIT)                        04380000
                       ADD WS-AMOUNT TO WS-S-TOT(WS-HIT)                04390000
                       IF WS-S-CNT(WS-HIT) NOT > 10                     04400000
                         MOVE TL-KEY                                    04410000
                           TO WS-S-KEY(WS-HIT, WS-S-CNT(WS-HIT))        04420000
                       END-IF                                           04430000
                       IF TL-DATE = WS-RUN-DATE                         04440000
                         MOVE 'Y' TO WS-S-NEW(WS-HIT)                   04450000
                       END-IF                                           04460000
                     END-IF                                             04470000
                   END-IF                                               04480000
                   IF WS-ACC-OK AND WS-RM-ON                            04490000
                      AND TL-DATE NOT < WS-RM-FROM                      04500000
                     IF TL-TXN-TYPE = 'D'                               04510000
                        AND WS-AMOUNT NOT < WS-RM-MIN-DEP               04520000
                       MOVE TL-KEY TO WS-RM-DEP-KEY                     04530000
                       MOVE WS-AMOUNT TO WS-RM-DEP-AMT                  04540000
                     ELSE IF TL-TXN-TYPE = 'W'                          04550000
                        AND TL-REF-TYPE NOT = 'E'                       04560000
                        AND TL-DATE = WS-RUN-DATE                       04570000
                        AND WS-RM-DEP-AMT > 0                           04580000
                       COMPUTE WS-RM-NEED ROUNDED =                     04590000
                         WS-RM-DEP-AMT * WS-RM-PCT / 100                04600000
                       IF WS-AMOUNT NOT < WS-RM-NEED                    04610000
                         MOVE 'N' TO WS-DUP-SW                          04620000
                         PERFORM VARYING WS-SUB FROM 1 BY 1             04630000
                           UNTIL WS-SUB > WS-PRIOR-COUNT                04640000
                           IF WS-P-RULE(WS-SUB) = 'RM'                  04650000
                              AND WS-P-ACC(WS-SUB) = WS-ACC-NO          04660000
                              AND WS-P-DATE(WS-SUB) = WS-RUN-DATE       04670000
                             SET WS-DUP TO TRUE                         04680000
                           END-IF                                       04690000
                         END-PERFORM                                    04700000
                         IF WS-DUP                                      04710000
                           CONTINUE                                     04720000
                         ELSE IF WS-NEW-COUNT < WS-NEW-MAX              04730000
                           ADD 1 TO WS-NEW-COUNT                        04740000
                           ADD 1 TO WS-RM-ALERTS                        04750000
                           MOVE SPACES TO WS-N-BODY(WS-NEW-COUNT)       04760000
                           MOVE 'RM' TO WS-N-RULE(WS-NEW-COUNT)         04770000
                           MOVE WS-CUR-CUST TO WS-N-CUST(WS-NEW-COUNT)  04780000
                           MOVE WS-ACC-NO TO WS-N-ACC(WS-NEW-COUNT)     04790000
                           MOVE WS-AMOUNT TO WS-N-AMOUNT(WS-NEW-COUNT)  04800000
                           MOVE 2 TO WS-N-CNT(WS-NEW-COUNT)             04810000
                           MOVE WS-RM-DEP-KEY                           04820000
                             TO WS-N-KEY(WS-NEW-COUNT, 1)               04830000
                           MOVE TL-KEY TO WS-N-KEY(WS-NEW-COUNT, 2)     04840000
                         ELSE                                           04850000
                           SET WS-OVERFLOW TO TRUE                      04860000
                         END-IF                                         04870000
                         END-IF                                         04880000
                         MOVE SPACES TO WS-RM-DEP-KEY                   04890000
                         MOVE 0 TO WS-RM-DEP-AMT                        04900000
                       END-IF                                           04910000
                     END-IF                                             04920000
                     END-IF                                             04930000
                   END-IF                                               04940000
                   IF WS-ACC-OK AND WS-RA-HIT > 0                       04950000
                      AND TL-DATE NOT < WS-R-DATE(WS-RA-HIT)            04960000
                     ADD 1 TO WS-R-CNT(WS-RA-HIT)                       04970000
                     ADD WS-AMOUNT TO WS-R-TOT(WS-RA-HIT)               04980000
                     IF WS-R-CNT(WS-RA-HIT) NOT > 10                    04990000
                       MOVE TL-KEY                                      05000000
                         TO WS-R-KEY(WS-RA-HIT, WS-R-CNT(WS-RA-HIT))    05010000
                     END-IF                                             05020000
                   END-IF                                               05030000
                 END-IF                                                 05040000
             END-READ                                                   05050000
           END-PERFORM.                                                 05060000
           IF WS-TXN-STATUS NOT = '35'                                  05070000
             CLOSE TXN-LOG-FILE                                         05080000
           END-IF.                                                      05090000
           PERFORM VARYING WS-SUB FROM 1 BY 1                           05100000
             UNTIL WS-SUB > WS-SCUST-COUNT                              05110000
             IF WS-S-CNT(WS-SUB) NOT < WS-ST-MIN-CNT                    05120000
                AND WS-S-NEW(WS-SUB) = 'Y'                              05130000
               MOVE 'N' TO WS-DUP-SW                                    05140000
               PERFORM VARYING WS-SUB2 FROM 1 BY 1                      05150000
                 UNTIL WS-SUB2 > WS-PRIOR-COUNT                         05160000
                 IF WS-P-RULE(WS-SUB2) = 'ST'                           05170000
                    AND WS-P-CUST(WS-SUB2) = WS-S-CUST(WS-SUB)          05180000
                    AND WS-P-DATE(WS-SUB2) NOT < WS-ST-FROM             05190000
                   SET WS-DUP TO TRUE                                   05200000
                 END-IF                                                 05210000
               END-PERFORM                                              05220000
               IF WS-DUP                                                05230000
                 CONTINUE                                               05240000
               ELSE IF WS-NEW-COUNT < WS-NEW-MAX                        05250000
                 ADD 1 TO WS-NEW-COUNT                                  05260000
                 ADD 1 TO WS-ST-ALERTS                                  05270000
                 MOVE SPACES TO WS-N-BODY(WS-NEW-COUNT)                 05280000
                 MOVE 'ST' TO WS-N-RULE(WS-NEW-COUNT)                   05290000
                 MOVE WS-S-CUST(WS-SUB) TO WS-N-CUST(WS-NEW-COUNT)      05300000
                 MOVE WS-S-ACC(WS-SUB) TO WS-N-ACC(WS-NEW-COUNT)        05310000
                 MOVE WS-S-TOT(WS-SUB) TO WS-N-AMOUNT(WS-NEW-COUNT)     05320000
                 MOVE WS-S-CNT(WS-SUB) TO WS-N-CNT(WS-NEW-COUNT)        05330000
                 PERFORM VARYING WS-SUB2 FROM 1 BY 1                    05340000
                   UNTIL WS-SUB2 > 10                                   05350000
                   MOVE WS-S-KEY(WS-SUB, WS-SUB2)                       05360000
                     TO WS-N-KEY(WS-NEW-COUNT, WS-SUB2)                 05370000
                 END-PERFORM                                            05380000
               ELSE                                                     05390000
                 SET WS-OVERFLOW TO TRUE                                05400000
               END-IF                                                   05410000
               END-IF                                                   05420000
             END-IF                                                     05430000
           END-PERFORM.                                                 05440000
           PERFORM VARYING WS-SUB FROM 1 BY 1                           05450000
             UNTIL WS-SUB > WS-REACT-COUNT                              05460000
             IF WS-R-CNT(WS-SUB) > 0                                    05470000
                AND ((WS-RA-MIN-CNT > 0                                 05480000
                      AND WS-R-CNT(WS-SUB) NOT < WS-RA-MIN-CNT)         05490000
                  OR (WS-RA-MIN-AMT > 0                                 05500000
                      AND WS-R-TOT(WS-SUB) NOT < WS-RA-MIN-AMT))        05510000
               MOVE 'N' TO WS-DUP-SW                                    05520000
               PERFORM VARYING WS-SUB2 FROM 1 BY 1                      05530000
                 UNTIL WS-SUB2 > WS-PRIOR-COUNT                         05540000
                 IF WS-P-RULE(WS-SUB2) = 'RA'                           05550000
                    AND WS-P-ACC(WS-SUB2) = WS-R-ACC(WS-SUB)            05560000
                    AND WS-P-DATE(WS-SUB2) NOT < WS-R-DATE(WS-SUB)      05570000
                   SET WS-DUP TO TRUE                                   05580000
                 END-IF                                                 05590000
               END-PERFORM                                              05600000
               IF WS-DUP                                                05610000
                 CONTINUE                                               05620000
               ELSE IF WS-NEW-COUNT < WS-NEW-MAX                        05630000
                 ADD 1 TO WS-NEW-COUNT                                  05640000
                 ADD 1 TO WS-RA-ALERTS                                  05650000
                 MOVE SPACES TO WS-N-BODY(WS-NEW-COUNT)                 05660000
                 MOVE 'RA' TO WS-N-RULE(WS-NEW-COUNT)                   05670000
                 MOVE WS-R-CUST(WS-SUB) TO WS-N-CUST(WS-NEW-COUNT)      05680000
                 MOVE WS-R-ACC(WS-SUB) TO WS-N-ACC(WS-NEW-COUNT)        05690000
                 MOVE WS-R-TOT(WS-SUB) TO WS-N-AMOUNT(WS-NEW-COUNT)     05700000
                 MOVE WS-R-CNT(WS-SUB) TO WS-N-CNT(WS-NEW-COUNT)        05710000
                 PERFORM VARYING WS-SUB2 FROM 1 BY 1                    05720000
                   UNTIL WS-SUB2 > 10                                   05730000
                   MOVE WS-R-KEY(WS-SUB, WS-SUB2)                       05740000
                     TO WS-N-KEY(WS-NEW-COUNT, WS-SUB2)                 05750000
                 END-PERFORM                                            05760000
               ELSE                                                     05770000
                 SET WS-OVERFLOW TO TRUE                                05780000
               END-IF                                                   05790000
               END-IF                                                   05800000
             END-IF                                                     05810000
           END-PERFORM.                                                 05820000
           OPEN I-O ALERT-FILE.                                         05830000
           IF WS-ALR-STATUS = '35'                                      05840000
             OPEN OUTPUT ALERT-FILE                                     05850000
             CLOSE ALERT-FILE                                           05860000
             OPEN I-O ALERT-FILE                                        05870000
           END-IF.                                                      05880000
           IF WS-ALR-STATUS NOT = '00'                                  05890000
             DISPLAY 'CANNOT OPEN ALERT FILE:' WS-ALR-STATUS            05900000
             MOVE 'A' TO WS-OPS-FLAG                                    05910000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            05920000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   05930000
               WS-OPS-SQL, WS-OPS-FLAG                                  05940000
             GOBACK                                                     05950000
           END-IF.                                                      05960000
           OPEN OUTPUT RPT-FILE.                                        05970000
           MOVE SPACES TO RPT-RECORD.                                   05980000
           STRING 'SUSPICIOUS ACTIVITY MONITOR ' WS-RUN-DATE            05990000
             ' SCAN FROM ' WS-SCAN-FROM                                 06000000
             DELIMITED BY SIZE INTO RPT-RECORD.                         06010000
           WRITE RPT-RECORD.                                            06020000
           MOVE SPACES TO RPT-RECORD.                                   06030000
           STRING 'ALERT DATE   SEQ RL CUST-ID    ACC-NO     TXNS'      06040000
             '       AMOUNT'                                            06050000
             DELIMITED BY SIZE INTO RPT-RECORD.                         06060000
           WRITE RPT-RECORD.                                            06070000
           PERFORM VARYING WS-SUB FROM 1 BY 1                           06080000
             UNTIL WS-SUB > WS-NEW-COUNT                                06090000
             MOVE SPACES TO ALERT-RECORD                                06100000
             MOVE WS-RUN-DATE TO AL-DATE                                06110000
             MOVE WS-N-BODY(WS-SUB) TO AL-BODY                          06120000
             MOVE 'O' TO AL-STATUS                                      06130000
             MOVE 'N' TO WS-DONE-SW                                     06140000
             PERFORM UNTIL WS-DONE                                      06150000
               ADD 1 TO WS-ALERT-SEQ                                    06160000
               MOVE WS-ALERT-SEQ TO AL-SEQ                              06170000
               WRITE ALERT-RECORD                                       06180000
               IF WS-ALR-STATUS = '22' AND WS-ALERT-SEQ < 9999          06190000
                 CONTINUE                                               06200000
               ELSE                                                     06210000
                 SET WS-DONE TO TRUE                                    06220000
               END-IF                                                   06230000
             END-PERFORM                                                06240000
             MOVE AL-AMOUNT TO WS-AMT-ED                                06250000
             MOVE SPACES TO RPT-RECORD                                  06260000
             IF WS-ALR-STATUS = '00'                                    06270000
               ADD 1 TO WS-ALERT-COUNT                                  06280000
               STRING AL-DATE ' ' AL-SEQ ' ' AL-RULE ' '                06290000
                 AL-CUST-ID ' ' AL-ACC-NO ' ' AL-TXN-COUNT ' '          06300000
                 WS-AMT-ED                                              06310000
                 DELIMITED BY SIZE INTO RPT-RECORD                      06320000
             ELSE                                                       06330000
               ADD 1 TO WS-EXC-COUNT                                    06340000
               STRING AL-RULE ' ' AL-CUST-ID ' ' AL-ACC-NO              06350000
                 ' *** ALERT NOT WRITTEN - STATUS '                     06360000
                 WS-ALR-STATUS ' ***'                                   06370000
                 DELIMITED BY SIZE INTO RPT-RECORD                      06380000
             END-IF                                                     06390000
             WRITE RPT-RECORD                                           06400000
             IF WS-ALR-STATUS = '00'                                    06410000
               MOVE SPACES TO RPT-RECORD                                06420000
               STRING '             TXNLOG KEYS: '                      06430000
                 AL-TXN-KEY(1) ' ' AL-TXN-KEY(2) ' ' AL-TXN-KEY(3)      06440000
                 ' ' AL-TXN-KEY(4)                                      06450000
                 DELIMITED BY SIZE INTO RPT-RECORD                      06460000
               WRITE RPT-RECORD                                         06470000
             END-IF                                                     06480000
           END-PERFORM.                                                 06490000
           CLOSE ALERT-FILE.                                            06500000
           IF WS-OVERFLOW                                               06510000
             MOVE SPACES TO RPT-RECORD                                  06520000
             MOVE '*** MONITOR TABLE FULL - ALERTS INCOMPLETE ***'      06530000
               TO RPT-RECORD                                            06540000
             WRITE RPT-RECORD                                           06550000
             MOVE 'A' TO WS-OPS-FLAG                                    06560000
           END-IF.                                                      06570000
           MOVE SPACES TO RPT-RECORD.                                   06580000
           STRING 'ALERTS RAISED: ' WS-ALERT-COUNT                      06590000
             '  STRUCTURING: ' WS-ST-ALERTS                             06600000
             '  RAPID MOVEMENT: ' WS-RM-ALERTS                          06610000
             '  REACTIVATION: ' WS-RA-ALERTS                            06620000
             '  EXCEPTIONS: ' WS-EXC-COUNT                              06630000
             DELIMITED BY SIZE INTO RPT-RECORD.                         06640000
           WRITE RPT-RECORD.                                            06650000
           CLOSE RPT-FILE.                                              06660000
           DISPLAY 'TRANSACTIONS EXAMINED :' WS-OPS-READ.               06670000
           DISPLAY 'ALERTS RAISED         :' WS-ALERT-COUNT.            06680000
           DISPLAY 'EXCEPTIONS            :' WS-EXC-COUNT.              06690000
           MOVE WS-ALERT-COUNT TO WS-OPS-WRITE.                         06700000
           MOVE WS-EXC-COUNT TO WS-OPS-REJ.                             06710000
           IF WS-EXC-COUNT > 0 AND WS-OPS-FLAG = 'N'                    06720000
             MOVE 'E' TO WS-OPS-FLAG                                    06730000
           END-IF.                                                      06740000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              06750000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     06760000
             WS-OPS-SQL, WS-OPS-FLAG.                                   06770000
           GOBACK.                                                      06780000
