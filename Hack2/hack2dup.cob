       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2DUP.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT RPT-FILE ASSIGN TO DUPRPT                             00060000
           ORGANIZATION LINE SEQUENTIAL.                                00070000
       DATA DIVISION.                                                   00080000
       FILE SECTION.                                                    00090000
       FD  RPT-FILE.                                                    00100000
       01  RPT-RECORD              PIC X(132).                          00110000
       WORKING-STORAGE SECTION.                                         00120000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00130000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00140000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           00150000
       01 WS-RUN-DATE             PIC X(8).                             00160000
       01 WS-EOF-SW               PIC X(1) VALUE 'N'.                   00170000
           88 WS-EOF                      VALUE 'Y'.                    00180000
       01 WS-B-CUST-ID            PIC X(10).                            00190000
       01 WS-B-CUST-NAME.                                               00200000
           49 WS-B-NAME-LEN       PIC S9(4) COMP-5.                     00210000
           49 WS-B-NAME-TEXT      PIC X(30).                            00220000
       01 WS-B-ZIP                PIC X(9).                             00230000
       01 WS-B-PHONE              PIC X(12).                            00240000
       01 WS-B-TAX-ID             PIC X(9).                             00250000
       01 WS-A-NAME-UC            PIC X(30).                            00260000
       01 WS-B-NAME-UC            PIC X(30).                            00270000
       01 WS-LOWER                PIC X(26)                             00280000
                                  VALUE 'abcdefghijklmnopqrstuvwxyz'.   00290000
       01 WS-UPPER                PIC X(26)                             00300000
                                  VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.   00310000
       01 WS-MATCH-CNT            PIC 9(1) VALUE 0.                     00320000
       01 WS-MATCH-DESC           PIC X(20).                            00330000
       01 WS-TIN-DESC             PIC X(24).                            00340000
       01 WS-A-ACC-CNT            PIC S9(9) COMP-3 VALUE 0.             00350000
       01 WS-A-REL-CNT            PIC S9(9) COMP-3 VALUE 0.             00360000
       01 WS-B-ACC-CNT            PIC S9(9) COMP-3 VALUE 0.             00370000
       01 WS-B-REL-CNT            PIC S9(9) COMP-3 VALUE 0.             00380000
       01 WS-A-ACC-ED             PIC ZZZ9.                             00390000
       01 WS-A-REL-ED             PIC ZZZ9.                             00400000
       01 WS-B-ACC-ED             PIC ZZZ9.                             00410000
       01 WS-B-REL-ED             PIC ZZZ9.                             00420000
       01 WS-SURVIVOR             PIC X(10).                            00430000
       01 WS-PAIR-COUNT           PIC 9(5) VALUE 0.                     00440000
       01 WS-PAIR-ED              PIC ZZZZ9.                            00450000
       01 WS-FULL-COUNT           PIC 9(5) VALUE 0.                     00460000
       01 WS-TIN-CONF-COUNT       PIC 9(5) VALUE 0.                     00470000
       01 WS-BUS-DATE             PIC X(8).                             00480000
       01 WS-BDT-FLAG             PIC X(1).                             00490000
       01 WS-OVERRIDE             PIC X(1).                             00500000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2DUP'.            00510000
       01 WS-OPS-START            PIC X(16).                            00520000
       01 WS-OPS-DATE             PIC X(8).                             00530000
       01 WS-OPS-TIME             PIC X(8).                             00540000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     00550000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     00560000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     00570000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       00580000
                                  VALUE ZERO.                           00590000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   00600000
       PROCEDURE DIVISION.                                              00610000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       00620000
           ACCEPT WS-OPS-TIME FROM TIME.                                00630000
           MOVE SPACES TO WS-OPS-START.                                 00640000
           STRING WS-OPS-DATE WS-OPS-TIME                               00650000
             DELIMITED BY SIZE INTO WS-OPS-START.                       00660000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              00670000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       00680000
           IF WS-BDT-FLAG = 'N'                                         00690000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             00700000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  00710000
             ACCEPT WS-OVERRIDE                                         00720000
             IF WS-OVERRIDE NOT = 'Y'                                   00730000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               00740000
               GOBACK                                                   00750000
             END-IF                                                     00760000
           END-IF.                                                      00770000
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             00780000
           OPEN OUTPUT RPT-FILE.                                        00790000
           MOVE SPACES TO RPT-RECORD.                                   00800000
           STRING 'POSSIBLE DUPLICATE CUSTOMER REVIEW FOR ' WS-RUN-DATE 00810000
             DELIMITED BY SIZE INTO RPT-RECORD.                         00820000
           WRITE RPT-RECORD.                                            00830000
           MOVE SPACES TO RPT-RECORD.                                   00840000
           MOVE 'PAIRS MATCH ON AT LEAST TWO OF NAME, ZIP AND PHONE'    00850000
             TO RPT-RECORD.                                             00860000
           WRITE RPT-RECORD.                                            00870000
           EXEC SQL                                                     00880000
           DECLARE C-DUP-PAIRS CURSOR WITH HOLD FOR                     00890000
           SELECT A.CUST_ID,A.CUST_NAME,A.ZIP,A.PHONE,A.TAX_ID,         00900000
                  B.CUST_ID,B.CUST_NAME,B.ZIP,B.PHONE,B.TAX_ID          00910000
           FROM CUST_MASTER A, CUST_MASTER B                            00920000
           WHERE A.CUST_ID < B.CUST_ID                                  00930000
           AND A.CUST_STATUS <> 'M'                                     00940000
           AND B.CUST_STATUS <> 'M'                                     00950000
           AND ((UPPER(A.CUST_NAME) = UPPER(B.CUST_NAME)                00960000
                 AND A.ZIP = B.ZIP)                                     00970000
             OR (UPPER(A.CUST_NAME) = UPPER(B.CUST_NAME)                00980000
                 AND A.PHONE = B.PHONE AND A.PHONE <> ' ')              00990000
             OR (A.ZIP = B.ZIP                                          01000000
                 AND A.PHONE = B.PHONE AND A.PHONE <> ' '))             01010000
           ORDER BY A.CUST_ID,B.CUST_ID                                 01020000
           END-EXEC.                                                    01030000
           EXEC SQL OPEN C-DUP-PAIRS END-EXEC.                          01040000
           IF SQLCODE NOT = 0                                           01050000
             DISPLAY 'SQLERROR ON OPEN:' SQLCODE                        01060000
             MOVE SQLCODE TO WS-OPS-SQL                                 01070000
             MOVE 'A' TO WS-OPS-FLAG                                    01080000
             SET WS-EOF TO TRUE                                         01090000
           END-IF.                                                      01100000
           PERFORM UNTIL WS-EOF                                         01110000
             MOVE SPACES TO DCM-CUST-NAME-TEXT                          01111000
             MOVE SPACES TO WS-B-NAME-TEXT                              01112000
             EXEC SQL                                                   01120000
             FETCH C-DUP-PAIRS                                          01130000
             INTO :DCM-CUST-ID,:DCM-CUST-NAME,:DCM-ZIP,:DCM-PHONE,      01140000
                  :DCM-TAX-ID,                                          01150000
                  :WS-B-CUST-ID,:WS-B-CUST-NAME,:WS-B-ZIP,              01160000
                  :WS-B-PHONE,:WS-B-TAX-ID                              01170000
             END-EXEC                                                   01180000
             IF SQLCODE = 100                                           01190000
               SET WS-EOF TO TRUE                                       01200000
             ELSE IF SQLCODE NOT = 0                                    01210000
               DISPLAY 'SQLERROR ON FETCH:' SQLCODE                     01220000
               MOVE SQLCODE TO WS-OPS-SQL                               01230000
               MOVE 'A' TO WS-OPS-FLAG                                  01240000
               SET WS-EOF TO TRUE                                       01250000
             ELSE                                                       01260000
               ADD 1 TO WS-OPS-READ                                     01270000
               ADD 1 TO WS-PAIR-COUNT                                   01280000
               MOVE DCM-CUST-NAME-TEXT TO WS-A-NAME-UC                  01290000
               MOVE WS-B-NAME-TEXT TO WS-B-NAME-UC                      01300000
               INSPECT WS-A-NAME-UC CONVERTING WS-LOWER TO WS-UPPER     01310000
               INSPECT WS-B-NAME-UC CONVERTING WS-LOWER TO WS-UPPER     01320000
               MOVE 0 TO WS-MATCH-CNT                                   01330000
               MOVE SPACES TO WS-MATCH-DESC                             01340000
               IF WS-A-NAME-UC = WS-B-NAME-UC                           01350000
                 ADD 1 TO WS-MATCH-CNT                                  01360000
               END-IF                                                   01370000
               IF DCM-ZIP = WS-B-ZIP                                    01380000
                 ADD 1 TO WS-MATCH-CNT                                  01390000
               END-IF                                                   01400000
               IF DCM-PHONE = WS-B-PHONE AND DCM-PHONE NOT = SPACES     01410000
                 ADD 1 TO WS-MATCH-CNT                                  01420000
               END-IF                                                   01430000
               IF WS-MATCH-CNT = 3                                      01440000
                 MOVE 'NAME+ZIP+PHONE' TO WS-MATCH-DESC                 01450000
                 ADD 1 TO WS-FULL-COUNT                                 01460000
               ELSE IF WS-A-NAME-UC NOT = WS-B-NAME-UC                  01470000
                 MOVE 'ZIP+PHONE' TO WS-MATCH-DESC                      01480000
               ELSE IF DCM-ZIP = WS-B-ZIP                               01490000
                 MOVE 'NAME+ZIP' TO WS-MATCH-DESC                       01500000
               ELSE                                                     01510000
                 MOVE 'NAME+PHONE' TO WS-MATCH-DESC                     01520000
               END-IF                                                   01530000
               END-IF                                                   01540000
               END-IF                                                   01550000
               IF DCM-TAX-ID = SPACES OR WS-B-TAX-ID = SPACES           01560000
                 MOVE 'TIN NOT HELD ON BOTH' TO WS-TIN-DESC             01570000
               ELSE IF DCM-TAX-ID = WS-B-TAX-ID                         01580000
                 MOVE 'TIN MATCH' TO WS-TIN-DESC                        01590000
               ELSE                                                     01600000
                 MOVE '*** TIN CONFLICT ***' TO WS-TIN-DESC             01610000
                 ADD 1 TO WS-TIN-CONF-COUNT                             01620000
               END-IF                                                   01630000
               END-IF                                                   01640000
               EXEC SQL                                                 01650000
               SELECT COUNT(*) INTO :WS-A-ACC-CNT                       01660000
               FROM ACC_DETAILS WHERE CUST_ID = :DCM-CUST-ID            01670000
               END-EXEC                                                 01680000
               IF SQLCODE NOT = 0                                       01690000
                 MOVE SQLCODE TO WS-OPS-SQL                             01700000
                 MOVE 0 TO WS-A-ACC-CNT                                 01710000
               END-IF                                                   01720000
               EXEC SQL                                                 01730000
               SELECT COUNT(*) INTO :WS-A-REL-CNT                       01740000
               FROM ACC_OWNER WHERE CUST_ID = :DCM-CUST-ID              01750000
               END-EXEC                                                 01760000
               IF SQLCODE NOT = 0                                       01770000
                 MOVE SQLCODE TO WS-OPS-SQL                             01780000
                 MOVE 0 TO WS-A-REL-CNT                                 01790000
               END-IF                                                   01800000
               EXEC SQL                                                 01810000
               SELECT COUNT(*) INTO :WS-B-ACC-CNT                       01820000
               FROM ACC_DETAILS WHERE CUST_ID = :WS-B-CUST-ID           01830000
               END-EXEC                                                 01840000
               IF SQLCODE NOT = 0                                       01850000
                 MOVE SQLCODE TO WS-OPS-SQL                             01860000
                 MOVE 0 TO WS-B-ACC-CNT                                 01870000
               END-IF                                                   01880000
               EXEC SQL                                                 01890000
               SELECT COUNT(*) INTO :WS-B-REL-CNT                       01900000
               FROM ACC_OWNER WHERE CUST_ID = :WS-B-CUST-ID             01910000
               END-EXEC                                                 01920000
               IF SQLCODE NOT = 0                                       01930000
                 MOVE SQLCODE TO WS-OPS-SQL                             01940000
                 MOVE 0 TO WS-B-REL-CNT                                 01950000
               END-IF                                                   01960000
               MOVE WS-A-ACC-CNT TO WS-A-ACC-ED                         01970000
               MOVE WS-A-REL-CNT TO WS-A-REL-ED                         01980000
               MOVE WS-B-ACC-CNT TO WS-B-ACC-ED                         01990000
               MOVE WS-B-REL-CNT TO WS-B-REL-ED                         02000000
               IF WS-B-ACC-CNT + WS-B-REL-CNT >                         02010000
                  WS-A-ACC-CNT + WS-A-REL-CNT                           02020000
                 MOVE WS-B-CUST-ID TO WS-SURVIVOR                       02030000
               ELSE                                                     02040000
                 MOVE DCM-CUST-ID TO WS-SURVIVOR                        02050000
               END-IF                                                   02060000
               MOVE WS-PAIR-COUNT TO WS-PAIR-ED                         02070000
               MOVE SPACES TO RPT-RECORD                                02080000
               WRITE RPT-RECORD                                         02090000
               MOVE SPACES TO RPT-RECORD                                02100000
               STRING 'PAIR ' WS-PAIR-ED '  MATCH ON ' WS-MATCH-DESC    02110000
                 '  ' WS-TIN-DESC                                       02120000
                 '  SUGGESTED SURVIVOR ' WS-SURVIVOR                    02130000
                 DELIMITED BY SIZE INTO RPT-RECORD                      02140000
               WRITE RPT-RECORD                                         02150000
               MOVE SPACES TO RPT-RECORD                                02160000
               STRING '  ' DCM-CUST-ID ' ' DCM-CUST-NAME-TEXT ' '       02170000
                 DCM-ZIP ' ' DCM-PHONE                                  02180000
                 '  ACCOUNTS ' WS-A-ACC-ED                              02190000
                 '  RELATIONSHIPS ' WS-A-REL-ED                         02200000
                 DELIMITED BY SIZE INTO RPT-RECORD                      02210000
               WRITE RPT-RECORD                                         02220000
               MOVE SPACES TO RPT-RECORD                                02230000
               STRING '  ' WS-B-CUST-ID ' ' WS-B-NAME-TEXT ' '          02240000
                 WS-B-ZIP ' ' WS-B-PHONE                                02250000
                 '  ACCOUNTS ' WS-B-ACC-ED                              02260000
                 '  RELATIONSHIPS ' WS-B-REL-ED                         02270000
                 DELIMITED BY SIZE INTO RPT-RECORD                      02280000
               WRITE RPT-RECORD                                         02290000
               ADD 1 TO WS-OPS-WRITE                                    02300000
             END-IF                                                     02310000
             END-IF                                                     02320000
           END-PERFORM.                                                 02330000
           EXEC SQL CLOSE C-DUP-PAIRS END-EXEC.                         02340000
           MOVE SPACES TO RPT-RECORD.                                   02350000
           WRITE RPT-RECORD.                                            02360000
           MOVE SPACES TO RPT-RECORD.                                   02370000
           STRING 'PAIRS REPORTED: ' WS-PAIR-COUNT                      02380000
             '  MATCHING ALL THREE: ' WS-FULL-COUNT                     02390000
             '  TIN CONFLICTS: ' WS-TIN-CONF-COUNT                      02400000
             DELIMITED BY SIZE INTO RPT-RECORD.                         02410000
           WRITE RPT-RECORD.                                            02420000
           IF WS-OPS-FLAG = 'A'                                         02430000
             MOVE SPACES TO RPT-RECORD                                  02440000
             MOVE '*** SQL ERROR - REVIEW LIST INCOMPLETE ***'          02450000
               TO RPT-RECORD                                            02460000
             WRITE RPT-RECORD                                           02470000
           END-IF.                                                      02480000
           CLOSE RPT-FILE.                                              02490000
           DISPLAY 'POSSIBLE DUPLICATE PAIRS:' WS-PAIR-COUNT.           02500000
           DISPLAY 'MATCHING ALL THREE      :' WS-FULL-COUNT.           02510000
           DISPLAY 'TIN CONFLICTS           :' WS-TIN-CONF-COUNT.       02520000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              02530000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     02540000
             WS-OPS-SQL, WS-OPS-FLAG.                                   02550000
           GOBACK.                                                      02560000
