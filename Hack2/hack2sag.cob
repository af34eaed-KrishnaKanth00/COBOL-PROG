       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2SAG.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SUS-FILE ASSIGN TO SUSPENSE                           00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY SU-KEY                                            00090000
           FILE STATUS IS WS-SUS-STATUS.                                00100000
           SELECT RPT-FILE ASSIGN TO SAGRPT                             00110000
           ORGANIZATION LINE SEQUENTIAL.                                00120000
       DATA DIVISION.                                                   00130000
       FILE SECTION.                                                    00140000
       FD  SUS-FILE.                                                    00150000
       01  SUS-RECORD.                                                  00160000
           05 SU-KEY.                                                   00170000
              10 SU-SOURCE        PIC X(1).                             00180000
              10 SU-REJ-DATE      PIC X(8).                             00190000
              10 SU-SEQ           PIC 9(4).                             00200000
           05 SU-ACC-NO           PIC X(10).                            00210000
           05 SU-TO-ACC           PIC X(10).                            00220000
           05 SU-TXN-TYPE         PIC X(1).                             00230000
           05 SU-AMOUNT           PIC 9(7).99.                          00240000
           05 SU-ORIG-AMT         PIC X(10).                            00250000
           05 SU-DUE-DATE         PIC X(8).                             00260000
           05 SU-REASON           PIC X(2).                             00270000
           05 SU-REASON-TEXT      PIC X(30).                            00280000
           05 SU-ATTEMPTS         PIC 9(3).                             00290000
           05 SU-LAST-DATE        PIC X(8).                             00300000
           05 SU-STATUS           PIC X(1).                             00310000
           05 SU-RES-USER         PIC X(8).                             00320000
           05 SU-RES-DATE         PIC X(8).                             00330000
           05 SU-RES-NOTE         PIC X(30).                            00340000
           05 SU-RP-ACC           PIC X(10).                            00350000
           05 SU-RP-TO-ACC        PIC X(10).                            00360000
           05 SU-RP-TYPE          PIC X(1).                             00370000
           05 SU-RP-AMOUNT        PIC 9(7).99.                          00380000
           05 SU-RP-TL-DATE       PIC X(8).                             00390000
           05 SU-RP-TL-SEQ        PIC 9(4).                             00400000
       FD  RPT-FILE.                                                    00410000
       01  RPT-RECORD             PIC X(132).                           00420000
       WORKING-STORAGE SECTION.                                         00430000
       01 WS-SUS-STATUS           PIC X(2) VALUE SPACES.                00440000
       01 WS-SUS-EOF-SW           PIC X(1) VALUE 'N'.                   00450000
           88 WS-SUS-EOF                  VALUE 'Y'.                    00460000
       01 WS-WORK-DATE            PIC 9(8).                             00470000
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE                         00480000
                                  PIC X(8).                             00490000
       01 WS-BUS-INT              PIC 9(7).                             00500000
       01 WS-REJ-INT              PIC 9(7).                             00510000
       01 WS-AGE                  PIC 9(5) VALUE 0.                     00520000
       01 WS-AGE-ED               PIC ZZZZ9.                            00530000
       01 WS-ITEM-AMT             PIC 9(7)V99.                          00550000
       01 WS-AMT-ED               PIC -(8)9.99.                         00560000
       01 WS-READ-COUNT           PIC 9(7) VALUE 0.                     00570000
       01 WS-OPEN-COUNT           PIC 9(7) VALUE 0.                     00580000
       01 WS-B-COUNT              PIC 9(7) VALUE 0.                     00590000
       01 WS-S-COUNT              PIC 9(7) VALUE 0.                     00600000
       01 WS-CNT-ED               PIC ZZZZZZ9.                          00610000
       01 WS-CNT-ED2              PIC ZZZZZZ9.                          00620000
       01 WS-OPEN-TOTAL           PIC S9(9)V99 COMP-3 VALUE 0.          00630000
       01 WS-BKT-TABLE.                                                 00640000
           05 WS-BKT-ENTRY OCCURS 4 TIMES.                              00650000
              10 WS-BKT-COUNT     PIC 9(7).                             00660000
              10 WS-BKT-AMT       PIC S9(9)V99 COMP-3.                  00670000
       01 WS-BKT-NAMES.                                                 00680000
           05 FILLER              PIC X(12) VALUE '0-1 DAYS'.           00690000
           05 FILLER              PIC X(12) VALUE '2-5 DAYS'.           00700000
           05 FILLER              PIC X(12) VALUE '6-30 DAYS'.          00710000
           05 FILLER              PIC X(12) VALUE 'OVER 30 DAYS'.       00720000
       01 WS-BKT-NAME-TBL REDEFINES WS-BKT-NAMES.                       00730000
           05 WS-BKT-NAME         PIC X(12) OCCURS 4 TIMES.             00740000
       01 WS-BKT                  PIC 9(1) VALUE 0.                     00750000
       01 WS-BUS-DATE             PIC X(8).                             00760000
       01 WS-BDT-FLAG             PIC X(1).                             00770000
       01 WS-OVERRIDE             PIC X(1).                             00780000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2SAG'.            00790000
       01 WS-OPS-START            PIC X(16).                            00800000
       01 WS-OPS-DATE             PIC X(8).                             00810000
       01 WS-OPS-TIME             PIC X(8).                             00820000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     00830000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     00840000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     00850000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       00860000
                                  VALUE ZERO.                           00870000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   00880000
       PROCEDURE DIVISION.                                              00890000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       00900000
           ACCEPT WS-OPS-TIME FROM TIME.                                00910000
           MOVE SPACES TO WS-OPS-START.                                 00920000
           STRING WS-OPS-DATE WS-OPS-TIME                               00930000
             DELIMITED BY SIZE INTO WS-OPS-START.                       00940000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              00950000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       00960000
           IF WS-BDT-FLAG = 'N'                                         00970000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             00980000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  00990000
             ACCEPT WS-OVERRIDE                                         01000000
             IF WS-OVERRIDE NOT = 'Y'                                   01010000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               01020000
               GOBACK                                                   01030000
             END-IF                                                     01040000
           END-IF.                                                      01050000
           MOVE WS-BUS-DATE TO WS-WORK-DATE-X.                          01060000
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE). 01070000
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4          01080000
             MOVE 0 TO WS-BKT-COUNT(WS-BKT)                             01090000
             MOVE 0 TO WS-BKT-AMT(WS-BKT)                               01100000
           END-PERFORM.                                                 01110000
           OPEN OUTPUT RPT-FILE.                                        01120000
           MOVE SPACES TO RPT-RECORD.                                   01130000
           STRING 'REJECT SUSPENSE AGING REPORT ' WS-BUS-DATE           01140000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01150000
           WRITE RPT-RECORD.                                            01160000
           MOVE SPACES TO RPT-RECORD.                                   01170000
           STRING 'S REJ-DATE SEQ  ACCOUNT    TO-ACC     T '            01180000
             '      AMOUNT RS REASON                         '          01190000
             'TRY LAST-TRY   AGE AGE BAND'                              01200000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01210000
           WRITE RPT-RECORD.                                            01220000
           OPEN INPUT SUS-FILE.                                         01230000
           IF WS-SUS-STATUS = '35'                                      01240000
             SET WS-SUS-EOF TO TRUE                                     01250000
           ELSE IF WS-SUS-STATUS NOT = '00'                             01260000
             DISPLAY 'CANNOT OPEN SUSPENSE FILE:' WS-SUS-STATUS         01270000
             MOVE 'A' TO WS-OPS-FLAG                                    01280000
             SET WS-SUS-EOF TO TRUE                                     01290000
           END-IF                                                       01300000
           END-IF.                                                      01310000
           PERFORM UNTIL WS-SUS-EOF                                     01320000
             READ SUS-FILE NEXT RECORD                                  01330000
               AT END SET WS-SUS-EOF TO TRUE                            01340000
               NOT AT END                                               01350000
                 ADD 1 TO WS-READ-COUNT                                 01360000
                 IF SU-STATUS = 'O'                                     01370000
                   ADD 1 TO WS-OPEN-COUNT                               01380000
                   IF SU-SOURCE = 'S'                                   01390000
                     ADD 1 TO WS-S-COUNT                                01400000
                   ELSE                                                 01410000
                     ADD 1 TO WS-B-COUNT                                01420000
                   END-IF                                               01430000
                   MOVE 0 TO WS-AGE                                     01440000
                   IF SU-REJ-DATE NUMERIC                               01450000
                      AND SU-REJ-DATE < WS-BUS-DATE                     01460000
                     MOVE SU-REJ-DATE TO WS-WORK-DATE-X                 01470000
                     COMPUTE WS-REJ-INT =                               01480000
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)           01490000
                     COMPUTE WS-AGE = WS-BUS-INT - WS-REJ-INT           01500000
                   END-IF                                               01510000
                   IF WS-AGE < 2                                        01520000
                     MOVE 1 TO WS-BKT                                   01530000
                   ELSE IF WS-AGE < 6                                   01540000
                     MOVE 2 TO WS-BKT                                   01550000
                   ELSE IF WS-AGE < 31                                  01560000
                     MOVE 3 TO WS-BKT                                   01570000
                   ELSE                                                 01580000
                     MOVE 4 TO WS-BKT                                   01590000
                   END-IF                                               01600000
                   END-IF                                               01610000
                   END-IF                                               01620000
                   MOVE SU-AMOUNT TO WS-ITEM-AMT                        01630000
                   ADD 1 TO WS-BKT-COUNT(WS-BKT)                        01640000
                   ADD WS-ITEM-AMT TO WS-BKT-AMT(WS-BKT)                01650000
                   ADD WS-ITEM-AMT TO WS-OPEN-TOTAL                     01660000
                   MOVE WS-ITEM-AMT TO WS-AMT-ED                        01670000
                   MOVE WS-AGE TO WS-AGE-ED                             01680000
                   MOVE SPACES TO RPT-RECORD                            01690000
                   STRING SU-SOURCE ' ' SU-REJ-DATE ' ' SU-SEQ ' '      01700000
                     SU-ACC-NO ' ' SU-TO-ACC ' ' SU-TXN-TYPE ' '        01710000
                     WS-AMT-ED ' ' SU-REASON ' ' SU-REASON-TEXT ' '     01720000
                     SU-ATTEMPTS ' ' SU-LAST-DATE ' ' WS-AGE-ED ' '     01730000
                     WS-BKT-NAME(WS-BKT)                                01740000
                     DELIMITED BY SIZE INTO RPT-RECORD                  01750000
                   WRITE RPT-RECORD                                     01760000
                 END-IF                                                 01770000
             END-READ                                                   01780000
           END-PERFORM.                                                 01790000
           IF WS-SUS-STATUS = '00' OR WS-SUS-STATUS = '10'              01800000
             CLOSE SUS-FILE                                             01810000
           END-IF.                                                      01820000
           MOVE SPACES TO RPT-RECORD.                                   01830000
           WRITE RPT-RECORD.                                            01840000
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4          01850000
             MOVE WS-BKT-COUNT(WS-BKT) TO WS-CNT-ED                     01860000
             MOVE WS-BKT-AMT(WS-BKT) TO WS-AMT-ED                       01870000
             MOVE SPACES TO RPT-RECORD                                  01880000
             STRING 'AGED ' WS-BKT-NAME(WS-BKT) ': ' WS-CNT-ED          01890000
               ' ITEMS  AMOUNT:' WS-AMT-ED                              01900000
               DELIMITED BY SIZE INTO RPT-RECORD                        01910000
             WRITE RPT-RECORD                                           01920000
           END-PERFORM.                                                 01930000
           MOVE WS-B-COUNT TO WS-CNT-ED.                                01940000
           MOVE WS-S-COUNT TO WS-CNT-ED2.                               01950000
           MOVE SPACES TO RPT-RECORD.                                   01960000
           STRING 'OPEN BULK POSTING REJECTS: ' WS-CNT-ED               01970000
             '  OPEN STANDING ORDER REJECTS: ' WS-CNT-ED2               01980000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01990000
           WRITE RPT-RECORD.                                            02000000
           MOVE WS-OPEN-COUNT TO WS-CNT-ED.                             02010000
           MOVE WS-OPEN-TOTAL TO WS-AMT-ED.                             02020000
           MOVE SPACES TO RPT-RECORD.                                   02030000
           STRING 'TOTAL UNRESOLVED: ' WS-CNT-ED                        02040000
             ' ITEMS  AMOUNT:' WS-AMT-ED                                02050000
             DELIMITED BY SIZE INTO RPT-RECORD.                         02060000
           WRITE RPT-RECORD.                                            02070000
           CLOSE RPT-FILE.                                              02080000
           DISPLAY 'SUSPENSE ITEMS READ   :' WS-READ-COUNT.             02090000
           DISPLAY 'UNRESOLVED ITEMS      :' WS-OPEN-COUNT.             02100000
           MOVE WS-READ-COUNT TO WS-OPS-READ.                           02110000
           MOVE WS-OPEN-COUNT TO WS-OPS-WRITE.                          02120000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              02130000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     02140000
             WS-OPS-SQL, WS-OPS-FLAG.                                   02150000
           GOBACK.                                                      02160000
