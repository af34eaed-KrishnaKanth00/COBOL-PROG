       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2AVF.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG                         00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY AUD-KEY                                           00090000
           FILE STATUS IS WS-AUD-STATUS.                                00100000
           SELECT AUD-ARCH-FILE ASSIGN TO AUDARCH                       00110000
           ORGANIZATION LINE SEQUENTIAL                                 00120000
           FILE STATUS IS WS-AA-STATUS.                                 00130000
           SELECT CHAIN-FILE ASSIGN TO AUDCHN                           00140000
           ORGANIZATION LINE SEQUENTIAL                                 00150000
           FILE STATUS IS WS-CHN-STATUS.                                00160000
           SELECT WORK-FILE ASSIGN TO AUDVWK                            00170000
           ORGANIZATION INDEXED                                         00180000
           ACCESS MODE DYNAMIC                                          00190000
           RECORD KEY VW-CHAIN-SEQ                                      00200000
           FILE STATUS IS WS-VW-STATUS.                                 00210000
           SELECT RPT-FILE ASSIGN TO AVFRPT                             00220000
           ORGANIZATION LINE SEQUENTIAL.                                00230000
       DATA DIVISION.                                                   00240000
       FILE SECTION.                                                    00250000
       FD  AUDIT-FILE.                                                  00260000
       01  AUDIT-RECORD.                                                00270000
           05 AUD-KEY.                                                  00280000
              10 AUD-ACC-NO        PIC X(10).                           00290000
              10 AUD-TIMESTAMP     PIC X(16).                           00300000
              10 AUD-SEQ           PIC 9(2).                            00310000
           05 AUD-USER-ID          PIC X(8).                            00320000
           05 AUD-FUNCTION         PIC X(1).                            00330000
           05 AUD-BEFORE-IMAGE     PIC X(60).                           00340000
           05 AUD-AFTER-IMAGE      PIC X(60).                           00350000
           05 AUD-CHAIN-SEQ        PIC 9(9).                            00360000
           05 AUD-CHAIN-VALUE      PIC 9(9).                            00370000
       FD  AUD-ARCH-FILE.                                               00380000
       01  AUD-ARCH-RECORD.                                             00390000
           05 AA-ACC-NO           PIC X(10).                            00400000
           05 AA-TIMESTAMP        PIC X(16).                            00410000
           05 AA-SEQ              PIC 9(2).                             00420000
           05 AA-USER-ID          PIC X(8).                             00430000
           05 AA-FUNCTION         PIC X(1).                             00440000
           05 AA-BEFORE-IMAGE     PIC X(60).                            00450000
           05 AA-AFTER-IMAGE      PIC X(60).                            00460000
           05 AA-CHAIN-SEQ        PIC 9(9).                             00470000
           05 AA-CHAIN-VALUE      PIC 9(9).                             00480000
           05 FILLER              PIC X(5).                             00490000
       FD  CHAIN-FILE.                                                  00500000
       01  CHAIN-RECORD.                                                00510000
           05 CHN-LAST-SEQ         PIC 9(9).                            00520000
           05 FILLER               PIC X(1).                            00530000
           05 CHN-LAST-VALUE       PIC 9(9).                            00540000
           05 FILLER               PIC X(1).                            00550000
           05 CHN-LAST-TS          PIC X(16).                           00560000
       FD  WORK-FILE.                                                   00570000
       01  WORK-RECORD.                                                 00580000
           05 VW-CHAIN-SEQ         PIC 9(9).                            00590000
           05 VW-SOURCE            PIC X(1).                            00600000
           05 VW-AUD-DATA.                                              00610000
              10 VW-ACC-NO         PIC X(10).                           00620000
              10 VW-TIMESTAMP      PIC X(16).                           00630000
              10 VW-AUD-SEQ        PIC 9(2).                            00640000
              10 VW-USER-ID        PIC X(8).                            00650000
              10 VW-FUNCTION       PIC X(1).                            00660000
              10 VW-BEFORE-IMAGE   PIC X(60).                           00670000
              10 VW-AFTER-IMAGE    PIC X(60).                           00680000
              10 VW-REC-SEQ        PIC 9(9).                            00690000
              10 VW-REC-VALUE      PIC 9(9).                            00700000
       FD  RPT-FILE.                                                    00710000
       01  RPT-RECORD              PIC X(132).                          00720000
       WORKING-STORAGE SECTION.                                         00730000
       01 WS-AUD-STATUS            PIC X(2) VALUE SPACES.               00740000
       01 WS-AA-STATUS             PIC X(2) VALUE SPACES.               00750000
       01 WS-CHN-STATUS            PIC X(2) VALUE SPACES.               00760000
       01 WS-VW-STATUS             PIC X(2) VALUE SPACES.               00770000
       01 WS-EOF-SW                PIC X(1) VALUE 'N'.                  00780000
           88 WS-EOF                       VALUE 'Y'.                   00790000
       01 WS-SOURCE-NAME           PIC X(8).                            00800000
       01 WS-LOG-COUNT             PIC 9(9) VALUE 0.                    00810000
       01 WS-ARCH-COUNT            PIC 9(9) VALUE 0.                    00820000
       01 WS-PRE-COUNT             PIC 9(9) VALUE 0.                    00830000
       01 WS-CHAIN-COUNT           PIC 9(9) VALUE 0.                    00840000
       01 WS-DUP-COUNT             PIC 9(9) VALUE 0.                    00850000
       01 WS-MISS-COUNT            PIC 9(9) VALUE 0.                    00860000
       01 WS-BREAK-COUNT           PIC 9(9) VALUE 0.                    00870000
       01 WS-ORDER-COUNT           PIC 9(9) VALUE 0.                    00880000
       01 WS-EXC-COUNT             PIC 9(9) VALUE 0.                    00890000
       01 WS-EXP-SEQ               PIC 9(9) VALUE 1.                    00900000
       01 WS-GAP-TO                PIC 9(9) VALUE 0.                    00910000
       01 WS-GAP-COUNT             PIC 9(9) VALUE 0.                    00920000
       01 WS-LAST-SEQ              PIC 9(9) VALUE 0.                    00930000
       01 WS-PREV-VALUE            PIC 9(9) VALUE 0.                    00940000
       01 WS-PREV-TS               PIC X(16) VALUE SPACES.              00950000
       01 WS-CHK-DATA.                                                  00960000
           05 WS-CHK-RECORD        PIC X(166).                          00970000
           05 WS-CHK-PREV          PIC 9(9).                            00980000
       01 WS-CHK-VALUE             PIC 9(9) VALUE 0.                    00990000
       01 WS-BUS-DATE              PIC X(8).                            01000000
       01 WS-BDT-FLAG              PIC X(1).                            01010000
       01 WS-OVERRIDE              PIC X(1).                            01020000
       01 WS-OPS-JOB               PIC X(8) VALUE 'HACK2AVF'.           01030000
       01 WS-OPS-START             PIC X(16).                           01040000
       01 WS-OPS-DATE              PIC X(8).                            01050000
       01 WS-OPS-TIME              PIC X(8).                            01060000
       01 WS-OPS-READ              PIC 9(9) VALUE 0.                    01070000
       01 WS-OPS-WRITE             PIC 9(9) VALUE 0.                    01080000
       01 WS-OPS-REJ               PIC 9(9) VALUE 0.                    01090000
       01 WS-OPS-SQL               PIC S9(5) SIGN LEADING SEPARATE      01100000
                                   VALUE ZERO.                          01110000
       01 WS-OPS-FLAG              PIC X(1) VALUE 'N'.                  01120000
       PROCEDURE DIVISION.                                              01130000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       01140000
           ACCEPT WS-OPS-TIME FROM TIME.                                01150000
           MOVE SPACES TO WS-OPS-START.                                 01160000
           STRING WS-OPS-DATE WS-OPS-TIME                               01170000
             DELIMITED BY SIZE INTO WS-OPS-START.                       01180000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              01190000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       01200000
           IF WS-BDT-FLAG = 'N'                                         01210000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             01220000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  01230000
             ACCEPT WS-OVERRIDE                                         01240000
             IF WS-OVERRIDE NOT = 'Y'                                   01250000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               01260000
               GOBACK                                                   01270000
             END-IF                                                     01280000
           END-IF.                                                      01290000
           OPEN OUTPUT WORK-FILE.                                       01300000
           IF WS-VW-STATUS NOT = '00'                                   01310000
             DISPLAY 'CANNOT OPEN VERIFY WORK FILE:' WS-VW-STATUS       01320000
             MOVE 'A' TO WS-OPS-FLAG                                    01330000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            01340000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   01350000
               WS-OPS-SQL, WS-OPS-FLAG                                  01360000
             GOBACK                                                     01370000
           END-IF.                                                      01380000
           OPEN OUTPUT RPT-FILE.                                        01390000
           MOVE SPACES TO RPT-RECORD.                                   01400000
           STRING 'AUDIT TRAIL CHAIN VERIFICATION ' WS-BUS-DATE         01410000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01420000
           WRITE RPT-RECORD.                                            01430000
           MOVE SPACES TO RPT-RECORD.                                   01440000
           STRING 'CHAIN-SEQ SOURCE   ACCOUNT    TIMESTAMP        '     01450000
             'SQ USER     F EXCEPTION'                                  01460000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01470000
           WRITE RPT-RECORD.                                            01480000
           MOVE 'N' TO WS-EOF-SW.                                       01490000
           OPEN INPUT AUDIT-FILE.                                       01500000
           IF WS-AUD-STATUS NOT = '00'                                  01510000
             DISPLAY 'AUDITLOG NOT AVAILABLE:' WS-AUD-STATUS            01520000
             MOVE SPACES TO RPT-RECORD                                  01530000
             STRING 'AUDITLOG NOT AVAILABLE - STATUS ' WS-AUD-STATUS    01540000
               DELIMITED BY SIZE INTO RPT-RECORD                        01550000
             WRITE RPT-RECORD                                           01560000
             ADD 1 TO WS-EXC-COUNT                                      01570000
             SET WS-EOF TO TRUE                                         01580000
           END-IF.                                                      01590000
           PERFORM UNTIL WS-EOF                                         01600000
             READ AUDIT-FILE NEXT RECORD                                01610000
               AT END SET WS-EOF TO TRUE                                01620000
               NOT AT END                                               01630000
                 ADD 1 TO WS-LOG-COUNT                                  01640000
                 IF AUD-CHAIN-SEQ NOT NUMERIC OR AUD-CHAIN-SEQ = 0      01650000
                   ADD 1 TO WS-PRE-COUNT                                01660000
                 ELSE                                                   01670000
                   MOVE SPACES TO WORK-RECORD                           01680000
                   MOVE AUD-CHAIN-SEQ TO VW-CHAIN-SEQ                   01690000
                   MOVE 'L' TO VW-SOURCE                                01700000
                   MOVE AUDIT-RECORD TO VW-AUD-DATA                     01710000
                   WRITE WORK-RECORD                                    01720000
                   IF WS-VW-STATUS = '22'                               01730000
                     ADD 1 TO WS-DUP-COUNT                              01740000
                     ADD 1 TO WS-EXC-COUNT                              01750000
                     MOVE SPACES TO RPT-RECORD                          01760000
                     STRING AUD-CHAIN-SEQ ' AUDITLOG ' AUD-ACC-NO ' '   01770000
                       AUD-TIMESTAMP ' ' AUD-SEQ ' ' AUD-USER-ID ' '    01780000
                       AUD-FUNCTION ' DUPLICATE CHAIN SEQUENCE'         01790000
                       DELIMITED BY SIZE INTO RPT-RECORD                01800000
                     WRITE RPT-RECORD                                   01810000
                   END-IF                                               01820000
                 END-IF                                                 01830000
             END-READ                                                   01840000
           END-PERFORM.                                                 01850000
           IF WS-AUD-STATUS = '00' OR WS-AUD-STATUS = '10'              01860000
             CLOSE AUDIT-FILE                                           01870000
           END-IF.                                                      01880000
           MOVE 'N' TO WS-EOF-SW.                                       01890000
           OPEN INPUT AUD-ARCH-FILE.                                    01900000
           IF WS-AA-STATUS = '35'                                       01910000
             SET WS-EOF TO TRUE                                         01920000
           ELSE IF WS-AA-STATUS NOT = '00'                              01930000
             DISPLAY 'AUDARCH NOT AVAILABLE:' WS-AA-STATUS              01940000
             MOVE SPACES TO RPT-RECORD                                  01950000
             STRING 'AUDARCH NOT AVAILABLE - STATUS ' WS-AA-STATUS      01960000
               DELIMITED BY SIZE INTO RPT-RECORD                        01970000
             WRITE RPT-RECORD                                           01980000
             ADD 1 TO WS-EXC-COUNT                                      01990000
             SET WS-EOF TO TRUE                                         02000000
           END-IF                                                       02010000
           END-IF.                                                      02020000
           PERFORM UNTIL WS-EOF                                         02030000
             READ AUD-ARCH-FILE                                         02040000
               AT END SET WS-EOF TO TRUE                                02050000
               NOT AT END                                               02060000
                 ADD 1 TO WS-ARCH-COUNT                                 02070000
                 IF AA-CHAIN-SEQ NOT NUMERIC OR AA-CHAIN-SEQ = 0        02080000
                   ADD 1 TO WS-PRE-COUNT                                02090000
                 ELSE                                                   02100000
                   MOVE SPACES TO WORK-RECORD                           02110000
                   MOVE AA-CHAIN-SEQ TO VW-CHAIN-SEQ                    02120000
                   MOVE 'A' TO VW-SOURCE                                02130000
                   MOVE AUD-ARCH-RECORD(1:175) TO VW-AUD-DATA           02140000
                   WRITE WORK-RECORD                                    02150000
                   IF WS-VW-STATUS = '22'                               02160000
                     ADD 1 TO WS-DUP-COUNT                              02170000
                     ADD 1 TO WS-EXC-COUNT                              02180000
                     MOVE SPACES TO RPT-RECORD                          02190000
                     STRING AA-CHAIN-SEQ ' AUDARCH  ' AA-ACC-NO ' '     02200000
                       AA-TIMESTAMP ' ' AA-SEQ ' ' AA-USER-ID ' '       02210000
                       AA-FUNCTION ' DUPLICATE CHAIN SEQUENCE'          02220000
                       DELIMITED BY SIZE INTO RPT-RECORD                02230000
                     WRITE RPT-RECORD                                   02240000
                   END-IF                                               02250000
                 END-IF                                                 02260000
             END-READ                                                   02270000
           END-PERFORM.                                                 02280000
           IF WS-AA-STATUS = '00' OR WS-AA-STATUS = '10'                02290000
             CLOSE AUD-ARCH-FILE                                        02300000
           END-IF.                                                      02310000
           CLOSE WORK-FILE.                                             02320000
           MOVE 'N' TO WS-EOF-SW.                                       02330000
           OPEN INPUT WORK-FILE.                                        02340000
           IF WS-VW-STATUS NOT = '00'                                   02350000
             SET WS-EOF TO TRUE                                         02360000
           END-IF.                                                      02370000
           PERFORM UNTIL WS-EOF                                         02380000
             READ WORK-FILE NEXT RECORD                                 02390000
               AT END SET WS-EOF TO TRUE                                02400000
               NOT AT END                                               02410000
                 ADD 1 TO WS-CHAIN-COUNT                                02420000
                 IF VW-SOURCE = 'A'                                     02430000
                   MOVE 'AUDARCH ' TO WS-SOURCE-NAME                    02440000
                 ELSE                                                   02450000
                   MOVE 'AUDITLOG' TO WS-SOURCE-NAME                    02460000
                 END-IF                                                 02470000
                 IF VW-CHAIN-SEQ > WS-EXP-SEQ                           02480000
                   COMPUTE WS-GAP-TO = VW-CHAIN-SEQ - 1                 02490000
                   COMPUTE WS-GAP-COUNT = VW-CHAIN-SEQ - WS-EXP-SEQ     02500000
                   ADD WS-GAP-COUNT TO WS-MISS-COUNT                    02510000
                   ADD 1 TO WS-EXC-COUNT                                02520000
                   MOVE SPACES TO RPT-RECORD                            02530000
                   STRING WS-EXP-SEQ ' -        '                       02540000
                     'RECORDS MISSING FROM CHAIN ' WS-EXP-SEQ           02550000
                     ' TO ' WS-GAP-TO                                   02560000
                     DELIMITED BY SIZE INTO RPT-RECORD                  02570000
                   WRITE RPT-RECORD                                     02580000
                 ELSE                                                   02590000
                   MOVE VW-AUD-DATA(1:166) TO WS-CHK-RECORD             02600000
                   MOVE WS-PREV-VALUE TO WS-CHK-PREV                    02610000
                   CALL 'HACK2CHV' USING WS-CHK-DATA, WS-CHK-VALUE      02620000
                   IF VW-REC-VALUE NOT NUMERIC                          02630000
                      OR WS-CHK-VALUE NOT = VW-REC-VALUE                02640000
                     ADD 1 TO WS-BREAK-COUNT                            02650000
                     ADD 1 TO WS-EXC-COUNT                              02660000
                     MOVE SPACES TO RPT-RECORD                          02670000
                     STRING VW-CHAIN-SEQ ' ' WS-SOURCE-NAME ' '         02680000
                       VW-ACC-NO ' ' VW-TIMESTAMP ' ' VW-AUD-SEQ ' '    02690000
                       VW-USER-ID ' ' VW-FUNCTION                       02700000
                       ' CHECK VALUE BROKEN - RECORD ALTERED'           02710000
                       DELIMITED BY SIZE INTO RPT-RECORD                02720000
                     WRITE RPT-RECORD                                   02730000
                   END-IF                                               02740000
                 END-IF                                                 02750000
                 IF WS-PREV-TS NOT = SPACES                             02760000
                    AND VW-TIMESTAMP < WS-PREV-TS                       02770000
                   ADD 1 TO WS-ORDER-COUNT                              02780000
                   ADD 1 TO WS-EXC-COUNT                                02790000
                   MOVE SPACES TO RPT-RECORD                            02800000
                   STRING VW-CHAIN-SEQ ' ' WS-SOURCE-NAME ' '           02810000
                     VW-ACC-NO ' ' VW-TIMESTAMP ' ' VW-AUD-SEQ ' '      02820000
                     VW-USER-ID ' ' VW-FUNCTION                         02830000
                     ' OUT OF SEQUENCE - EARLIER THAN ' WS-PREV-TS      02840000
                     DELIMITED BY SIZE INTO RPT-RECORD                  02850000
                   WRITE RPT-RECORD                                     02860000
                 END-IF                                                 02870000
                 MOVE VW-REC-VALUE TO WS-PREV-VALUE                     02880000
                 MOVE VW-TIMESTAMP TO WS-PREV-TS                        02890000
                 MOVE VW-CHAIN-SEQ TO WS-LAST-SEQ                       02900000
                 COMPUTE WS-EXP-SEQ = VW-CHAIN-SEQ + 1                  02910000
             END-READ                                                   02920000
           END-PERFORM.                                                 02930000
           IF WS-VW-STATUS = '00' OR WS-VW-STATUS = '10'                02940000
             CLOSE WORK-FILE                                            02950000
           END-IF.                                                      02960000
           OPEN INPUT CHAIN-FILE.                                       02970000
           IF WS-CHN-STATUS = '00'                                      02980000
             READ CHAIN-FILE                                            02990000
           END-IF.                                                      03000000
           IF WS-CHN-STATUS NOT = '00'                                  03010000
              OR CHN-LAST-SEQ NOT NUMERIC                               03020000
              OR CHN-LAST-VALUE NOT NUMERIC                             03030000
             IF WS-CHAIN-COUNT > 0                                      03040000
               ADD 1 TO WS-EXC-COUNT                                    03050000
               MOVE SPACES TO RPT-RECORD                                03060000
               STRING 'AUDCHN CONTROL RECORD MISSING OR INVALID'        03070000
                 ' - CHAIN END CANNOT BE CONFIRMED'                     03080000
                 DELIMITED BY SIZE INTO RPT-RECORD                      03090000
               WRITE RPT-RECORD                                         03100000
             END-IF                                                     03110000
           ELSE IF CHN-LAST-SEQ > WS-LAST-SEQ                           03120000
             COMPUTE WS-GAP-COUNT = CHN-LAST-SEQ - WS-LAST-SEQ          03130000
             ADD WS-GAP-COUNT TO WS-MISS-COUNT                          03140000
             ADD 1 TO WS-EXC-COUNT                                      03150000
             COMPUTE WS-EXP-SEQ = WS-LAST-SEQ + 1                       03160000
             MOVE SPACES TO RPT-RECORD                                  03170000
             STRING WS-EXP-SEQ ' -        '                             03180000
               'RECORDS MISSING FROM END OF CHAIN ' WS-EXP-SEQ          03190000
               ' TO ' CHN-LAST-SEQ                                      03200000
               DELIMITED BY SIZE INTO RPT-RECORD                        03210000
             WRITE RPT-RECORD                                           03220000
           ELSE IF CHN-LAST-SEQ < WS-LAST-SEQ                           03230000
             ADD 1 TO WS-EXC-COUNT                                      03240000
             MOVE SPACES TO RPT-RECORD                                  03250000
             STRING 'AUDCHN CONTROL AT ' CHN-LAST-SEQ                   03260000
               ' BEHIND LAST CHAINED RECORD ' WS-LAST-SEQ               03270000
               DELIMITED BY SIZE INTO RPT-RECORD                        03280000
             WRITE RPT-RECORD                                           03290000
           ELSE IF CHN-LAST-VALUE NOT = WS-PREV-VALUE                   03300000
             ADD 1 TO WS-BREAK-COUNT                                    03310000
             ADD 1 TO WS-EXC-COUNT                                      03320000
             MOVE SPACES TO RPT-RECORD                                  03330000
             STRING 'AUDCHN CONTROL VALUE DOES NOT MATCH RECORD '       03340000
               WS-LAST-SEQ                                              03350000
               DELIMITED BY SIZE INTO RPT-RECORD                        03360000
             WRITE RPT-RECORD                                           03370000
           END-IF                                                       03380000
           END-IF                                                       03390000
           END-IF                                                       03400000
           END-IF.                                                      03410000
           IF WS-CHN-STATUS = '00' OR WS-CHN-STATUS = '10'              03420000
             CLOSE CHAIN-FILE                                           03430000
           END-IF.                                                      03440000
           MOVE SPACES TO RPT-RECORD.                                   03450000
           STRING 'AUDITLOG READ ' WS-LOG-COUNT                         03460000
             '  AUDARCH READ ' WS-ARCH-COUNT                            03470000
             '  UNCHAINED (PRE-CHAIN) ' WS-PRE-COUNT                    03480000
             DELIMITED BY SIZE INTO RPT-RECORD.                         03490000
           WRITE RPT-RECORD.                                            03500000
           MOVE SPACES TO RPT-RECORD.                                   03510000
           STRING 'CHAINED RECORDS VERIFIED ' WS-CHAIN-COUNT            03520000
             '  LAST CHAIN SEQUENCE ' WS-LAST-SEQ                       03530000
             DELIMITED BY SIZE INTO RPT-RECORD.                         03540000
           WRITE RPT-RECORD.                                            03550000
           MOVE SPACES TO RPT-RECORD.                                   03560000
           STRING 'BROKEN ' WS-BREAK-COUNT                              03570000
             '  MISSING ' WS-MISS-COUNT                                 03580000
             '  DUPLICATE ' WS-DUP-COUNT                                03590000
             '  OUT OF SEQUENCE ' WS-ORDER-COUNT                        03600000
             DELIMITED BY SIZE INTO RPT-RECORD.                         03610000
           WRITE RPT-RECORD.                                            03620000
           MOVE SPACES TO RPT-RECORD.                                   03630000
           IF WS-EXC-COUNT = 0                                          03640000
             MOVE 'AUDIT TRAIL CHAIN INTACT' TO RPT-RECORD              03650000
           ELSE                                                         03660000
             STRING '*** AUDIT TRAIL CHAIN EXCEPTIONS: ' WS-EXC-COUNT   03670000
               ' ***'                                                   03680000
               DELIMITED BY SIZE INTO RPT-RECORD                        03690000
           END-IF.                                                      03700000
           WRITE RPT-RECORD.                                            03710000
           CLOSE RPT-FILE.                                              03720000
           DISPLAY 'AUDIT RECORDS READ    :' WS-LOG-COUNT.              03730000
           DISPLAY 'ARCHIVE RECORDS READ  :' WS-ARCH-COUNT.             03740000
           DISPLAY 'CHAINED RECORDS       :' WS-CHAIN-COUNT.            03750000
           DISPLAY 'CHAIN EXCEPTIONS      :' WS-EXC-COUNT.              03760000
           COMPUTE WS-OPS-READ = WS-LOG-COUNT + WS-ARCH-COUNT.          03770000
           MOVE WS-CHAIN-COUNT TO WS-OPS-WRITE.                         03780000
           MOVE WS-EXC-COUNT TO WS-OPS-REJ.                             03790000
           IF WS-EXC-COUNT > 0 AND WS-OPS-FLAG = 'N'                    03800000
             MOVE 'E' TO WS-OPS-FLAG                                    03810000
           END-IF.                                                      03820000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              03830000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     03840000
             WS-OPS-SQL, WS-OPS-FLAG.                                   03850000
           GOBACK.                                                      03860000
