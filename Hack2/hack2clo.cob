       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2CLO.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT HOLD-FILE ASSIGN TO HOLDS                             00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY HLD-KEY                                           00090000
           FILE STATUS IS WS-HOLD-STATUS.                               00100000
           SELECT APPR-FILE ASSIGN TO APPRQUE                           00110000
           ORGANIZATION INDEXED                                         00120000
           ACCESS MODE DYNAMIC                                          00130000
           RECORD KEY PA-KEY                                            00140000
           FILE STATUS IS WS-APR-STATUS.                                00150000
           SELECT WHS-FILE ASSIGN TO WAREHSE                            00160000
           ORGANIZATION INDEXED                                         00170000
           ACCESS MODE DYNAMIC                                          00180000
           RECORD KEY WH-KEY                                            00190000
           FILE STATUS IS WS-WHS-STATUS.                                00200000
           SELECT SO-FILE ASSIGN TO SOMST                               00210000
           ORGANIZATION LINE SEQUENTIAL                                 00220000
           FILE STATUS IS WS-SO-STATUS.                                 00230000
           SELECT CTL-FILE ASSIGN TO INTRUNCTL                          00240000
           ORGANIZATION LINE SEQUENTIAL                                 00250000
           FILE STATUS IS WS-CTL-STATUS.                                00260000
           SELECT RATE-FILE ASSIGN TO RATEMST                           00270000
           ORGANIZATION LINE SEQUENTIAL                                 00280000
           FILE STATUS IS WS-RATE-STATUS.                               00290000
           SELECT FEE-FILE ASSIGN TO FEEMST                             00300000
           ORGANIZATION LINE SEQUENTIAL                                 00310000
           FILE STATUS IS WS-FEE-STATUS.                                00320000
           SELECT HIST-FILE ASSIGN TO BALHIST                           00330000
           ORGANIZATION INDEXED                                         00340000
           ACCESS MODE DYNAMIC                                          00350000
           RECORD KEY HST-KEY                                           00360000
           FILE STATUS IS WS-HST-STATUS.                                00370000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00380000
           ORGANIZATION INDEXED                                         00390000
           ACCESS MODE DYNAMIC                                          00400000
           RECORD KEY TL-KEY                                            00410000
           FILE STATUS IS WS-TXN-STATUS.                                00420000
           SELECT STMT-FILE ASSIGN TO CLOSTMT                           00430000
           ORGANIZATION LINE SEQUENTIAL                                 00440000
           FILE STATUS IS WS-STMT-STATUS.                               00450000
       DATA DIVISION.                                                   00460000
       FILE SECTION.                                                    00470000
       FD  HOLD-FILE.                                                   00480000
       01  HOLD-RECORD.                                                 00490000
           05 HLD-KEY.                                                  00500000
              10 HLD-ACC-NO       PIC X(10).                            00510000
              10 HLD-SEQ          PIC 9(4).                             00520000
           05 HLD-AMOUNT          PIC 9(7).99.                          00530000
           05 HLD-REASON          PIC X(2).                             00540000
           05 HLD-USER            PIC X(8).                             00550000
           05 HLD-EXPIRY          PIC X(8).                             00560000
           05 HLD-STATUS          PIC X(1).                             00570000
       FD  APPR-FILE.                                                   00580000
       01  APPR-RECORD.                                                 00590000
           05 PA-KEY.                                                   00600000
              10 PA-ACC-NO        PIC X(10).                            00610000
              10 PA-DATE          PIC X(8).                             00620000
              10 PA-SEQ           PIC 9(4).                             00630000
           05 PA-TXN-TYPE         PIC X(1).                             00640000
           05 PA-AMOUNT           PIC 9(7).99.                          00650000
           05 PA-REF-DATE         PIC X(8).                             00660000
           05 PA-REF-TYPE         PIC X(1).                             00670000
           05 PA-CPTY-ACC         PIC X(10).                            00680000
           05 PA-MAKER            PIC X(8).                             00690000
           05 PA-HOLD-SEQ         PIC 9(4).                             00700000
           05 PA-STATUS           PIC X(1).                             00710000
       FD  WHS-FILE.                                                    00720000
       01  WHS-RECORD.                                                  00730000
           05 WH-KEY.                                                   00740000
              10 WH-REL-DATE      PIC X(8).                             00750000
              10 WH-SEQ           PIC 9(4).                             00760000
           05 WH-FUNC             PIC X(1).                             00770000
           05 WH-TXN-TYPE         PIC X(1).                             00780000
           05 WH-ACC-NO           PIC X(10).                            00790000
           05 WH-TO-ACC           PIC X(10).                            00800000
           05 WH-AMOUNT           PIC 9(7).99.                          00810000
           05 WH-USER             PIC X(8).                             00820000
           05 WH-ENT-DATE         PIC X(8).                             00830000
           05 WH-ENT-TIME         PIC X(8).                             00840000
           05 WH-STATUS           PIC X(1).                             00850000
           05 WH-ACT-USER         PIC X(8).                             00860000
           05 WH-ACT-DATE         PIC X(8).                             00870000
           05 WH-RESULT           PIC X(30).                            00880000
       FD  SO-FILE.                                                     00890000
       01  SO-RECORD.                                                   00900000
           05 SO-ACC-NO           PIC X(10).                            00910000
           05 FILLER              PIC X(1).                             00920000
           05 SO-CPTY-ACC         PIC X(10).                            00930000
           05 FILLER              PIC X(1).                             00940000
           05 SO-AMOUNT           PIC 9(7).99.                          00950000
           05 FILLER              PIC X(1).                             00960000
           05 SO-FREQ             PIC X(1).                             00970000
           05 FILLER              PIC X(1).                             00980000
           05 SO-NEXT-DUE         PIC X(8).                             00990000
           05 FILLER              PIC X(1).                             01000000
           05 SO-EXPIRY           PIC X(8).                             01010000
           05 FILLER              PIC X(1).                             01020000
           05 SO-STATUS           PIC X(1).                             01030000
       FD  CTL-FILE.                                                    01040000
       01  CTL-RECORD.                                                  01050000
           05 IRC-PERIOD          PIC X(6).                             01060000
           05 IRC-START-TS        PIC X(16).                            01070000
           05 IRC-END-TS          PIC X(16).                            01080000
           05 IRC-LAST-ACC        PIC X(10).                            01090000
           05 IRC-COMPLETE-SW     PIC X(1).                             01100000
       FD  RATE-FILE.                                                   01110000
       01  RATE-RECORD.                                                 01120000
           05 RT-ACC-TYPE         PIC X(1).                             01130000
           05 FILLER              PIC X(1).                             01140000
           05 RT-EFF-DATE         PIC X(8).                             01150000
           05 FILLER              PIC X(1).                             01160000
           05 RT-MIN-BAL          PIC 9(7).99.                          01170000
           05 FILLER              PIC X(1).                             01180000
           05 RT-RATE-PCT         PIC 9(4).                             01190000
       FD  FEE-FILE.                                                    01200000
       01  FEE-RECORD.                                                  01210000
           05 FEE-ACC-TYPE        PIC X(1).                             01220000
           05 FILLER              PIC X(1).                             01230000
           05 FEE-EFF-DATE        PIC X(8).                             01240000
           05 FILLER              PIC X(1).                             01250000
           05 FEE-WAIVE-BAL       PIC 9(7).99.                          01260000
           05 FILLER              PIC X(1).                             01270000
           05 FEE-AMOUNT          PIC 9(5).99.                          01280000
           05 FILLER              PIC X(1).                             01290000
           05 FEE-CODE            PIC X(2).                             01300000
       FD  HIST-FILE.                                                   01310000
       01  HIST-RECORD.                                                 01320000
           05 HST-KEY.                                                  01330000
              10 HST-ACC-NO       PIC X(10).                            01340000
              10 HST-EFF-DATE     PIC X(8).                             01350000
              10 HST-SEQ          PIC 9(4).                             01360000
           05 HST-SOURCE          PIC X(1).                             01370000
           05 HST-OLD-BAL         PIC 9(7).99.                          01380000
           05 HST-NEW-BAL         PIC 9(7).99.                          01390000
       FD  TXN-LOG-FILE.                                                01400000
       01  TXN-LOG-RECORD.                                              01410000
           05 TL-KEY.                                                   01420000
              10 TL-ACC-NO        PIC X(10).                            01430000
              10 TL-DATE          PIC X(8).                             01440000
              10 TL-SEQ           PIC 9(4).                             01450000
           05 TL-TXN-TYPE         PIC X(1).                             01460000
           05 TL-AMOUNT           PIC 9(7).99.                          01470000
           05 TL-RUN-BAL          PIC 9(7).99.                          01480000
           05 TL-REF-DATE         PIC X(8).                             01490000
           05 TL-REF-TYPE         PIC X(1).                             01500000
       FD  STMT-FILE.                                                   01510000
       01  STMT-RECORD            PIC X(80).                            01520000
       WORKING-STORAGE SECTION.                                         01530000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             01540000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             01550000
       01 WS-USER-ID              PIC X(8).                             01560000
       01 WS-ACC-NO               PIC X(10).                            01570000
       01 WS-ACC-NAME             PIC X(30).                            01580000
       01 WS-ACC-TYPE             PIC X(1).                             01590000
       01 WS-ACC-STATUS           PIC X(1).                             01600000
       01 WS-PAY-ACC              PIC X(10) VALUE SPACES.               01610000
       01 WS-PAY-STATUS           PIC X(1).                             01620000
       01 WS-CONFIRM              PIC X(1).                             01630000
       01 WS-CUR-DATE             PIC X(8).                             01640000
       01 WS-BDT-FLAG             PIC X(1).                             01650000
       01 WS-CUT-FLAG             PIC X(1) VALUE 'N'.                   01660000
       01 WS-CUT-BUS-DATE         PIC X(8).                             01670000
       01 WS-CUT-NEXT-DATE        PIC X(8).                             01680000
       01 WS-HOLD-STATUS          PIC X(2) VALUE SPACES.                01690000
       01 WS-HOLD-EOF-SW          PIC X(1) VALUE 'N'.                   01700000
           88 WS-HOLD-EOF                 VALUE 'Y'.                    01710000
       01 WS-HOLD-COUNT           PIC 9(4) VALUE 0.                     01720000
       01 WS-APR-STATUS           PIC X(2) VALUE SPACES.                01730000
       01 WS-APR-EOF-SW           PIC X(1) VALUE 'N'.                   01740000
           88 WS-APR-EOF                  VALUE 'Y'.                    01750000
       01 WS-PEND-COUNT           PIC 9(4) VALUE 0.                     01760000
       01 WS-WHS-STATUS           PIC X(2) VALUE SPACES.                01770000
       01 WS-WHS-EOF-SW           PIC X(1) VALUE 'N'.                   01780000
           88 WS-WHS-EOF                  VALUE 'Y'.                    01790000
       01 WS-WHS-COUNT            PIC 9(4) VALUE 0.                     01800000
       01 WS-SO-STATUS            PIC X(2) VALUE SPACES.                01810000
       01 WS-SO-EOF-SW            PIC X(1) VALUE 'N'.                   01820000
           88 WS-SO-EOF                   VALUE 'Y'.                    01830000
       01 WS-SO-FILE-SW           PIC X(1) VALUE 'N'.                   01840000
           88 WS-SO-ON-FILE               VALUE 'Y'.                    01850000
       01 WS-TBL-COUNT            PIC 9(3) VALUE 0.                     01860000
       01 WS-TBL-MAX              PIC 9(3) VALUE 500.                   01870000
       01 WS-SO-TABLE.                                                  01880000
           05 WS-SO-ENTRY OCCURS 500 TIMES.                             01890000
              10 WS-S-ACC         PIC X(10).                            01900000
              10 WS-S-CPTY        PIC X(10).                            01910000
              10 WS-S-AMT         PIC 9(7).99.                          01920000
              10 WS-S-FRQ         PIC X(1).                             01930000
              10 WS-S-DUE         PIC X(8).                             01940000
              10 WS-S-EXP         PIC X(8).                             01950000
              10 WS-S-STS         PIC X(1).                             01960000
              10 WS-S-CXL         PIC X(1).                             01970000
       01 WS-SUB                  PIC 9(3) VALUE 0.                     01980000
       01 WS-SO-CXL-COUNT         PIC 9(3) VALUE 0.                     01990000
       01 WS-SO-IN-COUNT          PIC 9(3) VALUE 0.                     02000000
       01 WS-SO-OK-SW             PIC X(1) VALUE 'Y'.                   02010000
           88 WS-SO-OK                    VALUE 'Y'.                    02020000
       01 WS-SO-WRITTEN-SW        PIC X(1) VALUE 'N'.                   02030000
           88 WS-SO-WRITTEN               VALUE 'Y'.                    02040000
       01 WS-CTL-STATUS           PIC X(2) VALUE SPACES.                02050000
       01 WS-INT-PAID-SW          PIC X(1) VALUE 'N'.                   02060000
           88 WS-INT-PAID                 VALUE 'Y'.                    02070000
       01 WS-RATE-TABLE.                                                02080000
           05 WS-RATE-ENTRY OCCURS 100 TIMES.                           02090000
              10 WS-RATE-TYPE     PIC X(1).                             02100000
              10 WS-RATE-EFF      PIC X(8).                             02110000
              10 WS-RATE-MIN      PIC S9(7)V99 COMP-3.                  02120000
              10 WS-RATE-PCT      PIC 9(4).                             02130000
       01 WS-RATE-COUNT           PIC 9(3) VALUE 0.                     02140000
       01 WS-RATE-MAX             PIC 9(3) VALUE 100.                   02150000
       01 WS-RATE-STATUS          PIC X(2) VALUE SPACES.                02160000
       01 WS-RATE-EOF-SW          PIC X(1) VALUE 'N'.                   02170000
           88 WS-RATE-EOF                 VALUE 'Y'.                    02180000
       01 WS-BEST                 PIC 9(3) VALUE 0.                     02190000
       01 WS-FOUND-PCT            PIC 9(4) VALUE 0.                     02200000
       01 WS-PERIOD               PIC X(6).                             02210000
       01 WS-PERIOD-START         PIC X(8).                             02220000
       01 WS-DATE-NUM             PIC 9(8).                             02230000
       01 WS-DATE-SPLIT REDEFINES WS-DATE-NUM.                          02240000
           05 WS-DATE-YYYY        PIC 9(4).                             02250000
           05 WS-DATE-MM          PIC 9(2).                             02260000
           05 WS-DATE-DD          PIC 9(2).                             02270000
       01 WS-START-INT            PIC 9(7).                             02280000
       01 WS-END-INT              PIC 9(7).                             02290000
       01 WS-NEXT-INT             PIC 9(7).                             02300000
       01 WS-SEG-INT              PIC 9(7).                             02310000
       01 WS-REC-INT              PIC 9(7).                             02320000
       01 WS-PERIOD-DAYS          PIC 9(3).                             02330000
       01 WS-MONTH-DAYS           PIC 9(3).                             02340000
       01 WS-CUR-BAL              PIC S9(7)V99 COMP-3.                  02350000
       01 WS-WEIGHTED             PIC S9(13)V99 COMP-3.                 02360000
       01 WS-ADB                  PIC S9(7)V99 COMP-3.                  02370000
       01 WS-PRIOR-SW             PIC X(1) VALUE 'N'.                   02380000
           88 WS-PRIOR-KNOWN              VALUE 'Y'.                    02390000
       01 WS-HST-STATUS           PIC X(2) VALUE SPACES.                02400000
       01 WS-HST-EOF-SW           PIC X(1) VALUE 'N'.                   02410000
           88 WS-HST-EOF                  VALUE 'Y'.                    02420000
       01 WS-HST-OPEN-SW          PIC X(1) VALUE 'N'.                   02430000
           88 WS-HST-OPEN                 VALUE 'Y'.                    02440000
       01 WS-FEE-STATUS           PIC X(2) VALUE SPACES.                02450000
       01 WS-FEE-EOF-SW           PIC X(1) VALUE 'N'.                   02460000
           88 WS-FEE-EOF                  VALUE 'Y'.                    02470000
       01 WS-FEE-BEST-EFF         PIC X(8) VALUE SPACES.                02480000
       01 WS-FEE-SCHED            PIC 9(5)V99 VALUE 0.                  02490000
       01 WS-OLD-BAL              PIC S9(7)V99 COMP-3.                  02500000
       01 WS-OLD-BAL-ED           PIC 9(7).99.                          02510000
       01 WS-INTEREST             PIC S9(7)V99 COMP-3 VALUE 0.          02520000
       01 WS-INTEREST-ED          PIC 9(7).99.                          02530000
       01 WS-INT-BAL              PIC S9(7)V99 COMP-3.                  02540000
       01 WS-INT-BAL-ED           PIC 9(7).99.                          02550000
       01 WS-FEE                  PIC S9(7)V99 COMP-3 VALUE 0.          02560000
       01 WS-FEE-ED               PIC 9(7).99.                          02570000
       01 WS-FEE-BAL              PIC S9(7)V99 COMP-3.                  02580000
       01 WS-FEE-BAL-ED           PIC 9(7).99.                          02590000
       01 WS-PENALTY              PIC 9(5)V99 VALUE 0.                  02600000
       01 WS-PEN                  PIC S9(7)V99 COMP-3 VALUE 0.          02610000
       01 WS-PEN-ED               PIC 9(7).99.                          02620000
       01 WS-PEN-BAL              PIC S9(7)V99 COMP-3.                  02630000
       01 WS-PEN-BAL-ED           PIC 9(7).99.                          02640000
       01 WS-PAYOUT               PIC S9(7)V99 COMP-3 VALUE 0.          02650000
       01 WS-PAYOUT-ED            PIC 9(7).99.                          02660000
       01 WS-ZERO-ED              PIC 9(7).99.                          02670000
       01 WS-TO-OLD-BAL           PIC S9(7)V99 COMP-3.                  02680000
       01 WS-TO-OLD-BAL-ED        PIC 9(7).99.                          02690000
       01 WS-TO-NEW-BAL           PIC S9(7)V99 COMP-3.                  02700000
       01 WS-TO-NEW-BAL-ED        PIC 9(7).99.                          02710000
       01 WS-POSTED-SW            PIC X(1) VALUE 'N'.                   02720000
           88 WS-POSTED                   VALUE 'Y'.                    02730000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                02740000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   02750000
           88 WS-TL-DONE                  VALUE 'Y'.                    02760000
       01 WS-TL-W-SEQ             PIC 9(4) VALUE 0.                     02770000
       01 WS-STMT-STATUS          PIC X(2) VALUE SPACES.                02780000
       01 WS-TXN-EOF-SW           PIC X(1) VALUE 'N'.                   02790000
           88 WS-TXN-EOF                  VALUE 'Y'.                    02800000
       01 WS-TXN-OPEN-SW          PIC X(1) VALUE 'N'.                   02810000
           88 WS-TXN-OPEN                 VALUE 'Y'.                    02820000
       01 WS-NET-ACTIVITY         PIC S9(9)V99 COMP-3 VALUE 0.          02830000
       01 WS-TXN-AMOUNT           PIC S9(7)V99 COMP-3.                  02840000
       01 WS-INT-AMOUNT           PIC S9(7)V99 COMP-3.                  02850000
       01 WS-INT-AMOUNT-ED        PIC 9(7).99.                          02860000
       01 WS-HST-OLD              PIC S9(7)V99 COMP-3.                  02870000
       01 WS-HST-NEW              PIC S9(7)V99 COMP-3.                  02880000
       01 WS-OPEN-BAL             PIC S9(9)V99 COMP-3.                  02890000
       01 WS-OPEN-BAL-ED          PIC -(7)9.99.                         02900000
       01 WS-TXN-LABEL            PIC X(26).                            02910000
       01 WS-COUNT-ED             PIC ZZ9.                              02920000
       01 WS-AUD-BEFORE           PIC X(60) VALUE SPACES.               02930000
       01 WS-AUD-AFTER            PIC X(60) VALUE SPACES.               02940000
       LINKAGE SECTION.                                                 02950000
       01 USER-ID-PARM            PIC X(8).                             02960000
       01 CLO-ACC-NO-PARM         PIC X(10).                            02970000
       PROCEDURE DIVISION USING USER-ID-PARM, CLO-ACC-NO-PARM.          02980000
           MOVE USER-ID-PARM TO WS-USER-ID.                             02990000
           MOVE CLO-ACC-NO-PARM TO WS-ACC-NO.                           03000000
           MOVE 0 TO WS-ZERO-ED.                                        03010000
           MOVE 'N' TO WS-HOLD-EOF-SW.                                  03010100
           MOVE 'N' TO WS-APR-EOF-SW.                                   03010200
           MOVE 'N' TO WS-WHS-EOF-SW.                                   03010300
           MOVE 'N' TO WS-SO-EOF-SW.                                    03010400
           MOVE 'N' TO WS-SO-FILE-SW.                                   03010500
           MOVE 'N' TO WS-SO-WRITTEN-SW.                                03010600
           MOVE 'N' TO WS-INT-PAID-SW.                                  03010700
           MOVE 'N' TO WS-RATE-EOF-SW.                                  03010800
           MOVE 'N' TO WS-PRIOR-SW.                                     03010900
           MOVE 'N' TO WS-HST-EOF-SW.                                   03011000
           MOVE 'N' TO WS-HST-OPEN-SW.                                  03011100
           MOVE 'N' TO WS-FEE-EOF-SW.                                   03011200
           MOVE 'N' TO WS-POSTED-SW.                                    03011300
           MOVE 'N' TO WS-TL-DONE-SW.                                   03011400
           MOVE 'N' TO WS-TXN-EOF-SW.                                   03011500
           MOVE 'N' TO WS-TXN-OPEN-SW.                                  03011600
           MOVE 'Y' TO WS-SO-OK-SW.                                     03011700
           MOVE 0 TO WS-HOLD-COUNT.                                     03011800
           MOVE 0 TO WS-PEND-COUNT.                                     03011900
           MOVE 0 TO WS-WHS-COUNT.                                      03012000
           MOVE 0 TO WS-TBL-COUNT.                                      03012100
           MOVE 0 TO WS-SO-CXL-COUNT.                                   03012200
           MOVE 0 TO WS-SO-IN-COUNT.                                    03012300
           MOVE 0 TO WS-RATE-COUNT.                                     03012400
           MOVE 0 TO WS-BEST.                                           03012500
           MOVE 0 TO WS-FOUND-PCT.                                      03012600
           MOVE 0 TO WS-ADB.                                            03012700
           MOVE 0 TO WS-INTEREST.                                       03012800
           MOVE 0 TO WS-FEE-SCHED.                                      03012900
           MOVE 0 TO WS-FEE.                                            03013000
           MOVE 0 TO WS-PENALTY.                                        03013100
           MOVE 0 TO WS-PEN.                                            03013200
           MOVE 0 TO WS-PAYOUT.                                         03013300
           MOVE 0 TO WS-NET-ACTIVITY.                                   03013400
           MOVE 0 TO WS-TL-W-SEQ.                                       03013500
           MOVE SPACES TO WS-FEE-BEST-EFF.                              03013600
           MOVE SPACES TO WS-PAY-ACC.                                   03013700
           DISPLAY 'ACCOUNT CLOSE-OUT SETTLEMENT'.                      03020000
           CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG.              03030000
           CALL 'HACK2CUT' USING WS-CUT-FLAG, WS-CUT-BUS-DATE,          03040000
             WS-CUT-NEXT-DATE.                                          03050000
           IF WS-CUT-FLAG NOT = 'N'                                     03060000
             DISPLAY 'POSTING CUTOFF HAS PASSED - CLOSE-OUT NOT '       03070000
               'ALLOWED UNTIL THE NEXT BUSINESS DAY'                    03080000
             GOBACK                                                     03090000
           END-IF.                                                      03100000
           EXEC SQL                                                     03110000
           SELECT ACC_NAME,ACC_BAL,ACC_TYPE,ACC_STATUS                  03120000
           INTO :DCL-ACC-NAME,:DCL-ACC-BAL,:DCL-ACC-TYPE,               03130000
                :DCL-ACC-STATUS                                         03140000
           FROM ACC_DETAILS WHERE ACC_NO = :WS-ACC-NO                   03150000
           END-EXEC.                                                    03160000
           IF SQLCODE = 100                                             03170000
             DISPLAY 'ACCOUNT NOT FOUND!!!'                             03180000
             GOBACK                                                     03190000
           END-IF.                                                      03200000
           IF SQLCODE NOT = 0                                           03210000
             DISPLAY 'SQLERROR:' SQLCODE                                03220000
             GOBACK                                                     03230000
           END-IF.                                                      03240000
           MOVE DCL-ACC-NAME-TEXT TO WS-ACC-NAME.                       03250000
           MOVE DCL-ACC-BAL TO WS-OLD-BAL.                              03260000
           MOVE DCL-ACC-TYPE TO WS-ACC-TYPE.                            03270000
           MOVE DCL-ACC-STATUS TO WS-ACC-STATUS.                        03280000
           IF WS-ACC-STATUS = 'I'                                       03290000
             DISPLAY 'ACCOUNT ALREADY CLOSED'                           03300000
             GOBACK                                                     03310000
           END-IF.                                                      03320000
           IF WS-ACC-STATUS NOT = 'A' AND WS-ACC-STATUS NOT = 'D'       03330000
             DISPLAY 'ACCOUNT STATUS ' WS-ACC-STATUS                    03340000
               ' - CANNOT BE CLOSED'                                    03350000
             GOBACK                                                     03360000
           END-IF.                                                      03370000
           OPEN INPUT HOLD-FILE.                                        03380000
           IF WS-HOLD-STATUS = '35'                                     03390000
             SET WS-HOLD-EOF TO TRUE                                    03400000
           ELSE IF WS-HOLD-STATUS NOT = '00'                            03410000
             DISPLAY 'CANNOT OPEN HOLDS FILE:' WS-HOLD-STATUS           03420000
             DISPLAY 'CLOSE-OUT NOT STARTED'                            03430000
             GOBACK                                                     03440000
           ELSE                                                         03450000
             MOVE SPACES TO HOLD-RECORD                                 03460000
             MOVE WS-ACC-NO TO HLD-ACC-NO                               03470000
             MOVE 0 TO HLD-SEQ                                          03480000
             START HOLD-FILE KEY NOT LESS THAN HLD-KEY                  03490000
             IF WS-HOLD-STATUS NOT = '00'                               03500000
               SET WS-HOLD-EOF TO TRUE                                  03510000
             END-IF                                                     03520000
           END-IF                                                       03530000
           END-IF.                                                      03540000
           PERFORM UNTIL WS-HOLD-EOF                                    03550000
             READ HOLD-FILE NEXT RECORD                                 03560000
               AT END SET WS-HOLD-EOF TO TRUE                           03570000
               NOT AT END                                               03580000
                 IF HLD-ACC-NO NOT = WS-ACC-NO                          03590000
                   SET WS-HOLD-EOF TO TRUE                              03600000
                 ELSE                                                   03610000
                   IF HLD-STATUS = 'A'                                  03620000
                      AND (HLD-EXPIRY = SPACES                          03630000
                           OR HLD-EXPIRY NOT < WS-CUR-DATE)             03640000
                     ADD 1 TO WS-HOLD-COUNT                             03650000
                     DISPLAY 'ACTIVE HOLD ' HLD-SEQ ' ' HLD-AMOUNT      03660000
                       ' ' HLD-REASON ' EXPIRES ' HLD-EXPIRY            03670000
                   END-IF                                               03680000
                 END-IF                                                 03690000
             END-READ                                                   03700000
           END-PERFORM.                                                 03710000
           IF WS-HOLD-STATUS NOT = '35'                                 03720000
             CLOSE HOLD-FILE                                            03730000
           END-IF.                                                      03740000
           IF WS-HOLD-COUNT > 0                                         03750000
             DISPLAY 'ACCOUNT HAS ACTIVE HOLDS - RELEASE THEM '         03760000
               'BEFORE CLOSING'                                         03770000
             GOBACK                                                     03780000
           END-IF.                                                      03790000
           OPEN INPUT APPR-FILE.                                        03800000
           IF WS-APR-STATUS = '35'                                      03810000
             SET WS-APR-EOF TO TRUE                                     03820000
           ELSE IF WS-APR-STATUS NOT = '00'                             03830000
             DISPLAY 'CANNOT OPEN APPROVAL QUEUE:' WS-APR-STATUS        03840000
             DISPLAY 'CLOSE-OUT NOT STARTED'                            03850000
             GOBACK                                                     03860000
           END-IF                                                       03870000
           END-IF.                                                      03880000
           PERFORM UNTIL WS-APR-EOF                                     03890000
             READ APPR-FILE NEXT RECORD                                 03900000
               AT END SET WS-APR-EOF TO TRUE                            03910000
               NOT AT END                                               03920000
                 IF PA-STATUS = 'P'                                     03930000
                    AND (PA-ACC-NO = WS-ACC-NO                          03940000
                         OR PA-CPTY-ACC = WS-ACC-NO)                    03950000
                   ADD 1 TO WS-PEND-COUNT                               03960000
                   DISPLAY 'PENDING APPROVAL ' PA-ACC-NO ' '            03970000
                     PA-DATE ' ' PA-SEQ ' ' PA-TXN-TYPE ' '             03980000
                     PA-AMOUNT                                          03990000
                 END-IF                                                 04000000
             END-READ                                                   04010000
           END-PERFORM.                                                 04020000
           IF WS-APR-STATUS NOT = '35'                                  04030000
             CLOSE APPR-FILE                                            04040000
           END-IF.                                                      04050000
           IF WS-PEND-COUNT > 0                                         04060000
             DISPLAY 'ITEMS PENDING APPROVAL ON ACCOUNT - APPROVE '     04070000
               'OR REJECT THEM BEFORE CLOSING'                          04080000
             GOBACK                                                     04090000
           END-IF.                                                      04100000
           OPEN INPUT WHS-FILE.                                         04110000
           IF WS-WHS-STATUS = '35'                                      04120000
             SET WS-WHS-EOF TO TRUE                                     04130000
           ELSE IF WS-WHS-STATUS NOT = '00'                             04140000
             DISPLAY 'CANNOT OPEN WAREHOUSE FILE:' WS-WHS-STATUS        04150000
             DISPLAY 'CLOSE-OUT NOT STARTED'                            04160000
             GOBACK                                                     04170000
           END-IF                                                       04180000
           END-IF.                                                      04190000
           PERFORM UNTIL WS-WHS-EOF                                     04200000
             READ WHS-FILE NEXT RECORD                                  04210000
               AT END SET WS-WHS-EOF TO TRUE                            04220000
               NOT AT END                                               04230000
                 IF WH-STATUS = 'W'                                     04240000
                    AND (WH-ACC-NO = WS-ACC-NO                          04250000
                         OR WH-TO-ACC = WS-ACC-NO)                      04260000
                   ADD 1 TO WS-WHS-COUNT                                04270000
                   DISPLAY 'WAREHOUSED ' WH-REL-DATE ' ' WH-SEQ ' '     04280000
                     WH-TXN-TYPE ' ' WH-AMOUNT                          04290000
                 END-IF                                                 04300000
             END-READ                                                   04310000
           END-PERFORM.                                                 04320000
           IF WS-WHS-STATUS NOT = '35'                                  04330000
             CLOSE WHS-FILE                                             04340000
           END-IF.                                                      04350000
           IF WS-WHS-COUNT > 0                                          04360000
             DISPLAY 'WAREHOUSED POSTINGS PENDING ON ACCOUNT - '        04370000
               'RELEASE OR CANCEL THEM BEFORE CLOSING'                  04380000
             GOBACK                                                     04390000
           END-IF.                                                      04400000
           OPEN INPUT SO-FILE.                                          04410000
           IF WS-SO-STATUS = '35'                                       04420000
             SET WS-SO-EOF TO TRUE                                      04430000
           ELSE IF WS-SO-STATUS NOT = '00'                              04440000
             DISPLAY 'CANNOT OPEN STANDING ORDERS:' WS-SO-STATUS        04450000
             DISPLAY 'CLOSE-OUT NOT STARTED'                            04460000
             GOBACK                                                     04470000
           ELSE                                                         04480000
             SET WS-SO-ON-FILE TO TRUE                                  04490000
           END-IF                                                       04500000
           END-IF.                                                      04510000
           PERFORM UNTIL WS-SO-EOF                                      04520000
             READ SO-FILE                                               04530000
               AT END SET WS-SO-EOF TO TRUE                             04540000
               NOT AT END                                               04550000
                 IF WS-TBL-COUNT < WS-TBL-MAX                           04560000
                   ADD 1 TO WS-TBL-COUNT                                04570000
                   MOVE SO-ACC-NO TO WS-S-ACC(WS-TBL-COUNT)             04580000
                   MOVE SO-CPTY-ACC TO WS-S-CPTY(WS-TBL-COUNT)          04590000
                   MOVE SO-AMOUNT TO WS-S-AMT(WS-TBL-COUNT)             04600000
                   MOVE SO-FREQ TO WS-S-FRQ(WS-TBL-COUNT)               04610000
                   MOVE SO-NEXT-DUE TO WS-S-DUE(WS-TBL-COUNT)           04620000
                   MOVE SO-EXPIRY TO WS-S-EXP(WS-TBL-COUNT)             04630000
                   MOVE SO-STATUS TO WS-S-STS(WS-TBL-COUNT)             04640000
                   MOVE 'N' TO WS-S-CXL(WS-TBL-COUNT)                   04650000
                 ELSE                                                   04660000
                   DISPLAY 'ORDER FILE EXCEEDS TABLE - '                04670000
                     'CLOSE-OUT NOT STARTED'                            04680000
                   CLOSE SO-FILE                                        04690000
                   GOBACK                                               04700000
                 END-IF                                                 04710000
             END-READ                                                   04720000
           END-PERFORM.                                                 04730000
           IF WS-SO-ON-FILE                                             04740000
             CLOSE SO-FILE                                              04750000
           END-IF.                                                      04760000
           PERFORM VARYING WS-SUB FROM 1 BY 1                           04770000
             UNTIL WS-SUB > WS-TBL-COUNT                                04780000
             IF WS-S-STS(WS-SUB) = 'A'                                  04790000
               IF WS-S-ACC(WS-SUB) = WS-ACC-NO                          04800000
                 MOVE 'Y' TO WS-S-CXL(WS-SUB)                           04810000
                 ADD 1 TO WS-SO-CXL-COUNT                               04820000
               ELSE IF WS-S-CPTY(WS-SUB) = WS-ACC-NO                    04830000
                 ADD 1 TO WS-SO-IN-COUNT                                04840000
               END-IF                                                   04850000
               END-IF                                                   04860000
             END-IF                                                     04870000
           END-PERFORM.                                                 04880000
           MOVE WS-CUR-DATE(1:6) TO WS-PERIOD.                          04890000
           MOVE SPACES TO WS-PERIOD-START.                              04900000
           STRING WS-PERIOD '01' DELIMITED BY SIZE                      04910000
             INTO WS-PERIOD-START.                                      04920000
           IF WS-ACC-TYPE = 'T' OR WS-ACC-STATUS NOT = 'A'              04930000
             SET WS-INT-PAID TO TRUE                                    04940000
           ELSE                                                         04950000
             OPEN INPUT CTL-FILE                                        04960000
             IF WS-CTL-STATUS = '00'                                    04970000
               READ CTL-FILE                                            04980000
                 AT END CONTINUE                                        04990000
                 NOT AT END                                             05000000
                   IF IRC-PERIOD = WS-PERIOD                            05010000
                      AND (IRC-COMPLETE-SW = 'Y'                        05020000
                           OR IRC-LAST-ACC NOT < WS-ACC-NO)             05030000
                     SET WS-INT-PAID TO TRUE                            05040000
                     DISPLAY 'INTEREST FOR ' WS-PERIOD                  05050000
                       ' ALREADY PAID BY MONTH-END RUN'                 05060000
                   END-IF                                               05070000
               END-READ                                                 05080000
               CLOSE CTL-FILE                                           05090000
             END-IF                                                     05100000
           END-IF.                                                      05110000
           IF NOT WS-INT-PAID                                           05120000
             OPEN INPUT RATE-FILE                                       05130000
             IF WS-RATE-STATUS NOT = '00'                               05140000
               SET WS-RATE-EOF TO TRUE                                  05150000
             END-IF                                                     05160000
             PERFORM UNTIL WS-RATE-EOF                                  05170000
               READ RATE-FILE                                           05180000
                 AT END SET WS-RATE-EOF TO TRUE                         05190000
                 NOT AT END                                             05200000
                   IF WS-RATE-COUNT < WS-RATE-MAX                       05210000
                     ADD 1 TO WS-RATE-COUNT                             05220000
                     MOVE RT-ACC-TYPE                                   05230000
                       TO WS-RATE-TYPE(WS-RATE-COUNT)                   05240000
                     MOVE RT-EFF-DATE                                   05250000
                       TO WS-RATE-EFF(WS-RATE-COUNT)                    05260000
                     MOVE RT-MIN-BAL                                    05270000
                       TO WS-RATE-MIN(WS-RATE-COUNT)                    05280000
                     MOVE RT-RATE-PCT                                   05290000
                       TO WS-RATE-PCT(WS-RATE-COUNT)                    05300000
                   ELSE                                                 05310000
                     DISPLAY 'RATE TABLE FULL - ENTRY IGNORED'          05320000
                   END-IF                                               05330000
               END-READ                                                 05340000
             END-PERFORM                                                05350000
             IF WS-RATE-STATUS = '00'                                   05360000
               CLOSE RATE-FILE                                          05370000
             END-IF                                                     05380000
             MOVE WS-PERIOD-START TO WS-DATE-NUM                        05390000
             COMPUTE WS-START-INT =                                     05400000
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)                    05410000
             IF WS-DATE-MM = 12                                         05420000
               ADD 1 TO WS-DATE-YYYY                                    05430000
               MOVE 1 TO WS-DATE-MM                                     05440000
             ELSE                                                       05450000
               ADD 1 TO WS-DATE-MM                                      05460000
             END-IF                                                     05470000
             COMPUTE WS-NEXT-INT =                                      05480000
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)                    05490000
             COMPUTE WS-MONTH-DAYS = WS-NEXT-INT - WS-START-INT         05500000
             MOVE WS-CUR-DATE TO WS-DATE-NUM                            05510000
             COMPUTE WS-END-INT =                                       05520000
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)                    05530000
             COMPUTE WS-PERIOD-DAYS =                                   05540000
               WS-END-INT - WS-START-INT + 1                            05550000
             MOVE 0 TO WS-WEIGHTED                                      05560000
             MOVE 0 TO WS-CUR-BAL                                       05570000
             MOVE WS-START-INT TO WS-SEG-INT                            05580000
             OPEN INPUT HIST-FILE                                       05590000
             IF WS-HST-STATUS = '00'                                    05600000
               SET WS-HST-OPEN TO TRUE                                  05610000
               MOVE SPACES TO HIST-RECORD                               05620000
               MOVE WS-ACC-NO TO HST-ACC-NO                             05630000
               MOVE SPACES TO HST-EFF-DATE                              05640000
               MOVE 0 TO HST-SEQ                                        05650000
               START HIST-FILE KEY NOT LESS THAN HST-KEY                05660000
               IF WS-HST-STATUS NOT = '00'                              05670000
                 SET WS-HST-EOF TO TRUE                                 05680000
               END-IF                                                   05690000
             ELSE                                                       05700000
               SET WS-HST-EOF TO TRUE                                   05710000
             END-IF                                                     05720000
             PERFORM UNTIL WS-HST-EOF                                   05730000
               READ HIST-FILE NEXT RECORD                               05740000
                 AT END SET WS-HST-EOF TO TRUE                          05750000
                 NOT AT END                                             05760000
                   IF HST-ACC-NO NOT = WS-ACC-NO                        05770000
                      OR HST-EFF-DATE > WS-CUR-DATE                     05780000
                     SET WS-HST-EOF TO TRUE                             05790000
                   ELSE                                                 05800000
                    IF HST-EFF-DATE < WS-PERIOD-START                   05810000
                     MOVE HST-NEW-BAL TO WS-CUR-BAL                     05820000
                     SET WS-PRIOR-KNOWN TO TRUE                         05830000
                    ELSE                                                05840000
                     MOVE HST-EFF-DATE TO WS-DATE-NUM                   05850000
                     COMPUTE WS-REC-INT =                               05860000
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)            05870000
                     IF NOT WS-PRIOR-KNOWN                              05880000
                       MOVE HST-OLD-BAL TO WS-CUR-BAL                   05890000
                       SET WS-PRIOR-KNOWN TO TRUE                       05900000
                     END-IF                                             05910000
                     COMPUTE WS-WEIGHTED = WS-WEIGHTED                  05920000
                       + WS-CUR-BAL                                     05930000
                       * (WS-REC-INT - WS-SEG-INT)                      05940000
                     MOVE WS-REC-INT TO WS-SEG-INT                      05950000
                     MOVE HST-NEW-BAL TO WS-CUR-BAL                     05960000
                    END-IF                                              05970000
                   END-IF                                               05980000
               END-READ                                                 05990000
             END-PERFORM                                                06000000
             IF WS-HST-OPEN                                             06010000
               CLOSE HIST-FILE                                          06020000
             END-IF                                                     06030000
             IF NOT WS-PRIOR-KNOWN                                      06040000
               MOVE WS-OLD-BAL TO WS-CUR-BAL                            06050000
             END-IF                                                     06060000
             COMPUTE WS-WEIGHTED = WS-WEIGHTED                          06070000
               + WS-CUR-BAL                                             06080000
               * (WS-END-INT - WS-SEG-INT + 1)                          06090000
             COMPUTE WS-ADB ROUNDED =                                   06100000
               WS-WEIGHTED / WS-PERIOD-DAYS                             06110000
             PERFORM VARYING WS-SUB FROM 1 BY 1                         06120000
               UNTIL WS-SUB > WS-RATE-COUNT                             06130000
               IF WS-RATE-TYPE(WS-SUB) = WS-ACC-TYPE                    06140000
                  AND WS-RATE-EFF(WS-SUB) NOT > WS-CUR-DATE             06150000
                  AND WS-RATE-MIN(WS-SUB) NOT > WS-ADB                  06160000
                 IF WS-BEST = 0                                         06170000
                   MOVE WS-SUB TO WS-BEST                               06180000
                 ELSE                                                   06190000
                   IF WS-RATE-EFF(WS-SUB) >                             06200000
                      WS-RATE-EFF(WS-BEST)                              06210000
                     MOVE WS-SUB TO WS-BEST                             06220000
                   ELSE                                                 06230000
                     IF WS-RATE-EFF(WS-SUB) =                           06240000
                        WS-RATE-EFF(WS-BEST)                            06250000
                        AND WS-RATE-MIN(WS-SUB) >                       06260000
                        WS-RATE-MIN(WS-BEST)                            06270000
                       MOVE WS-SUB TO WS-BEST                           06280000
                     END-IF                                             06290000
                   END-IF                                               06300000
                 END-IF                                                 06310000
               END-IF                                                   06320000
             END-PERFORM                                                06330000
             IF WS-BEST > 0                                             06340000
               MOVE WS-RATE-PCT(WS-BEST) TO WS-FOUND-PCT                06350000
             END-IF                                                     06360000
             COMPUTE WS-INTEREST ROUNDED =                              06370000
               WS-ADB * WS-FOUND-PCT * WS-PERIOD-DAYS                   06380000
               / (10000 * WS-MONTH-DAYS)                                06390000
             IF WS-INTEREST < 0                                         06400000
               MOVE 0 TO WS-INTEREST                                    06410000
             END-IF                                                     06420000
           END-IF.                                                      06430000
           COMPUTE WS-INT-BAL = WS-OLD-BAL + WS-INTEREST.               06440000
           IF WS-INT-BAL < 0                                            06450000
             DISPLAY 'ACCOUNT IS OVERDRAWN - BALANCE MUST BE '          06460000
               'REPAID BEFORE CLOSING'                                  06470000
             GOBACK                                                     06480000
           END-IF.                                                      06490000
           OPEN INPUT FEE-FILE.                                         06500000
           IF WS-FEE-STATUS NOT = '00'                                  06510000
             SET WS-FEE-EOF TO TRUE                                     06520000
           END-IF.                                                      06530000
           PERFORM UNTIL WS-FEE-EOF                                     06540000
             READ FEE-FILE                                              06550000
               AT END SET WS-FEE-EOF TO TRUE                            06560000
               NOT AT END                                               06570000
                 IF FEE-ACC-TYPE = WS-ACC-TYPE                          06580000
                    AND FEE-CODE = 'CL'                                 06590000
                    AND FEE-EFF-DATE NOT > WS-CUR-DATE                  06600000
                    AND (WS-FEE-BEST-EFF = SPACES                       06610000
                         OR FEE-EFF-DATE > WS-FEE-BEST-EFF)             06620000
                   MOVE FEE-EFF-DATE TO WS-FEE-BEST-EFF                 06630000
                   MOVE FEE-AMOUNT TO WS-FEE-SCHED                      06640000
                 END-IF                                                 06650000
             END-READ                                                   06660000
           END-PERFORM.                                                 06670000
           IF WS-FEE-STATUS = '00'                                      06680000
             CLOSE FEE-FILE                                             06690000
           END-IF.                                                      06700000
           MOVE WS-FEE-SCHED TO WS-FEE.                                 06710000
           IF WS-FEE > WS-INT-BAL                                       06720000
             MOVE WS-INT-BAL TO WS-FEE                                  06730000
             DISPLAY 'CLOSING FEE LIMITED TO REMAINING BALANCE'         06740000
           END-IF.                                                      06750000
           COMPUTE WS-FEE-BAL = WS-INT-BAL - WS-FEE.                    06760000
           MOVE 0 TO WS-PENALTY.                                        06770000
           IF WS-FEE-BAL > 0                                            06780000
             CALL 'HACK2EWP' USING WS-ACC-NO, WS-PENALTY                06790000
           END-IF.                                                      06800000
           MOVE WS-PENALTY TO WS-PEN.                                   06810000
           IF WS-PEN > WS-FEE-BAL                                       06820000
             MOVE WS-FEE-BAL TO WS-PEN                                  06830000
           END-IF.                                                      06840000
           COMPUTE WS-PEN-BAL = WS-FEE-BAL - WS-PEN.                    06850000
           MOVE WS-PEN-BAL TO WS-PAYOUT.                                06860000
           MOVE WS-OLD-BAL TO WS-OLD-BAL-ED.                            06870000
           MOVE WS-INTEREST TO WS-INTEREST-ED.                          06880000
           MOVE WS-INT-BAL TO WS-INT-BAL-ED.                            06890000
           MOVE WS-FEE TO WS-FEE-ED.                                    06900000
           MOVE WS-FEE-BAL TO WS-FEE-BAL-ED.                            06910000
           MOVE WS-PEN TO WS-PEN-ED.                                    06920000
           MOVE WS-PEN-BAL TO WS-PEN-BAL-ED.                            06930000
           MOVE WS-PAYOUT TO WS-PAYOUT-ED.                              06940000
           DISPLAY 'ACCOUNT         : ' WS-ACC-NO ' ' WS-ACC-NAME.      06950000
           DISPLAY 'CURRENT BALANCE : ' WS-OLD-BAL-ED.                  06960000
           DISPLAY 'FINAL INTEREST  : ' WS-INTEREST-ED.                 06970000
           DISPLAY 'CLOSING FEE     : ' WS-FEE-ED.                      06980000
           IF WS-PEN > 0                                                06990000
             DISPLAY 'EARLY WDL PENALTY:' WS-PEN-ED                     07000000
           END-IF.                                                      07010000
           DISPLAY 'BALANCE TO PAY  : ' WS-PAYOUT-ED.                   07020000
           MOVE WS-SO-CXL-COUNT TO WS-COUNT-ED.                         07030000
           DISPLAY 'STANDING ORDERS TO CANCEL: ' WS-COUNT-ED.           07040000
           IF WS-SO-IN-COUNT > 0                                        07050000
             MOVE WS-SO-IN-COUNT TO WS-COUNT-ED                         07060000
             DISPLAY 'WARNING: ' WS-COUNT-ED ' STANDING ORDER(S) ON '   07070000
               'OTHER ACCOUNTS PAY INTO THIS ACCOUNT'                   07080000
           END-IF.                                                      07090000
           IF WS-PAYOUT > 0                                             07100000
             DISPLAY 'ENTER ACCOUNT TO RECEIVE THE BALANCE:'            07110000
             ACCEPT WS-PAY-ACC                                          07120000
             IF WS-PAY-ACC = SPACES OR WS-PAY-ACC NOT NUMERIC           07130000
               DISPLAY 'INVALID ACCOUNT NUMBER FORMAT'                  07140000
               GOBACK                                                   07150000
             END-IF                                                     07160000
             IF WS-PAY-ACC = WS-ACC-NO                                  07170000
               DISPLAY 'BALANCE CANNOT BE PAID TO THE CLOSING ACCOUNT'  07180000
               GOBACK                                                   07190000
             END-IF                                                     07200000
             EXEC SQL                                                   07210000
             SELECT ACC_BAL,ACC_STATUS                                  07220000
             INTO :DCL-ACC-BAL,:DCL-ACC-STATUS                          07230000
             FROM ACC_DETAILS WHERE ACC_NO = :WS-PAY-ACC                07240000
             END-EXEC                                                   07250000
             IF SQLCODE = 100                                           07260000
               DISPLAY 'RECEIVING ACCOUNT NOT FOUND!!!'                 07270000
               GOBACK                                                   07280000
             END-IF                                                     07290000
             IF SQLCODE NOT = 0                                         07300000
               DISPLAY 'SQLERROR:' SQLCODE                              07310000
               GOBACK                                                   07320000
             END-IF                                                     07330000
             MOVE DCL-ACC-BAL TO WS-TO-OLD-BAL                          07340000
             MOVE DCL-ACC-STATUS TO WS-PAY-STATUS                       07350000
             IF WS-PAY-STATUS = 'I'                                     07360000
               DISPLAY 'RECEIVING ACCOUNT IS INACTIVE!!!'               07370000
               GOBACK                                                   07380000
             END-IF                                                     07390000
             COMPUTE WS-TO-NEW-BAL = WS-TO-OLD-BAL + WS-PAYOUT          07400000
           END-IF.                                                      07410000
           DISPLAY 'CONFIRM CLOSE-OUT (Y/N):'.                          07420000
           ACCEPT WS-CONFIRM.                                           07430000
           IF WS-CONFIRM NOT = 'Y'                                      07440000
             DISPLAY 'CLOSE-OUT ABANDONED - NOTHING CHANGED'            07450000
             GOBACK                                                     07460000
           END-IF.                                                      07470000
           OPEN EXTEND STMT-FILE.                                       07480000
           IF WS-STMT-STATUS = '35'                                     07490000
             OPEN OUTPUT STMT-FILE                                      07500000
           END-IF.                                                      07510000
           IF WS-STMT-STATUS NOT = '00'                                 07520000
             DISPLAY 'CANNOT OPEN CLOSING STATEMENT FILE:'              07530000
               WS-STMT-STATUS                                           07540000
             DISPLAY 'CLOSE-OUT NOT STARTED'                            07550000
             GOBACK                                                     07560000
           END-IF.                                                      07570000
           EXEC SQL                                                     07580000
           UPDATE ACC_DETAILS SET ACC_BAL = 0, ACC_STATUS = 'I'         07590000
           WHERE ACC_NO = :WS-ACC-NO                                    07600000
           AND ACC_BAL = :WS-OLD-BAL                                    07610000
           AND ACC_STATUS = :WS-ACC-STATUS                              07620000
           END-EXEC.                                                    07630000
           IF SQLCODE = 0 AND SQLERRD(3) = 1                            07640000
             SET WS-POSTED TO TRUE                                      07650000
           ELSE                                                         07660000
             EXEC SQL ROLLBACK END-EXEC                                 07670000
             DISPLAY 'CLOSE-OUT FAILED - ACCOUNT CHANGED, RETRY'        07680000
           END-IF.                                                      07690000
           IF WS-POSTED AND WS-PAYOUT > 0                               07700000
             MOVE WS-TO-NEW-BAL TO DCL-ACC-BAL                          07710000
             EXEC SQL                                                   07720000
             UPDATE ACC_DETAILS SET ACC_BAL = :DCL-ACC-BAL              07730000
             WHERE ACC_NO = :WS-PAY-ACC                                 07740000
             AND ACC_BAL = :WS-TO-OLD-BAL                               07750000
             END-EXEC                                                   07760000
             IF SQLCODE NOT = 0 OR SQLERRD(3) NOT = 1                   07770000
               EXEC SQL ROLLBACK END-EXEC                               07780000
               MOVE 'N' TO WS-POSTED-SW                                 07790000
               DISPLAY 'CLOSE-OUT FAILED - RECEIVING ACCOUNT '          07800000
                 'CHANGED, RETRY'                                       07810000
             END-IF                                                     07820000
           END-IF.                                                      07830000
           IF WS-POSTED AND WS-SO-CXL-COUNT > 0                         07840000
             OPEN OUTPUT SO-FILE                                        07850000
             IF WS-SO-STATUS NOT = '00'                                 07860000
               EXEC SQL ROLLBACK END-EXEC                               07870000
               MOVE 'N' TO WS-POSTED-SW                                 07880000
               DISPLAY 'CANNOT REWRITE STANDING ORDERS:' WS-SO-STATUS   07890000
               DISPLAY 'CLOSE-OUT BACKED OUT - NOTHING CHANGED'         07900000
             ELSE                                                       07910000
               SET WS-SO-WRITTEN TO TRUE                                07920000
               PERFORM VARYING WS-SUB FROM 1 BY 1                       07930000
                 UNTIL WS-SUB > WS-TBL-COUNT                            07940000
                 MOVE SPACES TO SO-RECORD                               07950000
                 MOVE WS-S-ACC(WS-SUB) TO SO-ACC-NO                     07960000
                 MOVE WS-S-CPTY(WS-SUB) TO SO-CPTY-ACC                  07970000
                 MOVE WS-S-AMT(WS-SUB) TO SO-AMOUNT                     07980000
                 MOVE WS-S-FRQ(WS-SUB) TO SO-FREQ                       07990000
                 MOVE WS-S-DUE(WS-SUB) TO SO-NEXT-DUE                   08000000
                 MOVE WS-S-EXP(WS-SUB) TO SO-EXPIRY                     08010000
                 IF WS-S-CXL(WS-SUB) = 'Y'                              08020000
                   MOVE 'C' TO SO-STATUS                                08030000
                 ELSE                                                   08040000
                   MOVE WS-S-STS(WS-SUB) TO SO-STATUS                   08050000
                 END-IF                                                 08060000
                 WRITE SO-RECORD                                        08070000
                 IF WS-SO-STATUS NOT = '00'                             08080000
                   MOVE 'N' TO WS-SO-OK-SW                              08090000
                 END-IF                                                 08100000
               END-PERFORM                                              08110000
               CLOSE SO-FILE                                            08120000
             END-IF                                                     08130000
           END-IF.                                                      08140000
           IF WS-POSTED                                                 08150000
             EXEC SQL COMMIT END-EXEC                                   08160000
             IF SQLCODE NOT = 0                                         08170000
               MOVE 'N' TO WS-POSTED-SW                                 08180000
               DISPLAY 'COMMIT FAILED:' SQLCODE                         08190000
               DISPLAY 'CLOSE-OUT BACKED OUT - NOTHING CHANGED'         08200000
             END-IF                                                     08210000
           END-IF.                                                      08220000
           IF NOT WS-POSTED AND WS-SO-WRITTEN                           08230000
             OPEN OUTPUT SO-FILE                                        08240000
             PERFORM VARYING WS-SUB FROM 1 BY 1                         08250000
               UNTIL WS-SUB > WS-TBL-COUNT                              08260000
               MOVE SPACES TO SO-RECORD                                 08270000
               MOVE WS-S-ACC(WS-SUB) TO SO-ACC-NO                       08280000
               MOVE WS-S-CPTY(WS-SUB) TO SO-CPTY-ACC                    08290000
               MOVE WS-S-AMT(WS-SUB) TO SO-AMOUNT                       08300000
               MOVE WS-S-FRQ(WS-SUB) TO SO-FREQ                         08310000
               MOVE WS-S-DUE(WS-SUB) TO SO-NEXT-DUE                     08320000
               MOVE WS-S-EXP(WS-SUB) TO SO-EXPIRY                       08330000
               MOVE WS-S-STS(WS-SUB) TO SO-STATUS                       08340000
               WRITE SO-RECORD                                          08350000
             END-PERFORM                                                08360000
             CLOSE SO-FILE                                              08370000
           END-IF.                                                      08380000
           IF NOT WS-POSTED                                             08390000
             CLOSE STMT-FILE                                            08400000
             GOBACK                                                     08410000
           END-IF.                                                      08420000
           IF NOT WS-SO-OK                                              08430000
             DISPLAY 'WARNING: STANDING ORDER FILE WRITE ERROR - '      08440000
               'CHECK SOMST FOR ' WS-ACC-NO                             08450000
           END-IF.                                                      08460000
           MOVE WS-TO-OLD-BAL TO WS-TO-OLD-BAL-ED.                      08470000
           MOVE WS-TO-NEW-BAL TO WS-TO-NEW-BAL-ED.                      08480000
           OPEN I-O TXN-LOG-FILE.                                       08490000
           IF WS-TXN-STATUS = '35'                                      08500000
             OPEN OUTPUT TXN-LOG-FILE                                   08510000
           END-IF.                                                      08520000
           IF WS-FEE > 0                                                08530000
             MOVE SPACES TO TXN-LOG-RECORD                              08540000
             MOVE WS-ACC-NO TO TL-ACC-NO                                08550000
             MOVE WS-CUR-DATE TO TL-DATE                                08560000
             MOVE 0 TO TL-SEQ                                           08570000
             MOVE 'F' TO TL-TXN-TYPE                                    08580000
             MOVE WS-FEE TO TL-AMOUNT                                   08590000
             MOVE WS-FEE-BAL-ED TO TL-RUN-BAL                           08600000
             MOVE 'N' TO WS-TL-DONE-SW                                  08610000
             PERFORM UNTIL WS-TL-DONE                                   08620000
               WRITE TXN-LOG-RECORD                                     08630000
               IF WS-TXN-STATUS = '22'                                  08640000
                 ADD 1 TO TL-SEQ                                        08650000
               ELSE                                                     08660000
                 MOVE 'Y' TO WS-TL-DONE-SW                              08670000
               END-IF                                                   08680000
             END-PERFORM                                                08690000
           END-IF.                                                      08700000
           IF WS-PEN > 0                                                08710000
             MOVE SPACES TO TXN-LOG-RECORD                              08720000
             MOVE WS-ACC-NO TO TL-ACC-NO                                08730000
             MOVE WS-CUR-DATE TO TL-DATE                                08740000
             MOVE 0 TO TL-SEQ                                           08750000
             MOVE 'F' TO TL-TXN-TYPE                                    08760000
             MOVE WS-PEN TO TL-AMOUNT                                   08770000
             MOVE WS-PEN-BAL-ED TO TL-RUN-BAL                           08780000
             MOVE WS-CUR-DATE TO TL-REF-DATE                            08790000
             MOVE 'P' TO TL-REF-TYPE                                    08800000
             MOVE 'N' TO WS-TL-DONE-SW                                  08810000
             PERFORM UNTIL WS-TL-DONE                                   08820000
               WRITE TXN-LOG-RECORD                                     08830000
               IF WS-TXN-STATUS = '22'                                  08840000
                 ADD 1 TO TL-SEQ                                        08850000
               ELSE                                                     08860000
                 MOVE 'Y' TO WS-TL-DONE-SW                              08870000
               END-IF                                                   08880000
             END-PERFORM                                                08890000
           END-IF.                                                      08900000
           IF WS-PAYOUT > 0                                             08910000
             MOVE SPACES TO TXN-LOG-RECORD                              08920000
             MOVE WS-ACC-NO TO TL-ACC-NO                                08930000
             MOVE WS-CUR-DATE TO TL-DATE                                08940000
             MOVE 0 TO TL-SEQ                                           08950000
             MOVE 'W' TO TL-TXN-TYPE                                    08960000
             MOVE WS-PAYOUT TO TL-AMOUNT                                08970000
             MOVE WS-ZERO-ED TO TL-RUN-BAL                              08980000
             MOVE WS-CUR-DATE TO TL-REF-DATE                            08990000
             MOVE 'D' TO TL-REF-TYPE                                    09000000
             MOVE 'N' TO WS-TL-DONE-SW                                  09010000
             PERFORM UNTIL WS-TL-DONE                                   09020000
               WRITE TXN-LOG-RECORD                                     09030000
               IF WS-TXN-STATUS = '22'                                  09040000
                 ADD 1 TO TL-SEQ                                        09050000
               ELSE                                                     09060000
                 MOVE 'Y' TO WS-TL-DONE-SW                              09070000
               END-IF                                                   09080000
             END-PERFORM                                                09090000
             MOVE TL-SEQ TO WS-TL-W-SEQ                                 09100000
             MOVE SPACES TO TXN-LOG-RECORD                              09110000
             MOVE WS-PAY-ACC TO TL-ACC-NO                               09120000
             MOVE WS-CUR-DATE TO TL-DATE                                09130000
             MOVE 0 TO TL-SEQ                                           09140000
             MOVE 'D' TO TL-TXN-TYPE                                    09150000
             MOVE WS-PAYOUT TO TL-AMOUNT                                09160000
             MOVE WS-TO-NEW-BAL-ED TO TL-RUN-BAL                        09170000
             MOVE WS-CUR-DATE TO TL-REF-DATE                            09180000
             MOVE 'W' TO TL-REF-TYPE                                    09190000
             MOVE 'N' TO WS-TL-DONE-SW                                  09200000
             PERFORM UNTIL WS-TL-DONE                                   09210000
               WRITE TXN-LOG-RECORD                                     09220000
               IF WS-TXN-STATUS = '22'                                  09230000
                 ADD 1 TO TL-SEQ                                        09240000
               ELSE                                                     09250000
                 MOVE 'Y' TO WS-TL-DONE-SW                              09260000
               END-IF                                                   09270000
             END-PERFORM                                                09280000
           END-IF.                                                      09290000
           CLOSE TXN-LOG-FILE.                                          09300000
           IF WS-INTEREST > 0                                           09310000
             CALL 'HACK2HST' USING WS-ACC-NO,                           09320000
               WS-CUR-DATE, 'I',                                        09330000
               WS-OLD-BAL-ED, WS-INT-BAL-ED                             09340000
           END-IF.                                                      09350000
           IF WS-FEE > 0                                                09360000
             CALL 'HACK2HST' USING WS-ACC-NO,                           09370000
               WS-CUR-DATE, 'F',                                        09380000
               WS-INT-BAL-ED, WS-FEE-BAL-ED                             09390000
             MOVE SPACES TO WS-AUD-BEFORE                               09400000
             MOVE SPACES TO WS-AUD-AFTER                                09410000
             STRING 'BAL=' WS-INT-BAL-ED                                09420000
               DELIMITED BY SIZE INTO WS-AUD-BEFORE                     09430000
             STRING 'BAL=' WS-FEE-BAL-ED                                09440000
               ' CLOSING FEE=' WS-FEE-ED                                09450000
               DELIMITED BY SIZE INTO WS-AUD-AFTER                      09460000
             CALL 'HACK2AUD' USING 'F', WS-USER-ID,                     09470000
               WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER                   09480000
           END-IF.                                                      09490000
           IF WS-PEN > 0                                                09500000
             CALL 'HACK2HST' USING WS-ACC-NO,                           09510000
               WS-CUR-DATE, 'F',                                        09520000
               WS-FEE-BAL-ED, WS-PEN-BAL-ED                             09530000
             MOVE SPACES TO WS-AUD-BEFORE                               09540000
             MOVE SPACES TO WS-AUD-AFTER                                09550000
             STRING 'BAL=' WS-FEE-BAL-ED                                09560000
               DELIMITED BY SIZE INTO WS-AUD-BEFORE                     09570000
             STRING 'BAL=' WS-PEN-BAL-ED                                09580000
               ' EARLY WDL PENALTY=' WS-PEN-ED                          09590000
               DELIMITED BY SIZE INTO WS-AUD-AFTER                      09600000
             CALL 'HACK2AUD' USING 'F', WS-USER-ID,                     09610000
               WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER                   09620000
           END-IF.                                                      09630000
           IF WS-PAYOUT > 0                                             09640000
             CALL 'HACK2HST' USING WS-ACC-NO,                           09650000
               WS-CUR-DATE, 'W',                                        09660000
               WS-PEN-BAL-ED, WS-ZERO-ED                                09670000
             CALL 'HACK2HST' USING WS-PAY-ACC,                          09680000
               WS-CUR-DATE, 'D',                                        09690000
               WS-TO-OLD-BAL-ED, WS-TO-NEW-BAL-ED                       09700000
             MOVE SPACES TO WS-AUD-BEFORE                               09710000
             MOVE SPACES TO WS-AUD-AFTER                                09720000
             STRING 'BAL=' WS-PEN-BAL-ED                                09730000
               ' TFR TO ' WS-PAY-ACC                                    09740000
               DELIMITED BY SIZE INTO WS-AUD-BEFORE                     09750000
             STRING 'BAL=' WS-ZERO-ED ' CLOSE-OUT PAYMENT'              09760000
               DELIMITED BY SIZE INTO WS-AUD-AFTER                      09770000
             CALL 'HACK2AUD' USING 'W', WS-USER-ID,                     09780000
               WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER                   09790000
             MOVE SPACES TO WS-AUD-BEFORE                               09800000
             MOVE SPACES TO WS-AUD-AFTER                                09810000
             STRING 'BAL=' WS-TO-OLD-BAL-ED                             09820000
               ' TFR FROM ' WS-ACC-NO                                   09830000
               DELIMITED BY SIZE INTO WS-AUD-BEFORE                     09840000
             STRING 'BAL=' WS-TO-NEW-BAL-ED ' CLOSE-OUT PAYMENT'        09850000
               DELIMITED BY SIZE INTO WS-AUD-AFTER                      09860000
             CALL 'HACK2AUD' USING 'D', WS-USER-ID,                     09870000
               WS-PAY-ACC, WS-AUD-BEFORE, WS-AUD-AFTER                  09880000
           END-IF.                                                      09890000
           PERFORM VARYING WS-SUB FROM 1 BY 1                           09900000
             UNTIL WS-SUB > WS-TBL-COUNT                                09910000
             IF WS-S-CXL(WS-SUB) = 'Y'                                  09920000
               MOVE SPACES TO WS-AUD-BEFORE                             09930000
               STRING 'SO ACTIVE TO ' WS-S-CPTY(WS-SUB)                 09940000
                 ' AMT=' WS-S-AMT(WS-SUB)                               09950000
                 DELIMITED BY SIZE INTO WS-AUD-BEFORE                   09960000
               MOVE 'SO CANCELLED - ACCOUNT CLOSED' TO WS-AUD-AFTER     09970000
               CALL 'HACK2AUD' USING 'N', WS-USER-ID, WS-ACC-NO,        09980000
                 WS-AUD-BEFORE, WS-AUD-AFTER                            09990000
             END-IF                                                     10000000
           END-PERFORM.                                                 10010000
           MOVE SPACES TO WS-AUD-BEFORE.                                10020000
           MOVE SPACES TO WS-AUD-AFTER.                                 10030000
           STRING 'STATUS=' WS-ACC-STATUS ' BAL=' WS-OLD-BAL-ED         10040000
             ' CLOSE-OUT' DELIMITED BY SIZE INTO WS-AUD-BEFORE.         10050000
           IF WS-PAYOUT > 0                                             10060000
             STRING 'STATUS=I INT=' WS-INTEREST-ED                      10070000
               ' PAID=' WS-PAYOUT-ED ' TO ' WS-PAY-ACC                  10080000
               DELIMITED BY SIZE INTO WS-AUD-AFTER                      10090000
           ELSE                                                         10100000
             STRING 'STATUS=I INT=' WS-INTEREST-ED                      10110000
               ' NOTHING TO PAY'                                        10120000
               DELIMITED BY SIZE INTO WS-AUD-AFTER                      10130000
           END-IF.                                                      10140000
           CALL 'HACK2AUD' USING 'C', WS-USER-ID, WS-ACC-NO,            10150000
             WS-AUD-BEFORE, WS-AUD-AFTER.                               10160000
           OPEN INPUT TXN-LOG-FILE.                                     10170000
           IF WS-TXN-STATUS = '00'                                      10180000
             SET WS-TXN-OPEN TO TRUE                                    10190000
           END-IF.                                                      10200000
           MOVE 'N' TO WS-HST-OPEN-SW.                                  10210000
           OPEN INPUT HIST-FILE.                                        10220000
           IF WS-HST-STATUS = '00'                                      10230000
             SET WS-HST-OPEN TO TRUE                                    10240000
           END-IF.                                                      10250000
           MOVE 'N' TO WS-TXN-EOF-SW.                                   10260000
           IF WS-TXN-OPEN                                               10270000
             MOVE SPACES TO TXN-LOG-RECORD                              10280000
             MOVE WS-ACC-NO TO TL-ACC-NO                                10290000
             MOVE WS-PERIOD-START TO TL-DATE                            10300000
             MOVE 0 TO TL-SEQ                                           10310000
             START TXN-LOG-FILE KEY NOT LESS THAN TL-KEY                10320000
             IF WS-TXN-STATUS NOT = '00'                                10330000
               SET WS-TXN-EOF TO TRUE                                   10340000
             END-IF                                                     10350000
           ELSE                                                         10360000
             SET WS-TXN-EOF TO TRUE                                     10370000
           END-IF.                                                      10380000
           PERFORM UNTIL WS-TXN-EOF                                     10390000
             READ TXN-LOG-FILE NEXT RECORD                              10400000
               AT END SET WS-TXN-EOF TO TRUE                            10410000
               NOT AT END                                               10420000
                 IF TL-ACC-NO NOT = WS-ACC-NO                           10430000
                   SET WS-TXN-EOF TO TRUE                               10440000
                 ELSE                                                   10450000
                   MOVE TL-AMOUNT TO WS-TXN-AMOUNT                      10460000
                   IF TL-TXN-TYPE = 'D' OR TL-TXN-TYPE = 'C'            10470000
                     CONTINUE                                           10480000
                   ELSE                                                 10490000
                     IF TL-TXN-TYPE = 'R'                               10500000
                        AND TL-REF-TYPE = 'W'                           10510000
                       CONTINUE                                         10520000
                     ELSE                                               10530000
                       COMPUTE WS-TXN-AMOUNT =                          10540000
                         0 - WS-TXN-AMOUNT                              10550000
                     END-IF                                             10560000
                   END-IF                                               10570000
                   ADD WS-TXN-AMOUNT TO WS-NET-ACTIVITY                 10580000
                 END-IF                                                 10590000
             END-READ                                                   10600000
           END-PERFORM.                                                 10610000
           MOVE 'N' TO WS-HST-EOF-SW.                                   10620000
           IF WS-HST-OPEN                                               10630000
             MOVE SPACES TO HIST-RECORD                                 10640000
             MOVE WS-ACC-NO TO HST-ACC-NO                               10650000
             MOVE WS-PERIOD-START TO HST-EFF-DATE                       10660000
             MOVE 0 TO HST-SEQ                                          10670000
             START HIST-FILE KEY NOT LESS THAN HST-KEY                  10680000
             IF WS-HST-STATUS NOT = '00'                                10690000
               SET WS-HST-EOF TO TRUE                                   10700000
             END-IF                                                     10710000
           ELSE                                                         10720000
             SET WS-HST-EOF TO TRUE                                     10730000
           END-IF.                                                      10740000
           PERFORM UNTIL WS-HST-EOF                                     10750000
             READ HIST-FILE NEXT RECORD                                 10760000
               AT END SET WS-HST-EOF TO TRUE                            10770000
               NOT AT END                                               10780000
                 IF HST-ACC-NO NOT = WS-ACC-NO                          10790000
                   SET WS-HST-EOF TO TRUE                               10800000
                 ELSE                                                   10810000
                   IF HST-SOURCE = 'I'                                  10820000
                     MOVE HST-OLD-BAL TO WS-HST-OLD                     10830000
                     MOVE HST-NEW-BAL TO WS-HST-NEW                     10840000
                     COMPUTE WS-INT-AMOUNT =                            10850000
                       WS-HST-NEW - WS-HST-OLD                          10860000
                     ADD WS-INT-AMOUNT TO WS-NET-ACTIVITY               10870000
                   END-IF                                               10880000
                 END-IF                                                 10890000
             END-READ                                                   10900000
           END-PERFORM.                                                 10910000
           COMPUTE WS-OPEN-BAL = 0 - WS-NET-ACTIVITY.                   10920000
           MOVE WS-OPEN-BAL TO WS-OPEN-BAL-ED.                          10930000
           MOVE SPACES TO STMT-RECORD.                                  10940000
           STRING 'FINAL CLOSING STATEMENT' DELIMITED BY SIZE           10950000
             INTO STMT-RECORD.                                          10960000
           WRITE STMT-RECORD AFTER ADVANCING PAGE.                      10970000
           MOVE SPACES TO STMT-RECORD.                                  10980000
           STRING 'PERIOD ' WS-PERIOD-START ' TO ' WS-CUR-DATE          10990000
             DELIMITED BY SIZE INTO STMT-RECORD.                        11000000
           WRITE STMT-RECORD.                                           11010000
           MOVE SPACES TO STMT-RECORD.                                  11020000
           STRING 'ACCOUNT ' WS-ACC-NO ' ' WS-ACC-NAME                  11030000
             DELIMITED BY SIZE INTO STMT-RECORD.                        11040000
           WRITE STMT-RECORD.                                           11050000
           MOVE SPACES TO STMT-RECORD.                                  11060000
           STRING 'OPENING BALANCE: ' WS-OPEN-BAL-ED                    11070000
             DELIMITED BY SIZE INTO STMT-RECORD.                        11080000
           WRITE STMT-RECORD.                                           11090000
           MOVE SPACES TO STMT-RECORD.                                  11100000
           MOVE 'DATE     TYPE AMOUNT     BALANCE' TO STMT-RECORD.      11110000
           WRITE STMT-RECORD.                                           11120000
           MOVE 'N' TO WS-TXN-EOF-SW.                                   11130000
           IF WS-TXN-OPEN                                               11140000
             MOVE SPACES TO TXN-LOG-RECORD                              11150000
             MOVE WS-ACC-NO TO TL-ACC-NO                                11160000
             MOVE WS-PERIOD-START TO TL-DATE                            11170000
             MOVE 0 TO TL-SEQ                                           11180000
             START TXN-LOG-FILE KEY NOT LESS THAN TL-KEY                11190000
             IF WS-TXN-STATUS NOT = '00'                                11200000
               SET WS-TXN-EOF TO TRUE                                   11210000
             END-IF                                                     11220000
           ELSE                                                         11230000
             SET WS-TXN-EOF TO TRUE                                     11240000
           END-IF.                                                      11250000
           PERFORM UNTIL WS-TXN-EOF                                     11260000
             READ TXN-LOG-FILE NEXT RECORD                              11270000
               AT END SET WS-TXN-EOF TO TRUE                            11280000
               NOT AT END                                               11290000
                 IF TL-ACC-NO NOT = WS-ACC-NO                           11300000
                   SET WS-TXN-EOF TO TRUE                               11310000
                 ELSE                                                   11320000
                   MOVE SPACES TO STMT-RECORD                           11330000
                   MOVE SPACES TO WS-TXN-LABEL                          11340000
                   IF TL-TXN-TYPE = 'F' AND TL-REF-TYPE = 'P'           11350000
                     MOVE ' EARLY WITHDRAWAL PENALTY'                   11360000
                       TO WS-TXN-LABEL                                  11370000
                   END-IF                                               11380000
                   IF TL-DATE = WS-CUR-DATE                             11390000
                      AND TL-TXN-TYPE = 'W'                             11400000
                      AND TL-SEQ = WS-TL-W-SEQ                          11410000
                      AND WS-PAYOUT > 0                                 11420000
                     MOVE ' CLOSING BALANCE PAID OUT'                   11430000
                       TO WS-TXN-LABEL                                  11440000
                   END-IF                                               11450000
                   STRING TL-DATE '   ' TL-TXN-TYPE '  '                11460000
                     TL-AMOUNT ' ' TL-RUN-BAL WS-TXN-LABEL              11470000
                     DELIMITED BY SIZE INTO STMT-RECORD                 11480000
                   WRITE STMT-RECORD                                    11490000
                 END-IF                                                 11500000
             END-READ                                                   11510000
           END-PERFORM.                                                 11520000
           MOVE 'N' TO WS-HST-EOF-SW.                                   11530000
           IF WS-HST-OPEN                                               11540000
             MOVE SPACES TO HIST-RECORD                                 11550000
             MOVE WS-ACC-NO TO HST-ACC-NO                               11560000
             MOVE WS-PERIOD-START TO HST-EFF-DATE                       11570000
             MOVE 0 TO HST-SEQ                                          11580000
             START HIST-FILE KEY NOT LESS THAN HST-KEY                  11590000
             IF WS-HST-STATUS NOT = '00'                                11600000
               SET WS-HST-EOF TO TRUE                                   11610000
             END-IF                                                     11620000
           ELSE                                                         11630000
             SET WS-HST-EOF TO TRUE                                     11640000
           END-IF.                                                      11650000
           PERFORM UNTIL WS-HST-EOF                                     11660000
             READ HIST-FILE NEXT RECORD                                 11670000
               AT END SET WS-HST-EOF TO TRUE                            11680000
               NOT AT END                                               11690000
                 IF HST-ACC-NO NOT = WS-ACC-NO                          11700000
                   SET WS-HST-EOF TO TRUE                               11710000
                 ELSE                                                   11720000
                   IF HST-SOURCE = 'I'                                  11730000
                     MOVE HST-OLD-BAL TO WS-HST-OLD                     11740000
                     MOVE HST-NEW-BAL TO WS-HST-NEW                     11750000
                     COMPUTE WS-INT-AMOUNT =                            11760000
                       WS-HST-NEW - WS-HST-OLD                          11770000
                     MOVE WS-INT-AMOUNT TO WS-INT-AMOUNT-ED             11780000
                     MOVE SPACES TO STMT-RECORD                         11790000
                     STRING HST-EFF-DATE ' INTEREST CREDITED '          11800000
                       WS-INT-AMOUNT-ED                                 11810000
                       DELIMITED BY SIZE INTO STMT-RECORD               11820000
                     WRITE STMT-RECORD                                  11830000
                   END-IF                                               11840000
                 END-IF                                                 11850000
             END-READ                                                   11860000
           END-PERFORM.                                                 11870000
           IF WS-TXN-OPEN                                               11880000
             CLOSE TXN-LOG-FILE                                         11890000
           END-IF.                                                      11900000
           IF WS-HST-OPEN                                               11910000
             CLOSE HIST-FILE                                            11920000
           END-IF.                                                      11930000
           MOVE SPACES TO STMT-RECORD.                                  11940000
           STRING 'CLOSING BALANCE: ' WS-ZERO-ED                        11950000
             DELIMITED BY SIZE INTO STMT-RECORD.                        11960000
           WRITE STMT-RECORD.                                           11970000
           MOVE SPACES TO STMT-RECORD.                                  11980000
           MOVE 'CLOSE-OUT SETTLEMENT' TO STMT-RECORD.                  11990000
           WRITE STMT-RECORD.                                           12000000
           MOVE SPACES TO STMT-RECORD.                                  12010000
           STRING '  BALANCE BEFORE CLOSE-OUT : ' WS-OLD-BAL-ED         12020000
             DELIMITED BY SIZE INTO STMT-RECORD.                        12030000
           WRITE STMT-RECORD.                                           12040000
           MOVE SPACES TO STMT-RECORD.                                  12050000
           STRING '  FINAL INTEREST CREDITED  : ' WS-INTEREST-ED        12060000
             DELIMITED BY SIZE INTO STMT-RECORD.                        12070000
           WRITE STMT-RECORD.                                           12080000
           MOVE SPACES TO STMT-RECORD.                                  12090000
           STRING '  CLOSING FEE              : ' WS-FEE-ED             12100000
             DELIMITED BY SIZE INTO STMT-RECORD.                        12110000
           WRITE STMT-RECORD.                                           12120000
           IF WS-PEN > 0                                                12130000
             MOVE SPACES TO STMT-RECORD                                 12140000
             STRING '  EARLY WITHDRAWAL PENALTY : ' WS-PEN-ED           12150000
               DELIMITED BY SIZE INTO STMT-RECORD                       12160000
             WRITE STMT-RECORD                                          12170000
           END-IF.                                                      12180000
           MOVE SPACES TO STMT-RECORD.                                  12190000
           IF WS-PAYOUT > 0                                             12200000
             STRING '  BALANCE PAID             : ' WS-PAYOUT-ED        12210000
               ' TO ACCOUNT ' WS-PAY-ACC                                12220000
               DELIMITED BY SIZE INTO STMT-RECORD                       12230000
           ELSE                                                         12240000
             STRING '  BALANCE PAID             : ' WS-PAYOUT-ED        12250000
               DELIMITED BY SIZE INTO STMT-RECORD                       12260000
           END-IF.                                                      12270000
           WRITE STMT-RECORD.                                           12280000
           MOVE SPACES TO STMT-RECORD.                                  12290000
           MOVE WS-SO-CXL-COUNT TO WS-COUNT-ED.                         12300000
           STRING '  STANDING ORDERS CANCELLED: ' WS-COUNT-ED           12310000
             DELIMITED BY SIZE INTO STMT-RECORD.                        12320000
           WRITE STMT-RECORD.                                           12330000
           MOVE SPACES TO STMT-RECORD.                                  12340000
           STRING 'ACCOUNT CLOSED ' WS-CUR-DATE ' BY ' WS-USER-ID       12350000
             DELIMITED BY SIZE INTO STMT-RECORD.                        12360000
           WRITE STMT-RECORD.                                           12370000
           CLOSE STMT-FILE.                                             12380000
           DISPLAY 'ACCOUNT CLOSED:' WS-ACC-NO.                         12390000
           IF WS-PAYOUT > 0                                             12400000
             DISPLAY 'BALANCE ' WS-PAYOUT-ED ' PAID TO ' WS-PAY-ACC     12410000
           END-IF.                                                      12420000
           DISPLAY 'FINAL STATEMENT WRITTEN TO CLOSTMT'.                12430000
           GOBACK.                                                      12440000
