       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2ACH.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT ACH-IN-FILE ASSIGN TO ACHIN                           00060000
           ORGANIZATION LINE SEQUENTIAL                                 00070000
           FILE STATUS IS WS-IN-STATUS.                                 00080000
           SELECT RET-FILE ASSIGN TO ACHRET                             00090000
           ORGANIZATION LINE SEQUENTIAL.                                00100000
           SELECT ACT-FILE ASSIGN TO ACHCTL                             00110000
           ORGANIZATION LINE SEQUENTIAL                                 00120000
           FILE STATUS IS WS-ACT-STATUS.                                00130000
           SELECT APC-FILE ASSIGN TO APPRCTL                            00140000
           ORGANIZATION LINE SEQUENTIAL                                 00150000
           FILE STATUS IS WS-APC-STATUS.                                00160000
           SELECT APPR-FILE ASSIGN TO APPRQUE                           00170000
           ORGANIZATION INDEXED                                         00180000
           ACCESS MODE DYNAMIC                                          00190000
           RECORD KEY PA-KEY                                            00200000
           FILE STATUS IS WS-APR-STATUS.                                00210000
           SELECT HOLD-FILE ASSIGN TO HOLDS                             00220000
           ORGANIZATION INDEXED                                         00230000
           ACCESS MODE DYNAMIC                                          00240000
           RECORD KEY HLD-KEY                                           00250000
           FILE STATUS IS WS-HOLD-STATUS.                               00260000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00270000
           ORGANIZATION INDEXED                                         00280000
           ACCESS MODE DYNAMIC                                          00290000
           RECORD KEY TL-KEY                                            00300000
           FILE STATUS IS WS-TXN-STATUS.                                00310000
           SELECT RPT-FILE ASSIGN TO ACHRPT                             00320000
           ORGANIZATION LINE SEQUENTIAL.                                00330000
       DATA DIVISION.                                                   00340000
       FILE SECTION.                                                    00350000
       FD  ACH-IN-FILE.                                                 00360000
       01  ACH-IN-RECORD          PIC X(94).                            00370000
       FD  RET-FILE.                                                    00380000
       01  RET-RECORD             PIC X(94).                            00390000
       FD  ACT-FILE.                                                    00400000
       01  ACT-RECORD.                                                  00410000
           05 ACT-ORIGIN          PIC X(10).                            00420000
           05 ACT-FILE-DATE       PIC X(6).                             00430000
           05 ACT-FILE-TIME       PIC X(4).                             00440000
           05 ACT-FILE-MOD        PIC X(1).                             00450000
           05 FILLER              PIC X(1).                             00460000
           05 ACT-RUN-DATE        PIC X(8).                             00470000
       FD  APC-FILE.                                                    00480000
       01  APC-RECORD.                                                  00490000
           05 APC-THRESHOLD       PIC 9(7).99.                          00500000
       FD  APPR-FILE.                                                   00510000
       01  APPR-RECORD.                                                 00520000
           05 PA-KEY.                                                   00530000
              10 PA-ACC-NO        PIC X(10).                            00540000
              10 PA-DATE          PIC X(8).                             00550000
              10 PA-SEQ           PIC 9(4).                             00560000
           05 PA-TXN-TYPE         PIC X(1).                             00570000
           05 PA-AMOUNT           PIC 9(7).99.                          00580000
           05 PA-REF-DATE         PIC X(8).                             00590000
           05 PA-REF-TYPE         PIC X(1).                             00600000
           05 PA-CPTY-ACC         PIC X(10).                            00610000
           05 PA-MAKER            PIC X(8).                             00620000
           05 PA-HOLD-SEQ         PIC 9(4).                             00630000
           05 PA-STATUS           PIC X(1).                             00640000
       FD  HOLD-FILE.                                                   00650000
       01  HOLD-RECORD.                                                 00660000
           05 HLD-KEY.                                                  00670000
              10 HLD-ACC-NO       PIC X(10).                            00680000
              10 HLD-SEQ          PIC 9(4).                             00690000
           05 HLD-AMOUNT          PIC 9(7).99.                          00700000
           05 HLD-REASON          PIC X(2).                             00710000
           05 HLD-USER            PIC X(8).                             00720000
           05 HLD-EXPIRY          PIC X(8).                             00730000
           05 HLD-STATUS          PIC X(1).                             00740000
       FD  TXN-LOG-FILE.                                                00750000
       01  TXN-LOG-RECORD.                                              00760000
           05 TL-KEY.                                                   00770000
              10 TL-ACC-NO        PIC X(10).                            00780000
              10 TL-DATE          PIC X(8).                             00790000
              10 TL-SEQ           PIC 9(4).                             00800000
           05 TL-TXN-TYPE         PIC X(1).                             00810000
           05 TL-AMOUNT           PIC 9(7).99.                          00820000
           05 TL-RUN-BAL          PIC 9(7).99.                          00830000
           05 TL-REF-DATE         PIC X(8).                             00840000
           05 TL-REF-TYPE         PIC X(1).                             00850000
       FD  RPT-FILE.                                                    00860000
       01  RPT-RECORD             PIC X(132).                           00870000
       WORKING-STORAGE SECTION.                                         00880000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00890000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00900000
       01 WS-ACH-RECORD.                                                00910000
           05 WS-ACH-TYPE         PIC X(1).                             00920000
               88 WS-ACH-FILE-HDR         VALUE '1'.                    00930000
               88 WS-ACH-BATCH-HDR        VALUE '5'.                    00940000
               88 WS-ACH-ENTRY            VALUE '6'.                    00950000
               88 WS-ACH-ADDENDA          VALUE '7'.                    00960000
               88 WS-ACH-BATCH-CTL        VALUE '8'.                    00970000
               88 WS-ACH-FILE-CTL         VALUE '9'.                    00980000
           05 WS-ACH-REST         PIC X(93).                            00990000
       01 WS-FH-REC REDEFINES WS-ACH-RECORD.                            01000000
           05 FILLER              PIC X(1).                             01010000
           05 WS-FH-PRIORITY      PIC X(2).                             01020000
           05 WS-FH-DEST          PIC X(10).                            01030000
           05 WS-FH-ORIGIN        PIC X(10).                            01040000
           05 WS-FH-DATE          PIC X(6).                             01050000
           05 WS-FH-TIME          PIC X(4).                             01060000
           05 WS-FH-MODIFIER      PIC X(1).                             01070000
           05 WS-FH-REC-SIZE      PIC X(3).                             01080000
           05 WS-FH-BLOCKING      PIC X(2).                             01090000
           05 WS-FH-FORMAT        PIC X(1).                             01100000
           05 WS-FH-DEST-NAME     PIC X(23).                            01110000
           05 WS-FH-ORIGIN-NAME   PIC X(23).                            01120000
           05 WS-FH-REFERENCE     PIC X(8).                             01130000
       01 WS-BH-REC REDEFINES WS-ACH-RECORD.                            01140000
           05 FILLER              PIC X(1).                             01150000
           05 WS-BH-SVC-CLASS     PIC X(3).                             01160000
           05 WS-BH-CO-NAME       PIC X(16).                            01170000
           05 WS-BH-CO-DATA       PIC X(20).                            01180000
           05 WS-BH-CO-ID         PIC X(10).                            01190000
           05 WS-BH-SEC           PIC X(3).                             01200000
           05 WS-BH-DESC          PIC X(10).                            01210000
           05 WS-BH-DESC-DATE     PIC X(6).                             01220000
           05 WS-BH-EFF-DATE      PIC X(6).                             01230000
           05 WS-BH-SETTLE        PIC X(3).                             01240000
           05 WS-BH-ORIG-STATUS   PIC X(1).                             01250000
           05 WS-BH-ODFI          PIC X(8).                             01260000
           05 WS-BH-BATCH-NO      PIC X(7).                             01270000
       01 WS-ED-REC REDEFINES WS-ACH-RECORD.                            01280000
           05 FILLER              PIC X(1).                             01290000
           05 WS-ED-TXN-CODE      PIC X(2).                             01300000
               88 WS-ED-CREDIT            VALUE '22' '32'.              01310000
               88 WS-ED-DEBIT             VALUE '27' '37'.              01320000
               88 WS-ED-PRENOTE           VALUE '23' '28' '33' '38'.    01330000
           05 WS-ED-TXN-CODE-N REDEFINES WS-ED-TXN-CODE                 01340000
                                  PIC 9(2).                             01350000
           05 WS-ED-RDFI          PIC X(8).                             01360000
           05 WS-ED-RDFI-N REDEFINES WS-ED-RDFI                         01370000
                                  PIC 9(8).                             01380000
           05 WS-ED-CHECK         PIC X(1).                             01390000
           05 WS-ED-DFI-ACC       PIC X(17).                            01400000
           05 WS-ED-AMOUNT-TEXT   PIC X(10).                            01410000
           05 WS-ED-AMOUNT REDEFINES WS-ED-AMOUNT-TEXT                  01420000
                                  PIC 9(8)V99.                          01430000
           05 WS-ED-IND-ID        PIC X(15).                            01440000
           05 WS-ED-IND-NAME      PIC X(22).                            01450000
           05 WS-ED-DISC          PIC X(2).                             01460000
           05 WS-ED-ADDENDA-IND   PIC X(1).                             01470000
           05 WS-ED-TRACE         PIC X(15).                            01480000
       01 WS-AD-REC REDEFINES WS-ACH-RECORD.                            01490000
           05 FILLER              PIC X(1).                             01500000
           05 WS-AD-TYPE          PIC X(2).                             01510000
           05 WS-AD-REASON        PIC X(3).                             01520000
           05 WS-AD-ORIG-TRACE    PIC X(15).                            01530000
           05 WS-AD-DEATH-DATE    PIC X(6).                             01540000
           05 WS-AD-ORIG-RDFI     PIC X(8).                             01550000
           05 WS-AD-INFO          PIC X(44).                            01560000
           05 WS-AD-TRACE         PIC X(15).                            01570000
       01 WS-BC-REC REDEFINES WS-ACH-RECORD.                            01580000
           05 FILLER              PIC X(1).                             01590000
           05 WS-BC-SVC-CLASS     PIC X(3).                             01600000
           05 WS-BC-COUNT-TEXT    PIC X(6).                             01610000
           05 WS-BC-COUNT REDEFINES WS-BC-COUNT-TEXT                    01620000
                                  PIC 9(6).                             01630000
           05 WS-BC-HASH-TEXT     PIC X(10).                            01640000
           05 WS-BC-HASH REDEFINES WS-BC-HASH-TEXT                      01650000
                                  PIC 9(10).                            01660000
           05 WS-BC-DEBIT-TEXT    PIC X(12).                            01670000
           05 WS-BC-DEBIT REDEFINES WS-BC-DEBIT-TEXT                    01680000
                                  PIC 9(10)V99.                         01690000
           05 WS-BC-CREDIT-TEXT   PIC X(12).                            01700000
           05 WS-BC-CREDIT REDEFINES WS-BC-CREDIT-TEXT                  01710000
                                  PIC 9(10)V99.                         01720000
           05 WS-BC-CO-ID         PIC X(10).                            01730000
           05 WS-BC-MAC           PIC X(19).                            01740000
           05 WS-BC-RESERVED      PIC X(6).                             01750000
           05 WS-BC-ODFI          PIC X(8).                             01760000
           05 WS-BC-BATCH-NO      PIC X(7).                             01770000
       01 WS-FC-REC REDEFINES WS-ACH-RECORD.                            01780000
           05 FILLER              PIC X(1).                             01790000
           05 WS-FC-BATCHES-TEXT  PIC X(6).                             01800000
           05 WS-FC-BATCHES REDEFINES WS-FC-BATCHES-TEXT                01810000
                                  PIC 9(6).                             01820000
           05 WS-FC-BLOCKS        PIC 9(6).                             01830000
           05 WS-FC-COUNT-TEXT    PIC X(8).                             01840000
           05 WS-FC-COUNT REDEFINES WS-FC-COUNT-TEXT                    01850000
                                  PIC 9(8).                             01860000
           05 WS-FC-HASH-TEXT     PIC X(10).                            01870000
           05 WS-FC-HASH REDEFINES WS-FC-HASH-TEXT                      01880000
                                  PIC 9(10).                            01890000
           05 WS-FC-DEBIT-TEXT    PIC X(12).                            01900000
           05 WS-FC-DEBIT REDEFINES WS-FC-DEBIT-TEXT                    01910000
                                  PIC 9(10)V99.                         01920000
           05 WS-FC-CREDIT-TEXT   PIC X(12).                            01930000
           05 WS-FC-CREDIT REDEFINES WS-FC-CREDIT-TEXT                  01940000
                                  PIC 9(10)V99.                         01950000
           05 FILLER              PIC X(39).                            01960000
       01 WS-SAVE-BH              PIC X(94).                            01970000
       01 WS-FILE-ID.                                                   01980000
           05 WS-FID-ORIGIN       PIC X(10).                            01990000
           05 WS-FID-DATE         PIC X(6).                             02000000
           05 WS-FID-TIME         PIC X(4).                             02010000
           05 WS-FID-MOD          PIC X(1).                             02020000
       01 WS-RT-ROUTING           PIC X(8).                             02030000
       01 WS-RT-DIGITS REDEFINES WS-RT-ROUTING.                         02040000
           05 WS-RT-D             PIC 9(1) OCCURS 8 TIMES.              02050000
       01 WS-RT-SUM               PIC 9(4) VALUE 0.                     02060000
       01 WS-RT-QUOT              PIC 9(4) VALUE 0.                     02070000
       01 WS-RT-REM               PIC 9(1) VALUE 0.                     02080000
       01 WS-RT-CHECK             PIC 9(1) VALUE 0.                     02090000
       01 WS-OUR-RDFI             PIC X(8) VALUE SPACES.                02100000
       01 WS-ODFI                 PIC X(8) VALUE SPACES.                02110000
       01 WS-USER-ID              PIC X(8) VALUE 'HACK2ACH'.            02120000
       01 WS-ACC-NO               PIC X(10).                            02130000
       01 WS-TXN-TYPE             PIC X(1).                             02140000
       01 WS-IN-STATUS            PIC X(2) VALUE SPACES.                02150000
       01 WS-ACT-STATUS           PIC X(2) VALUE SPACES.                02160000
       01 WS-APC-STATUS           PIC X(2) VALUE SPACES.                02170000
       01 WS-APR-STATUS           PIC X(2) VALUE SPACES.                02180000
       01 WS-HOLD-STATUS          PIC X(2) VALUE SPACES.                02190000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                02200000
       01 WS-EOF-SW               PIC X(1) VALUE 'N'.                   02210000
           88 WS-EOF                      VALUE 'Y'.                    02220000
       01 WS-FILE-OK-SW           PIC X(1) VALUE 'Y'.                   02230000
           88 WS-FILE-OK                  VALUE 'Y'.                    02240000
       01 WS-FH-FOUND-SW          PIC X(1) VALUE 'N'.                   02250000
           88 WS-FH-FOUND                 VALUE 'Y'.                    02260000
       01 WS-FC-FOUND-SW          PIC X(1) VALUE 'N'.                   02270000
           88 WS-FC-FOUND                 VALUE 'Y'.                    02280000
       01 WS-IN-BATCH-SW          PIC X(1) VALUE 'N'.                   02290000
           88 WS-IN-BATCH                 VALUE 'Y'.                    02300000
       01 WS-BH-WRITTEN-SW        PIC X(1) VALUE 'N'.                   02310000
           88 WS-BH-WRITTEN               VALUE 'Y'.                    02320000
       01 WS-ACC-VALID-SW         PIC X(1) VALUE 'N'.                   02330000
           88 WS-ACC-VALID                VALUE 'Y'.                    02340000
       01 WS-APPR-SW              PIC X(1) VALUE 'N'.                   02350000
           88 WS-APPR-ACTIVE              VALUE 'Y'.                    02360000
       01 WS-QUE-DONE-SW          PIC X(1) VALUE 'N'.                   02370000
           88 WS-QUE-DONE                 VALUE 'Y'.                    02380000
       01 WS-QUE-OK-SW            PIC X(1) VALUE 'Y'.                   02390000
           88 WS-QUE-OK                   VALUE 'Y'.                    02400000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   02410000
           88 WS-TL-DONE                  VALUE 'Y'.                    02420000
       01 WS-REFUSE-TEXT          PIC X(60) VALUE SPACES.               02430000
       01 WS-DISP                 PIC X(1).                             02440000
           88 WS-DISP-POSTED              VALUE 'P'.                    02450000
           88 WS-DISP-QUEUED              VALUE 'Q'.                    02460000
           88 WS-DISP-RETURNED            VALUE 'R'.                    02470000
           88 WS-DISP-EXCEPTION           VALUE 'X'.                    02480000
           88 WS-DISP-PRENOTE             VALUE 'N'.                    02490000
       01 WS-RET-CODE             PIC X(3).                             02500000
       01 WS-RET-TEXT             PIC X(44).                            02510000
       01 WS-ORIG-TRACE           PIC X(15).                            02520000
       01 WS-ORIG-TC              PIC X(2).                             02530000
       01 WS-ORIG-RDFI            PIC X(8).                             02540000
       01 WS-APPR-THRESH          PIC S9(7)V99 COMP-3 VALUE 0.          02550000
       01 WS-MAX-POST             PIC S9(7)V99 COMP-3                   02560000
                                  VALUE 9999999.99.                     02570000
       01 WS-HOLD-SEQ             PIC 9(4) VALUE 0.                     02580000
       01 WS-ENTRY-AMT            PIC S9(9)V99 COMP-3.                  02590000
       01 WS-AMOUNT-NUM           PIC 9(7)V99.                          02600000
       01 WS-AMOUNT-ED            PIC 9(7).99.                          02610000
       01 WS-OD-LIMIT             PIC S9(7)V99 COMP-3 VALUE 0.          02620000
       01 WS-OLD-BAL              PIC S9(7)V99 COMP-3.                  02630000
       01 WS-OLD-BAL-ED           PIC 9(7).99.                          02640000
       01 WS-NEW-BAL              PIC S9(7)V99 COMP-3.                  02650000
       01 WS-NEW-BAL-ED           PIC 9(7).99.                          02660000
       01 WS-MID-BAL              PIC S9(7)V99 COMP-3.                  02670000
       01 WS-MID-BAL-ED           PIC 9(7).99.                          02680000
       01 WS-PENALTY              PIC 9(5)V99 VALUE 0.                  02690000
       01 WS-PENALTY-ED           PIC 9(5).99.                          02700000
       01 WS-HOLD-TOTAL           PIC 9(9)V99 VALUE 0.                  02710000
       01 WS-AVAIL-BAL            PIC S9(9)V99 COMP-3.                  02720000
       01 WS-AUD-BEFORE           PIC X(60).                            02730000
       01 WS-AUD-AFTER            PIC X(60).                            02740000
       01 WS-BAT-COUNT            PIC 9(8) VALUE 0.                     02750000
       01 WS-BAT-HASH             PIC 9(12) VALUE 0.                    02760000
       01 WS-BAT-HASH10           PIC 9(10) VALUE 0.                    02770000
       01 WS-BAT-DEBIT            PIC S9(11)V99 COMP-3 VALUE 0.         02780000
       01 WS-BAT-CREDIT           PIC S9(11)V99 COMP-3 VALUE 0.         02790000
       01 WS-FIL-BATCHES          PIC 9(6) VALUE 0.                     02800000
       01 WS-FIL-COUNT            PIC 9(8) VALUE 0.                     02810000
       01 WS-FIL-HASH             PIC 9(12) VALUE 0.                    02820000
       01 WS-FIL-HASH10           PIC 9(10) VALUE 0.                    02830000
       01 WS-FIL-DEBIT            PIC S9(11)V99 COMP-3 VALUE 0.         02840000
       01 WS-FIL-CREDIT           PIC S9(11)V99 COMP-3 VALUE 0.         02850000
       01 WS-ENTRY-COUNT          PIC 9(7) VALUE 0.                     02860000
       01 WS-RB-COUNT             PIC 9(6) VALUE 0.                     02870000
       01 WS-RB-HASH              PIC 9(12) VALUE 0.                    02880000
       01 WS-RB-DEBIT             PIC S9(11)V99 COMP-3 VALUE 0.         02890000
       01 WS-RB-CREDIT            PIC S9(11)V99 COMP-3 VALUE 0.         02900000
       01 WS-RF-BATCHES           PIC 9(6) VALUE 0.                     02910000
       01 WS-RF-COUNT             PIC 9(8) VALUE 0.                     02920000
       01 WS-RF-HASH              PIC 9(12) VALUE 0.                    02930000
       01 WS-RF-DEBIT             PIC S9(11)V99 COMP-3 VALUE 0.         02940000
       01 WS-RF-CREDIT            PIC S9(11)V99 COMP-3 VALUE 0.         02950000
       01 WS-RF-RECORDS           PIC 9(8) VALUE 0.                     02960000
       01 WS-RF-BLOCKS            PIC 9(6) VALUE 0.                     02970000
       01 WS-RF-PAD               PIC 9(1) VALUE 0.                     02980000
       01 WS-RET-SEQ              PIC 9(7) VALUE 0.                     02990000
       01 WS-POST-COUNT           PIC 9(7) VALUE 0.                     03000000
       01 WS-QUE-COUNT            PIC 9(7) VALUE 0.                     03010000
       01 WS-RET-COUNT            PIC 9(7) VALUE 0.                     03020000
       01 WS-EXC-COUNT            PIC 9(7) VALUE 0.                     03030000
       01 WS-PRE-COUNT            PIC 9(7) VALUE 0.                     03040000
       01 WS-POST-DR              PIC S9(11)V99 COMP-3 VALUE 0.         03050000
       01 WS-POST-CR              PIC S9(11)V99 COMP-3 VALUE 0.         03060000
       01 WS-QUE-DR               PIC S9(11)V99 COMP-3 VALUE 0.         03070000
       01 WS-QUE-CR               PIC S9(11)V99 COMP-3 VALUE 0.         03080000
       01 WS-RET-DR               PIC S9(11)V99 COMP-3 VALUE 0.         03090000
       01 WS-RET-CR               PIC S9(11)V99 COMP-3 VALUE 0.         03100000
       01 WS-EXC-DR               PIC S9(11)V99 COMP-3 VALUE 0.         03110000
       01 WS-EXC-CR               PIC S9(11)V99 COMP-3 VALUE 0.         03120000
       01 WS-CHK-DR               PIC S9(11)V99 COMP-3 VALUE 0.         03130000
       01 WS-CHK-CR               PIC S9(11)V99 COMP-3 VALUE 0.         03140000
       01 WS-DR-ED                PIC -(10)9.99.                        03150000
       01 WS-CR-ED                PIC -(10)9.99.                        03160000
       01 WS-AMT-ED               PIC -(8)9.99.                         03170000
       01 WS-RUN-TIME             PIC X(8).                             03180000
       01 WS-BUS-DATE             PIC X(8).                             03190000
       01 WS-BDT-FLAG             PIC X(1).                             03200000
       01 WS-OVERRIDE             PIC X(1).                             03210000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2ACH'.            03220000
       01 WS-OPS-START            PIC X(16).                            03230000
       01 WS-OPS-DATE             PIC X(8).                             03240000
       01 WS-OPS-TIME             PIC X(8).                             03250000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     03260000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     03270000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     03280000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       03290000
                                  VALUE ZERO.                           03300000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   03310000
       PROCEDURE DIVISION.                                              03320000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       03330000
           ACCEPT WS-OPS-TIME FROM TIME.                                03340000
           MOVE SPACES TO WS-OPS-START.                                 03350000
           STRING WS-OPS-DATE WS-OPS-TIME                               03360000
             DELIMITED BY SIZE INTO WS-OPS-START.                       03370000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              03380000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       03390000
           IF WS-BDT-FLAG = 'N'                                         03400000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             03410000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  03420000
             ACCEPT WS-OVERRIDE                                         03430000
             IF WS-OVERRIDE NOT = 'Y'                                   03440000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               03450000
               GOBACK                                                   03460000
             END-IF                                                     03470000
           END-IF.                                                      03480000
           OPEN INPUT APC-FILE.                                         03490000
           IF WS-APC-STATUS = '00'                                      03500000
             READ APC-FILE                                              03510000
               AT END CONTINUE                                          03520000
               NOT AT END                                               03530000
                 IF APC-RECORD NOT = SPACES                             03540000
                   MOVE APC-THRESHOLD TO WS-APPR-THRESH                 03550000
                   SET WS-APPR-ACTIVE TO TRUE                           03560000
                 END-IF                                                 03570000
             END-READ                                                   03580000
             CLOSE APC-FILE                                             03590000
           END-IF.                                                      03600000
           OPEN INPUT ACH-IN-FILE.                                      03610000
           IF WS-IN-STATUS NOT = '00'                                   03620000
             DISPLAY 'CANNOT OPEN ACH INPUT FILE:' WS-IN-STATUS         03630000
             MOVE 'A' TO WS-OPS-FLAG                                    03640000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            03650000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   03660000
               WS-OPS-SQL, WS-OPS-FLAG                                  03670000
             GOBACK                                                     03680000
           END-IF.                                                      03690000
           PERFORM UNTIL WS-EOF OR NOT WS-FILE-OK                       03700000
             READ ACH-IN-FILE INTO WS-ACH-RECORD                        03710000
               AT END SET WS-EOF TO TRUE                                03720000
               NOT AT END                                               03730000
                 IF WS-FC-FOUND                                         03740000
                   IF WS-ACH-RECORD NOT = ALL '9'                       03750000
                     MOVE 'RECORDS FOLLOW FILE CONTROL'                 03760000
                       TO WS-REFUSE-TEXT                                03770000
                     MOVE 'N' TO WS-FILE-OK-SW                          03780000
                   END-IF                                               03790000
                 ELSE IF WS-ACH-FILE-HDR                                03800000
                   IF WS-FH-FOUND                                       03810000
                     MOVE 'SECOND FILE HEADER' TO WS-REFUSE-TEXT        03820000
                     MOVE 'N' TO WS-FILE-OK-SW                          03830000
                   ELSE                                                 03840000
                     SET WS-FH-FOUND TO TRUE                            03850000
                     MOVE WS-FH-ORIGIN TO WS-FID-ORIGIN                 03860000
                     MOVE WS-FH-DATE TO WS-FID-DATE                     03870000
                     MOVE WS-FH-TIME TO WS-FID-TIME                     03880000
                     MOVE WS-FH-MODIFIER TO WS-FID-MOD                  03890000
                   END-IF                                               03900000
                 ELSE IF NOT WS-FH-FOUND                                03910000
                   MOVE 'FILE HEADER MISSING' TO WS-REFUSE-TEXT         03920000
                   MOVE 'N' TO WS-FILE-OK-SW                            03930000
                 ELSE IF WS-ACH-BATCH-HDR                               03940000
                   IF WS-IN-BATCH                                       03950000
                     MOVE 'BATCH CONTROL MISSING' TO WS-REFUSE-TEXT     03960000
                     MOVE 'N' TO WS-FILE-OK-SW                          03970000
                   ELSE                                                 03980000
                     SET WS-IN-BATCH TO TRUE                            03990000
                     MOVE 0 TO WS-BAT-COUNT                             04000000
                     MOVE 0 TO WS-BAT-HASH                              04010000
                     MOVE 0 TO WS-BAT-DEBIT                             04020000
                     MOVE 0 TO WS-BAT-CREDIT                            04030000
                   END-IF                                               04040000
                 ELSE IF WS-ACH-ENTRY                                   04050000
                   IF NOT WS-IN-BATCH                                   04060000
                     MOVE 'ENTRY OUTSIDE BATCH' TO WS-REFUSE-TEXT       04070000
                     MOVE 'N' TO WS-FILE-OK-SW                          04080000
                   ELSE IF WS-ED-RDFI NOT NUMERIC                       04090000
                      OR WS-ED-AMOUNT-TEXT NOT NUMERIC                  04100000
                      OR (NOT WS-ED-CREDIT AND NOT WS-ED-DEBIT          04110000
                          AND NOT WS-ED-PRENOTE)                        04120000
                     STRING 'INVALID ENTRY TRACE ' WS-ED-TRACE          04130000
                       DELIMITED BY SIZE INTO WS-REFUSE-TEXT            04140000
                     MOVE 'N' TO WS-FILE-OK-SW                          04150000
                   ELSE                                                 04160000
                     ADD 1 TO WS-BAT-COUNT                              04170000
                     ADD 1 TO WS-ENTRY-COUNT                            04180000
                     ADD WS-ED-RDFI-N TO WS-BAT-HASH                    04190000
                     IF WS-ED-DEBIT                                     04200000
                       ADD WS-ED-AMOUNT TO WS-BAT-DEBIT                 04210000
                     ELSE                                               04220000
                       ADD WS-ED-AMOUNT TO WS-BAT-CREDIT                04230000
                     END-IF                                             04240000
                   END-IF                                               04250000
                   END-IF                                               04260000
                 ELSE IF WS-ACH-ADDENDA                                 04270000
                   IF NOT WS-IN-BATCH                                   04280000
                     MOVE 'ADDENDA OUTSIDE BATCH' TO WS-REFUSE-TEXT     04290000
                     MOVE 'N' TO WS-FILE-OK-SW                          04300000
                   ELSE                                                 04310000
                     ADD 1 TO WS-BAT-COUNT                              04320000
                   END-IF                                               04330000
                 ELSE IF WS-ACH-BATCH-CTL                               04340000
                   MOVE WS-BAT-HASH TO WS-BAT-HASH10                    04350000
                   IF NOT WS-IN-BATCH                                   04360000
                     MOVE 'BATCH HEADER MISSING' TO WS-REFUSE-TEXT      04370000
                     MOVE 'N' TO WS-FILE-OK-SW                          04380000
                   ELSE IF WS-BC-COUNT-TEXT NOT NUMERIC                 04390000
                      OR WS-BC-HASH-TEXT NOT NUMERIC                    04400000
                      OR WS-BC-DEBIT-TEXT NOT NUMERIC                   04410000
                      OR WS-BC-CREDIT-TEXT NOT NUMERIC                  04420000
                      OR WS-BC-COUNT NOT = WS-BAT-COUNT                 04430000
                      OR WS-BC-HASH NOT = WS-BAT-HASH10                 04440000
                      OR WS-BC-DEBIT NOT = WS-BAT-DEBIT                 04450000
                      OR WS-BC-CREDIT NOT = WS-BAT-CREDIT               04460000
                     STRING 'BATCH ' WS-BC-BATCH-NO                     04470000
                       ' CONTROL TOTALS DO NOT AGREE'                   04480000
                       DELIMITED BY SIZE INTO WS-REFUSE-TEXT            04490000
                     MOVE 'N' TO WS-FILE-OK-SW                          04500000
                   ELSE                                                 04510000
                     MOVE 'N' TO WS-IN-BATCH-SW                         04520000
                     ADD 1 TO WS-FIL-BATCHES                            04530000
                     ADD WS-BAT-COUNT TO WS-FIL-COUNT                   04540000
                     ADD WS-BAT-HASH TO WS-FIL-HASH                     04550000
                     ADD WS-BAT-DEBIT TO WS-FIL-DEBIT                   04560000
                     ADD WS-BAT-CREDIT TO WS-FIL-CREDIT                 04570000
                   END-IF                                               04580000
                   END-IF                                               04590000
                 ELSE IF WS-ACH-FILE-CTL                                04600000
                   MOVE WS-FIL-HASH TO WS-FIL-HASH10                    04610000
                   IF WS-IN-BATCH                                       04620000
                     MOVE 'BATCH CONTROL MISSING' TO WS-REFUSE-TEXT     04630000
                     MOVE 'N' TO WS-FILE-OK-SW                          04640000
                   ELSE IF WS-FC-BATCHES-TEXT NOT NUMERIC               04650000
                      OR WS-FC-COUNT-TEXT NOT NUMERIC                   04660000
                      OR WS-FC-HASH-TEXT NOT NUMERIC                    04670000
                      OR WS-FC-DEBIT-TEXT NOT NUMERIC                   04680000
                      OR WS-FC-CREDIT-TEXT NOT NUMERIC                  04690000
                      OR WS-FC-BATCHES NOT = WS-FIL-BATCHES             04700000
                      OR WS-FC-COUNT NOT = WS-FIL-COUNT                 04710000
                      OR WS-FC-HASH NOT = WS-FIL-HASH10                 04720000
                      OR WS-FC-DEBIT NOT = WS-FIL-DEBIT                 04730000
                      OR WS-FC-CREDIT NOT = WS-FIL-CREDIT               04740000
                     MOVE 'FILE CONTROL TOTALS DO NOT AGREE'            04750000
                       TO WS-REFUSE-TEXT                                04760000
                     MOVE 'N' TO WS-FILE-OK-SW                          04770000
                   ELSE                                                 04780000
                     SET WS-FC-FOUND TO TRUE                            04790000
                   END-IF                                               04800000
                   END-IF                                               04810000
                 ELSE                                                   04820000
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-REFUSE-TEXT         04830000
                   MOVE 'N' TO WS-FILE-OK-SW                            04840000
                 END-IF                                                 04850000
                 END-IF                                                 04860000
                 END-IF                                                 04870000
                 END-IF                                                 04880000
                 END-IF                                                 04890000
                 END-IF                                                 04900000
                 END-IF                                                 04910000
                 END-IF                                                 04920000
             END-READ                                                   04930000
           END-PERFORM.                                                 04940000
           CLOSE ACH-IN-FILE.                                           04950000
           IF WS-FILE-OK AND NOT WS-FH-FOUND                            04960000
             MOVE 'FILE HEADER MISSING' TO WS-REFUSE-TEXT               04970000
             MOVE 'N' TO WS-FILE-OK-SW                                  04980000
           END-IF.                                                      04990000
           IF WS-FILE-OK AND NOT WS-FC-FOUND                            05000000
             MOVE 'FILE CONTROL MISSING' TO WS-REFUSE-TEXT              05010000
             MOVE 'N' TO WS-FILE-OK-SW                                  05020000
           END-IF.                                                      05030000
           IF NOT WS-FILE-OK                                            05040000
             DISPLAY 'FILE REFUSED - ' WS-REFUSE-TEXT                   05050000
             MOVE 'A' TO WS-OPS-FLAG                                    05060000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            05070000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   05080000
               WS-OPS-SQL, WS-OPS-FLAG                                  05090000
             GOBACK                                                     05100000
           END-IF.                                                      05110000
           OPEN INPUT ACT-FILE.                                         05120000
           IF WS-ACT-STATUS = '00'                                      05130000
             READ ACT-FILE                                              05140000
               AT END CONTINUE                                          05150000
               NOT AT END                                               05160000
                 IF ACT-RECORD(1:21) = WS-FILE-ID                       05170000
                   DISPLAY 'ACH FILE ' ACT-ORIGIN ' ' ACT-FILE-DATE     05180000
                     ' ' ACT-FILE-TIME ' ' ACT-FILE-MOD                 05190000
                     ' ALREADY PROCESSED ON ' ACT-RUN-DATE              05200000
                   MOVE 'N' TO WS-FILE-OK-SW                            05210000
                 END-IF                                                 05220000
             END-READ                                                   05230000
             CLOSE ACT-FILE                                             05240000
           END-IF.                                                      05250000
           IF NOT WS-FILE-OK                                            05260000
             MOVE 'C' TO WS-OPS-FLAG                                    05270000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            05280000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   05290000
               WS-OPS-SQL, WS-OPS-FLAG                                  05300000
             GOBACK                                                     05310000
           END-IF.                                                      05320000
           ACCEPT WS-RUN-TIME FROM TIME.                                05330000
           MOVE 'N' TO WS-EOF-SW.                                       05340000
           MOVE 'N' TO WS-FC-FOUND-SW.                                  05350000
           OPEN INPUT ACH-IN-FILE.                                      05360000
           OPEN OUTPUT RET-FILE.                                        05370000
           OPEN OUTPUT RPT-FILE.                                        05380000
           OPEN I-O TXN-LOG-FILE.                                       05390000
           IF WS-TXN-STATUS = '35'                                      05400000
             OPEN OUTPUT TXN-LOG-FILE                                   05410000
           END-IF.                                                      05420000
           MOVE SPACES TO RPT-RECORD.                                   05430000
           STRING 'INBOUND ACH POSTING AND RETURNS ' WS-BUS-DATE        05440000
             ' FILE ' WS-FID-ORIGIN ' ' WS-FID-DATE ' '                 05450000
             WS-FID-TIME ' ' WS-FID-MOD                                 05460000
             DELIMITED BY SIZE INTO RPT-RECORD.                         05470000
           WRITE RPT-RECORD.                                            05480000
           MOVE SPACES TO RPT-RECORD.                                   05490000
           STRING 'TRACE           TC ACC-NO             AMOUNT '       05500000
             'RESULT'                                                   05510000
             DELIMITED BY SIZE INTO RPT-RECORD.                         05520000
           WRITE RPT-RECORD.                                            05530000
           PERFORM UNTIL WS-EOF                                         05540000
             READ ACH-IN-FILE INTO WS-ACH-RECORD                        05550000
               AT END SET WS-EOF TO TRUE                                05560000
               NOT AT END                                               05570000
                 IF WS-FC-FOUND                                         05580000
                   CONTINUE                                             05590000
                 ELSE IF WS-ACH-FILE-HDR                                05600000
                   MOVE WS-FH-DEST TO WS-FH-ORIGIN                      05610000
                   MOVE WS-FID-ORIGIN TO WS-FH-DEST                     05620000
                   MOVE WS-FH-ORIGIN-NAME TO WS-RET-TEXT                05630000
                   MOVE WS-FH-DEST-NAME TO WS-FH-ORIGIN-NAME            05640000
                   MOVE WS-RET-TEXT TO WS-FH-DEST-NAME                  05650000
                   MOVE WS-BUS-DATE(3:6) TO WS-FH-DATE                  05660000
                   MOVE WS-RUN-TIME(1:4) TO WS-FH-TIME                  05670000
                   MOVE 'A' TO WS-FH-MODIFIER                           05680000
                   MOVE SPACES TO WS-FH-REFERENCE                       05690000
                   MOVE 'RETURNS' TO WS-FH-REFERENCE                    05700000
                   WRITE RET-RECORD FROM WS-ACH-RECORD                  05710000
                   ADD 1 TO WS-RF-RECORDS                               05720000
                 ELSE IF WS-ACH-BATCH-HDR                               05730000
                   MOVE WS-ACH-RECORD TO WS-SAVE-BH                     05740000
                   MOVE WS-BH-ODFI TO WS-ODFI                           05750000
                   MOVE 'N' TO WS-BH-WRITTEN-SW                         05760000
                   MOVE 0 TO WS-RB-COUNT                                05770000
                   MOVE 0 TO WS-RB-HASH                                 05780000
                   MOVE 0 TO WS-RB-DEBIT                                05790000
                   MOVE 0 TO WS-RB-CREDIT                               05800000
                 ELSE IF WS-ACH-ENTRY                                   05810000
                   ADD 1 TO WS-OPS-READ                                 05820000
                   MOVE SPACES TO WS-RET-CODE                           05830000
                   MOVE SPACES TO WS-RET-TEXT                           05840000
                   MOVE 'X' TO WS-DISP                                  05850000
                   MOVE WS-ED-AMOUNT TO WS-ENTRY-AMT                    05860000
                   MOVE WS-ED-TRACE TO WS-ORIG-TRACE                    05870000
                   MOVE WS-ED-TXN-CODE TO WS-ORIG-TC                    05880000
                   MOVE WS-ED-RDFI TO WS-ORIG-RDFI                      05890000
                   MOVE WS-ED-RDFI TO WS-OUR-RDFI                       05900000
                   IF WS-ED-CREDIT                                      05910000
                     MOVE 'D' TO WS-TXN-TYPE                            05920000
                   ELSE                                                 05930000
                     MOVE 'W' TO WS-TXN-TYPE                            05940000
                   END-IF                                               05950000
                   MOVE 'N' TO WS-ACC-VALID-SW                          05960000
                   MOVE SPACES TO WS-ACC-NO                             05970000
                   IF WS-ED-DFI-ACC(11:7) = SPACES                      05980000
                      AND WS-ED-DFI-ACC(1:10) NUMERIC                   05990000
                     MOVE WS-ED-DFI-ACC(1:10) TO WS-ACC-NO              06000000
                     SET WS-ACC-VALID TO TRUE                           06010000
                   ELSE IF WS-ED-DFI-ACC NUMERIC                        06020000
                      AND WS-ED-DFI-ACC(1:7) = '0000000'                06030000
                     MOVE WS-ED-DFI-ACC(8:10) TO WS-ACC-NO              06040000
                     SET WS-ACC-VALID TO TRUE                           06050000
                   END-IF                                               06060000
                   END-IF                                               06070000
                   IF WS-ED-PRENOTE                                     06080000
                     MOVE 'N' TO WS-DISP                                06090000
                     MOVE 'PRENOTIFICATION - NOT POSTED' TO WS-RET-TEXT 06100000
                   ELSE IF NOT WS-ACC-VALID                             06110000
                     MOVE 'R' TO WS-DISP                                06120000
                     MOVE 'R04' TO WS-RET-CODE                          06130000
                     MOVE 'INVALID ACCOUNT NUMBER' TO WS-RET-TEXT       06140000
                   ELSE IF WS-ENTRY-AMT > WS-MAX-POST                   06150000
                     MOVE 'AMOUNT EXCEEDS POSTING LIMIT' TO WS-RET-TEXT 06160000
                   ELSE                                                 06170000
                     MOVE WS-ENTRY-AMT TO WS-AMOUNT-NUM                 06180000
                     EXEC SQL                                           06190000
                     SELECT ACC_BAL,ACC_STATUS,ACC_OD_LIMIT             06200000
                     INTO :DCL-ACC-BAL,:DCL-ACC-STATUS,                 06210000
                          :DCL-ACC-OD-LIMIT                             06220000
                     FROM ACC_DETAILS WHERE ACC_NO = :WS-ACC-NO         06230000
                     END-EXEC                                           06240000
                     IF SQLCODE = 100                                   06250000
                       MOVE 'R' TO WS-DISP                              06260000
                       MOVE 'R03' TO WS-RET-CODE                        06270000
                       MOVE 'NO ACCOUNT/UNABLE TO LOCATE ACCOUNT'       06280000
                         TO WS-RET-TEXT                                 06290000
                     ELSE IF SQLCODE NOT = 0                            06300000
                       MOVE SQLCODE TO WS-OPS-SQL                       06310000
                       MOVE 'SQL ERROR ON SELECT' TO WS-RET-TEXT        06320000
                     ELSE IF DCL-ACC-STATUS = 'I'                       06330000
                       MOVE 'R' TO WS-DISP                              06340000
                       MOVE 'R02' TO WS-RET-CODE                        06350000
                       MOVE 'ACCOUNT CLOSED' TO WS-RET-TEXT             06360000
                     ELSE IF DCL-ACC-STATUS = 'D' AND WS-TXN-TYPE = 'W' 06370000
                       MOVE 'R' TO WS-DISP                              06380000
                       MOVE 'R16' TO WS-RET-CODE                        06390000
                       MOVE 'ACCOUNT FROZEN - DORMANT' TO WS-RET-TEXT   06400000
                     ELSE                                               06410000
                       MOVE DCL-ACC-BAL TO WS-OLD-BAL                   06420000
                       MOVE DCL-ACC-OD-LIMIT TO WS-OD-LIMIT             06430000
                       IF WS-TXN-TYPE = 'D'                             06440000
                         COMPUTE WS-NEW-BAL =                           06450000
                           WS-OLD-BAL + WS-AMOUNT-NUM                   06460000
                       ELSE                                             06470000
                         COMPUTE WS-NEW-BAL =                           06480000
                           WS-OLD-BAL - WS-AMOUNT-NUM                   06490000
                       END-IF                                           06500000
                       MOVE WS-NEW-BAL TO WS-MID-BAL                    06510000
                       MOVE 0 TO WS-PENALTY                             06520000
                       MOVE 0 TO WS-HOLD-TOTAL                          06530000
                       IF WS-TXN-TYPE = 'W'                             06540000
                         CALL 'HACK2AVL' USING WS-ACC-NO,               06550000
                           WS-HOLD-TOTAL                                06560000
                         CALL 'HACK2EWP' USING WS-ACC-NO,               06570000
                           WS-PENALTY                                   06580000
                         SUBTRACT WS-PENALTY FROM WS-NEW-BAL            06590000
                       END-IF                                           06600000
                       COMPUTE WS-AVAIL-BAL =                           06610000
                         WS-OLD-BAL + WS-OD-LIMIT - WS-HOLD-TOTAL       06620000
                       IF WS-TXN-TYPE = 'W'                             06630000
                          AND WS-NEW-BAL + WS-OD-LIMIT < 0              06640000
                         MOVE 'R' TO WS-DISP                            06650000
                         MOVE 'R01' TO WS-RET-CODE                      06660000
                         MOVE 'INSUFFICIENT FUNDS - OVERDRAFT LIMIT'    06670000
                           TO WS-RET-TEXT                               06680000
                       ELSE IF WS-TXN-TYPE = 'W'                        06690000
                          AND WS-AMOUNT-NUM + WS-PENALTY                06700000
                              > WS-AVAIL-BAL                            06710000
                         MOVE 'R' TO WS-DISP                            06720000
                         MOVE 'R01' TO WS-RET-CODE                      06730000
                         MOVE 'INSUFFICIENT FUNDS - AVAILABLE BALANCE'  06740000
                           TO WS-RET-TEXT                               06750000
                       ELSE IF WS-APPR-ACTIVE                           06760000
                          AND WS-AMOUNT-NUM > WS-APPR-THRESH            06770000
                         MOVE 'Y' TO WS-QUE-OK-SW                       06780000
                         OPEN I-O HOLD-FILE                             06790000
                         IF WS-HOLD-STATUS = '35'                       06800000
                           OPEN OUTPUT HOLD-FILE                        06810000
                         END-IF                                         06820000
                         IF WS-HOLD-STATUS NOT = '00'                   06830000
                           MOVE 'N' TO WS-QUE-OK-SW                     06840000
                         ELSE                                           06850000
                         MOVE SPACES TO HOLD-RECORD                     06860000
                         MOVE WS-ACC-NO TO HLD-ACC-NO                   06870000
                         MOVE 0 TO HLD-SEQ                              06880000
                         MOVE WS-AMOUNT-NUM TO HLD-AMOUNT               06890000
                         MOVE 'AP' TO HLD-REASON                        06900000
                         MOVE WS-USER-ID TO HLD-USER                    06910000
                         MOVE SPACES TO HLD-EXPIRY                      06920000
                         MOVE 'A' TO HLD-STATUS                         06930000
                         MOVE 'N' TO WS-QUE-DONE-SW                     06940000
                         PERFORM UNTIL WS-QUE-DONE                      06950000
                           WRITE HOLD-RECORD                            06960000
                           IF WS-HOLD-STATUS = '22'                     06970000
                             ADD 1 TO HLD-SEQ                           06980000
                           ELSE                                         06990000
                             MOVE 'Y' TO WS-QUE-DONE-SW                 07000000
                           END-IF                                       07010000
                         END-PERFORM                                    07020000
                         IF WS-HOLD-STATUS NOT = '00'                   07030000
                           MOVE 'N' TO WS-QUE-OK-SW                     07040000
                         END-IF                                         07050000
                         MOVE HLD-SEQ TO WS-HOLD-SEQ                    07060000
                         CLOSE HOLD-FILE                                07070000
                         END-IF                                         07080000
                         IF WS-QUE-OK                                   07090000
                         OPEN I-O APPR-FILE                             07100000
                         IF WS-APR-STATUS = '35'                        07110000
                           OPEN OUTPUT APPR-FILE                        07120000
                         END-IF                                         07130000
                         IF WS-APR-STATUS NOT = '00'                    07140000
                           MOVE 'N' TO WS-QUE-OK-SW                     07150000
                         ELSE                                           07160000
                         MOVE SPACES TO APPR-RECORD                     07170000
                         MOVE WS-ACC-NO TO PA-ACC-NO                    07180000
                         MOVE WS-BUS-DATE TO PA-DATE                    07190000
                         MOVE 0 TO PA-SEQ                               07200000
                         MOVE WS-TXN-TYPE TO PA-TXN-TYPE                07210000
                         MOVE WS-AMOUNT-NUM TO PA-AMOUNT                07220000
                         MOVE WS-BUS-DATE TO PA-REF-DATE                07230000
                         MOVE 'A' TO PA-REF-TYPE                        07240000
                         MOVE WS-USER-ID TO PA-MAKER                    07250000
                         MOVE WS-HOLD-SEQ TO PA-HOLD-SEQ                07260000
                         MOVE 'P' TO PA-STATUS                          07270000
                         MOVE 'N' TO WS-QUE-DONE-SW                     07280000
                         PERFORM UNTIL WS-QUE-DONE                      07290000
                           WRITE APPR-RECORD                            07300000
                           IF WS-APR-STATUS = '22'                      07310000
                             ADD 1 TO PA-SEQ                            07320000
                           ELSE                                         07330000
                             MOVE 'Y' TO WS-QUE-DONE-SW                 07340000
                           END-IF                                       07350000
                         END-PERFORM                                    07360000
                         IF WS-APR-STATUS NOT = '00'                    07370000
                           MOVE 'N' TO WS-QUE-OK-SW                     07380000
                         END-IF                                         07390000
                         CLOSE APPR-FILE                                07400000
                         END-IF                                         07410000
                         IF NOT WS-QUE-OK                               07420000
                           OPEN I-O HOLD-FILE                           07430000
                           IF WS-HOLD-STATUS = '00'                     07440000
                             MOVE SPACES TO HOLD-RECORD                 07450000
                             MOVE WS-ACC-NO TO HLD-ACC-NO               07460000
                             MOVE WS-HOLD-SEQ TO HLD-SEQ                07470000
                             READ HOLD-FILE                             07480000
                             IF WS-HOLD-STATUS = '00'                   07490000
                               DELETE HOLD-FILE                         07500000
                             END-IF                                     07510000
                             CLOSE HOLD-FILE                            07520000
                           END-IF                                       07530000
                         END-IF                                         07540000
                         END-IF                                         07550000
                         IF WS-QUE-OK                                   07560000
                           MOVE 'Q' TO WS-DISP                          07570000
                           MOVE 'QUEUED FOR APPROVAL' TO WS-RET-TEXT    07580000
                           MOVE WS-AMOUNT-NUM TO WS-AMOUNT-ED           07590000
                           MOVE SPACES TO WS-AUD-BEFORE                 07600000
                           STRING 'QUEUED ' WS-TXN-TYPE ' '             07610000
                             WS-AMOUNT-ED ' MKR=' WS-USER-ID            07620000
                             DELIMITED BY SIZE INTO WS-AUD-BEFORE       07630000
                           MOVE 'PENDING APPROVAL' TO WS-AUD-AFTER      07640000
                           CALL 'HACK2AUD' USING 'Q', WS-USER-ID,       07650000
                             WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER     07660000
                         ELSE                                           07670000
                           MOVE 'NOT QUEUED - HOLD/QUEUE FILE ERROR'    07680000
                             TO WS-RET-TEXT                             07690000
                         END-IF                                         07700000
                       ELSE                                             07710000
                         MOVE WS-NEW-BAL TO DCL-ACC-BAL                 07720000
                         EXEC SQL                                       07730000
                         UPDATE ACC_DETAILS                             07740000
                         SET ACC_BAL = :DCL-ACC-BAL                     07750000
                         WHERE ACC_NO = :WS-ACC-NO                      07760000
                         AND ACC_BAL = :WS-OLD-BAL                      07770000
                         END-EXEC                                       07780000
                         IF SQLCODE = 0 AND SQLERRD(3) = 1              07790000
                           EXEC SQL COMMIT END-EXEC                     07800000
                           MOVE 'P' TO WS-DISP                          07810000
                           MOVE 'POSTED' TO WS-RET-TEXT                 07820000
                           MOVE WS-OLD-BAL TO WS-OLD-BAL-ED             07830000
                           MOVE WS-NEW-BAL TO WS-NEW-BAL-ED             07840000
                           MOVE WS-MID-BAL TO WS-MID-BAL-ED             07850000
                           MOVE WS-PENALTY TO WS-PENALTY-ED             07860000
                           MOVE SPACES TO TXN-LOG-RECORD                07870000
                           MOVE WS-ACC-NO TO TL-ACC-NO                  07880000
                           MOVE WS-BUS-DATE TO TL-DATE                  07890000
                           MOVE 0 TO TL-SEQ                             07900000
                           MOVE WS-TXN-TYPE TO TL-TXN-TYPE              07910000
                           MOVE WS-AMOUNT-NUM TO TL-AMOUNT              07920000
                           MOVE WS-MID-BAL-ED TO TL-RUN-BAL             07930000
                           MOVE WS-BUS-DATE TO TL-REF-DATE              07940000
                           MOVE 'A' TO TL-REF-TYPE                      07950000
                           MOVE 'N' TO WS-TL-DONE-SW                    07960000
                           PERFORM UNTIL WS-TL-DONE                     07970000
                             WRITE TXN-LOG-RECORD                       07980000
                             IF WS-TXN-STATUS = '22'                    07990000
                               ADD 1 TO TL-SEQ                          08000000
                             ELSE                                       08010000
                               MOVE 'Y' TO WS-TL-DONE-SW                08020000
                             END-IF                                     08030000
                           END-PERFORM                                  08040000
                           IF WS-PENALTY > 0                            08050000
                             MOVE SPACES TO TXN-LOG-RECORD              08060000
                             MOVE WS-ACC-NO TO TL-ACC-NO                08070000
                             MOVE WS-BUS-DATE TO TL-DATE                08080000
                             MOVE 0 TO TL-SEQ                           08090000
                             MOVE 'F' TO TL-TXN-TYPE                    08100000
                             MOVE WS-PENALTY TO TL-AMOUNT               08110000
                             MOVE WS-NEW-BAL-ED TO TL-RUN-BAL           08120000
                             MOVE WS-BUS-DATE TO TL-REF-DATE            08130000
                             MOVE 'P' TO TL-REF-TYPE                    08140000
                             MOVE 'N' TO WS-TL-DONE-SW                  08150000
                             PERFORM UNTIL WS-TL-DONE                   08160000
                               WRITE TXN-LOG-RECORD                     08170000
                               IF WS-TXN-STATUS = '22'                  08180000
                                 ADD 1 TO TL-SEQ                        08190000
                               ELSE                                     08200000
                                 MOVE 'Y' TO WS-TL-DONE-SW              08210000
                               END-IF                                   08220000
                             END-PERFORM                                08230000
                           END-IF                                       08240000
                           MOVE SPACES TO WS-AUD-BEFORE                 08250000
                           MOVE SPACES TO WS-AUD-AFTER                  08260000
                           STRING 'BAL=' WS-OLD-BAL-ED                  08270000
                             DELIMITED BY SIZE INTO WS-AUD-BEFORE       08280000
                           STRING 'BAL=' WS-MID-BAL-ED                  08290000
                             ' ACH TRACE=' WS-ORIG-TRACE                08300000
                             DELIMITED BY SIZE INTO WS-AUD-AFTER        08310000
                           CALL 'HACK2HST' USING WS-ACC-NO,             08320000
                             WS-BUS-DATE, WS-TXN-TYPE,                  08330000
                             WS-OLD-BAL-ED, WS-MID-BAL-ED               08340000
                           CALL 'HACK2AUD' USING WS-TXN-TYPE,           08350000
                             WS-USER-ID, WS-ACC-NO,                     08360000
                             WS-AUD-BEFORE, WS-AUD-AFTER                08370000
                           IF WS-PENALTY > 0                            08380000
                             CALL 'HACK2HST' USING WS-ACC-NO,           08390000
                               WS-BUS-DATE, 'F',                        08400000
                               WS-MID-BAL-ED, WS-NEW-BAL-ED             08410000
                             MOVE SPACES TO WS-AUD-BEFORE               08420000
                             MOVE SPACES TO WS-AUD-AFTER                08430000
                             STRING 'BAL=' WS-MID-BAL-ED                08440000
                               DELIMITED BY SIZE INTO WS-AUD-BEFORE     08450000
                             STRING 'BAL=' WS-NEW-BAL-ED                08460000
                               ' EARLY WDL PENALTY=' WS-PENALTY-ED      08470000
                               DELIMITED BY SIZE INTO WS-AUD-AFTER      08480000
                             CALL 'HACK2AUD' USING 'F', WS-USER-ID,     08490000
                               WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER   08500000
                           END-IF                                       08510000
                         ELSE                                           08520000
                           EXEC SQL ROLLBACK END-EXEC                   08530000
                           MOVE SQLCODE TO WS-OPS-SQL                   08540000
                           MOVE 'POSTING FAILED - ACCOUNT CHANGED'      08550000
                             TO WS-RET-TEXT                             08560000
                         END-IF                                         08570000
                       END-IF                                           08580000
                       END-IF                                           08590000
                       END-IF                                           08600000
                     END-IF                                             08610000
                     END-IF                                             08620000
                     END-IF                                             08630000
                     END-IF                                             08640000
                   END-IF                                               08650000
                   END-IF                                               08660000
                   END-IF                                               08670000
                   IF WS-DISP-POSTED                                    08680000
                     ADD 1 TO WS-POST-COUNT                             08690000
                     IF WS-ED-DEBIT                                     08700000
                       ADD WS-ENTRY-AMT TO WS-POST-DR                   08710000
                     ELSE                                               08720000
                       ADD WS-ENTRY-AMT TO WS-POST-CR                   08730000
                     END-IF                                             08740000
                   ELSE IF WS-DISP-QUEUED                               08750000
                     ADD 1 TO WS-QUE-COUNT                              08760000
                     IF WS-ED-DEBIT                                     08770000
                       ADD WS-ENTRY-AMT TO WS-QUE-DR                    08780000
                     ELSE                                               08790000
                       ADD WS-ENTRY-AMT TO WS-QUE-CR                    08800000
                     END-IF                                             08810000
                   ELSE IF WS-DISP-PRENOTE                              08820000
                     ADD 1 TO WS-PRE-COUNT                              08830000
                   ELSE IF WS-DISP-EXCEPTION                            08840000
                     ADD 1 TO WS-EXC-COUNT                              08850000
                     IF WS-ED-DEBIT                                     08860000
                       ADD WS-ENTRY-AMT TO WS-EXC-DR                    08870000
                     ELSE                                               08880000
                       ADD WS-ENTRY-AMT TO WS-EXC-CR                    08890000
                     END-IF                                             08900000
                   ELSE                                                 08910000
                     ADD 1 TO WS-RET-COUNT                              08920000
                     IF WS-ED-DEBIT                                     08930000
                       ADD WS-ENTRY-AMT TO WS-RET-DR                    08940000
                       ADD WS-ENTRY-AMT TO WS-RB-DEBIT                  08950000
                     ELSE                                               08960000
                       ADD WS-ENTRY-AMT TO WS-RET-CR                    08970000
                       ADD WS-ENTRY-AMT TO WS-RB-CREDIT                 08980000
                     END-IF                                             08990000
                     IF NOT WS-BH-WRITTEN                               09000000
                       MOVE WS-OUR-RDFI TO WS-SAVE-BH(80:8)             09010000
                       WRITE RET-RECORD FROM WS-SAVE-BH                 09020000
                       ADD 1 TO WS-RF-RECORDS                           09030000
                       SET WS-BH-WRITTEN TO TRUE                        09040000
                     END-IF                                             09050000
                     ADD 1 TO WS-RET-SEQ                                09060000
                     SUBTRACT 1 FROM WS-ED-TXN-CODE-N                   09070000
                     MOVE WS-ODFI TO WS-RT-ROUTING                      09080000
                     IF WS-RT-ROUTING NOT NUMERIC                       09090000
                       MOVE ZEROS TO WS-RT-ROUTING                      09100000
                     END-IF                                             09110000
                     COMPUTE WS-RT-SUM =                                09120000
                       WS-RT-D(1) * 3 + WS-RT-D(2) * 7                  09130000
                       + WS-RT-D(3) + WS-RT-D(4) * 3                    09140000
                       + WS-RT-D(5) * 7 + WS-RT-D(6)                    09150000
                       + WS-RT-D(7) * 3 + WS-RT-D(8) * 7                09160000
                     DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOT           09170000
                       REMAINDER WS-RT-REM                              09180000
                     IF WS-RT-REM = 0                                   09190000
                       MOVE 0 TO WS-RT-CHECK                            09200000
                     ELSE                                               09210000
                       COMPUTE WS-RT-CHECK = 10 - WS-RT-REM             09220000
                     END-IF                                             09230000
                     MOVE WS-RT-ROUTING TO WS-ED-RDFI                   09240000
                     MOVE WS-RT-CHECK TO WS-ED-CHECK                    09250000
                     MOVE '1' TO WS-ED-ADDENDA-IND                      09260000
                     MOVE SPACES TO WS-ED-TRACE                         09270000
                     STRING WS-OUR-RDFI WS-RET-SEQ                      09280000
                       DELIMITED BY SIZE INTO WS-ED-TRACE               09290000
                     ADD WS-ED-RDFI-N TO WS-RB-HASH                     09300000
                     WRITE RET-RECORD FROM WS-ACH-RECORD                09310000
                     MOVE SPACES TO WS-ACH-RECORD                       09320000
                     MOVE '7' TO WS-ACH-TYPE                            09330000
                     MOVE '99' TO WS-AD-TYPE                            09340000
                     MOVE WS-RET-CODE TO WS-AD-REASON                   09350000
                     MOVE WS-ORIG-TRACE TO WS-AD-ORIG-TRACE             09360000
                     MOVE WS-ORIG-RDFI TO WS-AD-ORIG-RDFI               09370000
                     MOVE WS-RET-TEXT TO WS-AD-INFO                     09380000
                     MOVE SPACES TO WS-AD-TRACE                         09390000
                     STRING WS-OUR-RDFI WS-RET-SEQ                      09400000
                       DELIMITED BY SIZE INTO WS-AD-TRACE               09410000
                     WRITE RET-RECORD FROM WS-ACH-RECORD                09420000
                     ADD 2 TO WS-RB-COUNT                               09430000
                     ADD 2 TO WS-RF-RECORDS                             09440000
                   END-IF                                               09450000
                   END-IF                                               09460000
                   END-IF                                               09470000
                   END-IF                                               09480000
                   IF NOT WS-DISP-POSTED                                09490000
                     MOVE WS-ENTRY-AMT TO WS-AMT-ED                     09500000
                     MOVE SPACES TO RPT-RECORD                          09510000
                     STRING WS-ORIG-TRACE ' ' WS-ORIG-TC ' '            09520000
                       WS-ACC-NO ' ' WS-AMT-ED ' '                      09530000
                       WS-RET-CODE ' ' WS-RET-TEXT                      09540000
                       DELIMITED BY SIZE INTO RPT-RECORD                09550000
                     WRITE RPT-RECORD                                   09560000
                   END-IF                                               09570000
                 ELSE IF WS-ACH-BATCH-CTL                               09580000
                   IF WS-BH-WRITTEN                                     09590000
                     MOVE WS-RB-COUNT TO WS-BC-COUNT                    09600000
                     MOVE WS-RB-HASH TO WS-BC-HASH                      09610000
                     MOVE WS-RB-DEBIT TO WS-BC-DEBIT                    09620000
                     MOVE WS-RB-CREDIT TO WS-BC-CREDIT                  09630000
                     MOVE SPACES TO WS-BC-MAC                           09640000
                     MOVE WS-OUR-RDFI TO WS-BC-ODFI                     09650000
                     WRITE RET-RECORD FROM WS-ACH-RECORD                09660000
                     ADD 1 TO WS-RF-RECORDS                             09670000
                     ADD 1 TO WS-RF-BATCHES                             09680000
                     ADD WS-RB-COUNT TO WS-RF-COUNT                     09690000
                     ADD WS-RB-HASH TO WS-RF-HASH                       09700000
                     ADD WS-RB-DEBIT TO WS-RF-DEBIT                     09710000
                     ADD WS-RB-CREDIT TO WS-RF-CREDIT                   09720000
                   END-IF                                               09730000
                 ELSE IF WS-ACH-FILE-CTL                                09740000
                   SET WS-FC-FOUND TO TRUE                              09750000
                   MOVE WS-FC-DEBIT TO WS-CHK-DR                        09760000
                   MOVE WS-FC-CREDIT TO WS-CHK-CR                       09770000
                   ADD 1 TO WS-RF-RECORDS                               09780000
                   COMPUTE WS-RF-BLOCKS = (WS-RF-RECORDS + 9) / 10      09790000
                   COMPUTE WS-RF-PAD =                                  09800000
                     WS-RF-BLOCKS * 10 - WS-RF-RECORDS                  09810000
                   MOVE WS-RF-BATCHES TO WS-FC-BATCHES                  09820000
                   MOVE WS-RF-BLOCKS TO WS-FC-BLOCKS                    09830000
                   MOVE WS-RF-COUNT TO WS-FC-COUNT                      09840000
                   MOVE WS-RF-HASH TO WS-FC-HASH                        09850000
                   MOVE WS-RF-DEBIT TO WS-FC-DEBIT                      09860000
                   MOVE WS-RF-CREDIT TO WS-FC-CREDIT                    09870000
                   WRITE RET-RECORD FROM WS-ACH-RECORD                  09880000
                   MOVE ALL '9' TO RET-RECORD                           09890000
                   PERFORM WS-RF-PAD TIMES                              09900000
                     WRITE RET-RECORD                                   09910000
                   END-PERFORM                                          09920000
                 END-IF                                                 09930000
                 END-IF                                                 09940000
                 END-IF                                                 09950000
                 END-IF                                                 09960000
                 END-IF                                                 09970000
                 END-IF                                                 09980000
             END-READ                                                   09990000
           END-PERFORM.                                                 10000000
           CLOSE ACH-IN-FILE.                                           10010000
           CLOSE RET-FILE.                                              10020000
           CLOSE TXN-LOG-FILE.                                          10030000
           OPEN OUTPUT ACT-FILE.                                        10040000
           MOVE SPACES TO ACT-RECORD.                                   10050000
           MOVE WS-FILE-ID TO ACT-RECORD(1:21).                         10060000
           MOVE WS-BUS-DATE TO ACT-RUN-DATE.                            10070000
           WRITE ACT-RECORD.                                            10080000
           CLOSE ACT-FILE.                                              10090000
           COMPUTE WS-CHK-DR = WS-CHK-DR - WS-POST-DR - WS-QUE-DR       10100000
             - WS-RET-DR - WS-EXC-DR.                                   10110000
           COMPUTE WS-CHK-CR = WS-CHK-CR - WS-POST-CR - WS-QUE-CR       10120000
             - WS-RET-CR - WS-EXC-CR.                                   10130000
           MOVE SPACES TO RPT-RECORD.                                   10140000
           MOVE 'RECONCILIATION TO INBOUND CONTROLS       COUNT'        10150000
             TO RPT-RECORD.                                             10160000
           MOVE '         DEBITS        CREDITS' TO RPT-RECORD(48:30).  10170000
           WRITE RPT-RECORD.                                            10180000
           MOVE WS-FIL-DEBIT TO WS-DR-ED.                               10190000
           MOVE WS-FIL-CREDIT TO WS-CR-ED.                              10200000
           MOVE SPACES TO RPT-RECORD.                                   10210000
           STRING 'INBOUND FILE CONTROL                  '              10220000
             WS-ENTRY-COUNT                                             10230000
             ' ' WS-DR-ED ' ' WS-CR-ED                                  10240000
             DELIMITED BY SIZE INTO RPT-RECORD.                         10250000
           WRITE RPT-RECORD.                                            10260000
           MOVE WS-POST-DR TO WS-DR-ED.                                 10270000
           MOVE WS-POST-CR TO WS-CR-ED.                                 10280000
           MOVE SPACES TO RPT-RECORD.                                   10290000
           STRING '  POSTED                              ' WS-POST-COUNT10300000
             ' ' WS-DR-ED ' ' WS-CR-ED                                  10310000
             DELIMITED BY SIZE INTO RPT-RECORD.                         10320000
           WRITE RPT-RECORD.                                            10330000
           MOVE WS-QUE-DR TO WS-DR-ED.                                  10340000
           MOVE WS-QUE-CR TO WS-CR-ED.                                  10350000
           MOVE SPACES TO RPT-RECORD.                                   10360000
           STRING '  QUEUED FOR APPROVAL                 ' WS-QUE-COUNT 10370000
             ' ' WS-DR-ED ' ' WS-CR-ED                                  10380000
             DELIMITED BY SIZE INTO RPT-RECORD.                         10390000
           WRITE RPT-RECORD.                                            10400000
           MOVE WS-RET-DR TO WS-DR-ED.                                  10410000
           MOVE WS-RET-CR TO WS-CR-ED.                                  10420000
           MOVE SPACES TO RPT-RECORD.                                   10430000
           STRING '  RETURNED (RETURN FILE TOTALS)       ' WS-RET-COUNT 10440000
             ' ' WS-DR-ED ' ' WS-CR-ED                                  10450000
             DELIMITED BY SIZE INTO RPT-RECORD.                         10460000
           WRITE RPT-RECORD.                                            10470000
           MOVE WS-EXC-DR TO WS-DR-ED.                                  10480000
           MOVE WS-EXC-CR TO WS-CR-ED.                                  10490000
           MOVE SPACES TO RPT-RECORD.                                   10500000
           STRING '  EXCEPTIONS - MANUAL ACTION          ' WS-EXC-COUNT 10510000
             ' ' WS-DR-ED ' ' WS-CR-ED                                  10520000
             DELIMITED BY SIZE INTO RPT-RECORD.                         10530000
           WRITE RPT-RECORD.                                            10540000
           MOVE SPACES TO RPT-RECORD.                                   10550000
           STRING '  PRENOTIFICATIONS                    ' WS-PRE-COUNT 10560000
             DELIMITED BY SIZE INTO RPT-RECORD.                         10570000
           WRITE RPT-RECORD.                                            10580000
           MOVE WS-CHK-DR TO WS-DR-ED.                                  10590000
           MOVE WS-CHK-CR TO WS-CR-ED.                                  10600000
           MOVE SPACES TO RPT-RECORD.                                   10610000
           STRING 'OUT OF BALANCE                                '      10620000
             WS-DR-ED ' ' WS-CR-ED                                      10630000
             DELIMITED BY SIZE INTO RPT-RECORD.                         10640000
           WRITE RPT-RECORD.                                            10650000
           IF WS-CHK-DR NOT = 0 OR WS-CHK-CR NOT = 0                    10660000
              OR WS-RF-DEBIT NOT = WS-RET-DR                            10670000
              OR WS-RF-CREDIT NOT = WS-RET-CR                           10680000
             MOVE SPACES TO RPT-RECORD                                  10690000
             MOVE '*** RETURNS DO NOT BALANCE TO INBOUND CONTROLS ***'  10700000
               TO RPT-RECORD                                            10710000
             WRITE RPT-RECORD                                           10720000
             DISPLAY 'RETURNS DO NOT BALANCE TO INBOUND CONTROLS'       10730000
             MOVE 'A' TO WS-OPS-FLAG                                    10740000
           END-IF.                                                      10750000
           CLOSE RPT-FILE.                                              10760000
           DISPLAY 'ACH ENTRIES READ     :' WS-OPS-READ.                10770000
           DISPLAY 'ENTRIES POSTED       :' WS-POST-COUNT.              10780000
           DISPLAY 'ENTRIES QUEUED       :' WS-QUE-COUNT.               10790000
           DISPLAY 'ENTRIES RETURNED     :' WS-RET-COUNT.               10800000
           DISPLAY 'ENTRIES IN EXCEPTION :' WS-EXC-COUNT.               10810000
           MOVE WS-POST-COUNT TO WS-OPS-WRITE.                          10820000
           ADD WS-QUE-COUNT TO WS-OPS-WRITE.                            10830000
           MOVE WS-RET-COUNT TO WS-OPS-REJ.                             10840000
           ADD WS-EXC-COUNT TO WS-OPS-REJ.                              10850000
           IF WS-EXC-COUNT > 0 AND WS-OPS-FLAG = 'N'                    10860000
             MOVE 'E' TO WS-OPS-FLAG                                    10870000
           END-IF.                                                      10880000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              10890000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     10900000
             WS-OPS-SQL, WS-OPS-FLAG.                                   10910000
           GOBACK.                                                      10920000
