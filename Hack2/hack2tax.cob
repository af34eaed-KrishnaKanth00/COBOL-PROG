       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2TAX.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY TL-KEY                                            00090000
           FILE STATUS IS WS-TXN-STATUS.                                00100000
           SELECT HIST-FILE ASSIGN TO BALHIST                           00110000
           ORGANIZATION INDEXED                                         00120000
           ACCESS MODE DYNAMIC                                          00130000
           RECORD KEY HST-KEY                                           00140000
           FILE STATUS IS WS-HST-STATUS.                                00150000
           SELECT TAX-FILE ASSIGN TO TAXEXT                             00160000
           ORGANIZATION LINE SEQUENTIAL.                                00170000
           SELECT RPT-FILE ASSIGN TO TAXRPT                             00180000
           ORGANIZATION LINE SEQUENTIAL.                                00190000
       DATA DIVISION.                                                   00200000
       FILE SECTION.                                                    00210000
       FD  TXN-LOG-FILE.                                                00220000
       01  TXN-LOG-RECORD.                                              00230000
           05 TL-KEY.                                                   00240000
              10 TL-ACC-NO        PIC X(10).                            00250000
              10 TL-DATE          PIC X(8).                             00260000
              10 TL-SEQ           PIC 9(4).                             00270000
           05 TL-TXN-TYPE         PIC X(1).                             00280000
           05 TL-AMOUNT           PIC 9(7).99.                          00290000
           05 TL-RUN-BAL          PIC 9(7).99.                          00300000
           05 TL-REF-DATE         PIC X(8).                             00310000
           05 TL-REF-TYPE         PIC X(1).                             00320000
       FD  HIST-FILE.                                                   00330000
       01  HIST-RECORD.                                                 00340000
           05 HST-KEY.                                                  00350000
              10 HST-ACC-NO        PIC X(10).                           00360000
              10 HST-EFF-DATE      PIC X(8).                            00370000
              10 HST-SEQ           PIC 9(4).                            00380000
           05 HST-SOURCE           PIC X(1).                            00390000
           05 HST-OLD-BAL          PIC 9(7).99.                         00400000
           05 HST-NEW-BAL          PIC 9(7).99.                         00410000
       FD  TAX-FILE.                                                    00420000
       01  TAX-HDR-RECORD.                                              00430000
           05 TH-REC-TYPE            PIC X(1).                          00440000
           05 TH-FEED-ID             PIC X(8).                          00450000
           05 TH-RUN-DATE            PIC X(8).                          00460000
           05 TH-TAX-YEAR            PIC X(4).                          00470000
       01  TAX-TRL-RECORD.                                              00480000
           05 TT-REC-TYPE            PIC X(1).                          00490000
           05 TT-REC-COUNT           PIC 9(9).                          00500000
           05 TT-HASH                PIC 9(11)V99.                      00510000
           05 TT-NO-TIN-COUNT        PIC 9(9).                          00520000
       01  TAX-RECORD.                                                  00530000
           05 TX-REC-TYPE            PIC X(1).                          00540000
           05 TX-CUST-ID             PIC X(10).                         00550000
           05 TX-TAX-ID              PIC X(9).                          00560000
           05 TX-TIN-STATUS          PIC X(1).                          00570000
           05 TX-CUST-NAME           PIC X(30).                         00580000
           05 TX-ADDR-LINE1          PIC X(30).                         00590000
           05 TX-ADDR-LINE2          PIC X(30).                         00600000
           05 TX-CITY                PIC X(20).                         00610000
           05 TX-STATE               PIC X(2).                          00620000
           05 TX-ZIP                 PIC X(9).                          00630000
           05 TX-INTEREST            PIC 9(9)V99.                       00640000
           05 TX-ACCT-COUNT          PIC 9(3).                          00650000
       FD  RPT-FILE.                                                    00660000
       01  RPT-RECORD              PIC X(132).                          00670000
       WORKING-STORAGE SECTION.                                         00680000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00690000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00700000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           00710000
       01 WS-RUN-DATE             PIC X(8).                             00720000
       01 WS-TAX-YEAR             PIC X(4).                             00730000
       01 WS-YEAR-START           PIC X(8).                             00740000
       01 WS-YEAR-END             PIC X(8).                             00750000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                00760000
       01 WS-HST-STATUS           PIC X(2) VALUE SPACES.                00770000
       01 WS-TXN-EOF-SW           PIC X(1) VALUE 'N'.                   00780000
           88 WS-TXN-EOF                  VALUE 'Y'.                    00790000
       01 WS-HST-EOF-SW           PIC X(1) VALUE 'N'.                   00800000
           88 WS-HST-EOF                  VALUE 'Y'.                    00810000
       01 WS-EOF-SW               PIC X(1) VALUE 'N'.                   00820000
           88 WS-EOF                      VALUE 'Y'.                    00830000
       01 WS-TXN-OPEN-SW          PIC X(1) VALUE 'N'.                   00840000
           88 WS-TXN-OPEN                 VALUE 'Y'.                    00850000
       01 WS-HST-OPEN-SW          PIC X(1) VALUE 'N'.                   00860000
           88 WS-HST-OPEN                 VALUE 'Y'.                    00870000
       01 WS-HAVE-CUST-SW         PIC X(1) VALUE 'N'.                   00880000
           88 WS-HAVE-CUST                VALUE 'Y'.                    00890000
       01 WS-MATCH-ID             PIC X(10).                            00900000
       01 WS-ACC-NO               PIC X(10).                            00910000
       01 WS-CUST-ID              PIC X(10).                            00920000
       01 WS-CUST-NAME            PIC X(30).                            00930000
       01 WS-ADDR-LINE1           PIC X(30).                            00940000
       01 WS-ADDR-LINE2           PIC X(30).                            00950000
       01 WS-CITY                 PIC X(20).                            00960000
       01 WS-STATE                PIC X(2).                             00970000
       01 WS-ZIP                  PIC X(9).                             00980000
       01 WS-TAX-ID               PIC X(9).                             00990000
       01 WS-TAX-ID-MASK          PIC X(9).                             01000000
       01 WS-HST-OLD              PIC S9(7)V99 COMP-3.                  01010000
       01 WS-HST-NEW              PIC S9(7)V99 COMP-3.                  01020000
       01 WS-INT-AMOUNT           PIC S9(7)V99 COMP-3.                  01030000
       01 WS-TXN-AMOUNT           PIC S9(7)V99 COMP-3.                  01040000
       01 WS-ACC-INT              PIC S9(9)V99 COMP-3 VALUE 0.          01050000
       01 WS-CUST-INT             PIC S9(9)V99 COMP-3 VALUE 0.          01060000
       01 WS-CUST-ACCTS           PIC 9(3) VALUE 0.                     01070000
       01 WS-GROSS-INT            PIC S9(11)V99 COMP-3 VALUE 0.         01080000
       01 WS-REV-INT              PIC S9(11)V99 COMP-3 VALUE 0.         01090000
       01 WS-NOCUST-INT           PIC S9(11)V99 COMP-3 VALUE 0.         01100000
       01 WS-INT-HASH             PIC S9(11)V99 COMP-3 VALUE 0.         01110000
       01 WS-INT-ED               PIC -(8)9.99.                         01120000
       01 WS-TOT-ED               PIC -(10)9.99.                        01130000
       01 WS-CUST-COUNT           PIC 9(9) VALUE 0.                     01140000
       01 WS-EXTRACT-COUNT        PIC 9(9) VALUE 0.                     01150000
       01 WS-NO-TIN-COUNT         PIC 9(9) VALUE 0.                     01160000
       01 WS-NEG-COUNT            PIC 9(9) VALUE 0.                     01170000
       01 WS-NOCUST-COUNT         PIC 9(9) VALUE 0.                     01180000
       01 WS-BUS-DATE             PIC X(8).                             01190000
       01 WS-BDT-FLAG             PIC X(1).                             01200000
       01 WS-OVERRIDE             PIC X(1).                             01210000
       01 WS-OPS-JOB              PIC X(8) VALUE 'HACK2TAX'.            01220000
       01 WS-OPS-START            PIC X(16).                            01230000
       01 WS-OPS-DATE             PIC X(8).                             01240000
       01 WS-OPS-TIME             PIC X(8).                             01250000
       01 WS-OPS-READ             PIC 9(9) VALUE 0.                     01260000
       01 WS-OPS-WRITE            PIC 9(9) VALUE 0.                     01270000
       01 WS-OPS-REJ              PIC 9(9) VALUE 0.                     01280000
       01 WS-OPS-SQL              PIC S9(5) SIGN LEADING SEPARATE       01290000
                                  VALUE ZERO.                           01300000
       01 WS-OPS-FLAG             PIC X(1) VALUE 'N'.                   01310000
       PROCEDURE DIVISION.                                              01320000
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.                       01330000
           ACCEPT WS-OPS-TIME FROM TIME.                                01340000
           MOVE SPACES TO WS-OPS-START.                                 01350000
           STRING WS-OPS-DATE WS-OPS-TIME                               01360000
             DELIMITED BY SIZE INTO WS-OPS-START.                       01370000
           CALL 'HACK2BDT' USING WS-BUS-DATE, WS-BDT-FLAG.              01380000
           MOVE WS-BUS-DATE TO WS-OPS-START(1:8).                       01390000
           IF WS-BDT-FLAG = 'N'                                         01400000
             DISPLAY WS-BUS-DATE ' IS NOT A PROCESSING DAY'             01410000
             DISPLAY 'OVERRIDE AND RUN ANYWAY? (Y/N):'                  01420000
             ACCEPT WS-OVERRIDE                                         01430000
             IF WS-OVERRIDE NOT = 'Y'                                   01440000
               DISPLAY 'RUN REFUSED - NON-PROCESSING DAY'               01450000
               GOBACK                                                   01460000
             END-IF                                                     01470000
           END-IF.                                                      01480000
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             01490000
           DISPLAY 'ENTER TAX YEAR (YYYY):'.                            01500000
           ACCEPT WS-TAX-YEAR.                                          01510000
           IF WS-TAX-YEAR NOT NUMERIC                                   01520000
              OR WS-TAX-YEAR < '1900'                                   01530000
              OR WS-TAX-YEAR > WS-RUN-DATE(1:4)                         01540000
             DISPLAY 'INVALID TAX YEAR - RUN ABANDONED'                 01550000
             MOVE 'A' TO WS-OPS-FLAG                                    01560000
             CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,            01570000
               WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                   01580000
               WS-OPS-SQL, WS-OPS-FLAG                                  01590000
             GOBACK                                                     01600000
           END-IF.                                                      01610000
           MOVE SPACES TO WS-YEAR-START.                                01620000
           STRING WS-TAX-YEAR '0101'                                    01630000
             DELIMITED BY SIZE INTO WS-YEAR-START.                      01640000
           MOVE SPACES TO WS-YEAR-END.                                  01650000
           STRING WS-TAX-YEAR '1231'                                    01660000
             DELIMITED BY SIZE INTO WS-YEAR-END.                        01670000
           OPEN INPUT TXN-LOG-FILE.                                     01680000
           IF WS-TXN-STATUS = '00'                                      01690000
             SET WS-TXN-OPEN TO TRUE                                    01700000
           END-IF.                                                      01710000
           OPEN INPUT HIST-FILE.                                        01720000
           IF WS-HST-STATUS = '00'                                      01730000
             SET WS-HST-OPEN TO TRUE                                    01740000
           END-IF.                                                      01750000
           OPEN OUTPUT TAX-FILE.                                        01760000
           OPEN OUTPUT RPT-FILE.                                        01770000
           MOVE SPACES TO TAX-HDR-RECORD.                               01780000
           MOVE '1' TO TH-REC-TYPE.                                     01790000
           MOVE 'TAXEXT' TO TH-FEED-ID.                                 01800000
           MOVE WS-RUN-DATE TO TH-RUN-DATE.                             01810000
           MOVE WS-TAX-YEAR TO TH-TAX-YEAR.                             01820000
           WRITE TAX-HDR-RECORD.                                        01830000
           MOVE SPACES TO RPT-RECORD.                                   01840000
           STRING 'INTEREST PAID TAX REPORTING CONTROL - TAX YEAR '     01850000
             WS-TAX-YEAR ' RUN DATE ' WS-RUN-DATE                       01860000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01870000
           WRITE RPT-RECORD.                                            01880000
           MOVE SPACES TO RPT-RECORD.                                   01890000
           STRING 'CUST-ID    NAME                           '          01900000
             'TIN       INTEREST PAID ACCTS'                            01910000
             DELIMITED BY SIZE INTO RPT-RECORD.                         01920000
           WRITE RPT-RECORD.                                            01930000
           EXEC SQL                                                     01940000
           DECLARE C-TAX-ACCTS CURSOR WITH HOLD FOR                     01950000
           SELECT A.ACC_NO,A.CUST_ID,                                   01960000
                  COALESCE(C.CUST_ID,' '),                              01970000
                  COALESCE(C.CUST_NAME,' '),                            01980000
                  COALESCE(C.ADDR_LINE1,' '),                           01990000
                  COALESCE(C.ADDR_LINE2,' '),                           02000000
                  COALESCE(C.CITY,' '),                                 02010000
                  COALESCE(C.STATE,' '),                                02020000
                  COALESCE(C.ZIP,' '),                                  02030000
                  COALESCE(C.TAX_ID,' ')                                02040000
           FROM ACC_DETAILS A                                           02050000
           LEFT OUTER JOIN CUST_MASTER C                                02060000
             ON C.CUST_ID = A.CUST_ID                                   02070000
           ORDER BY A.CUST_ID,A.ACC_NO                                  02080000
           END-EXEC.                                                    02090000
           EXEC SQL OPEN C-TAX-ACCTS END-EXEC.                          02100000
           IF SQLCODE NOT = 0                                           02110000
             DISPLAY 'SQLERROR ON OPEN:' SQLCODE                        02120000
             MOVE SQLCODE TO WS-OPS-SQL                                 02130000
             MOVE 'A' TO WS-OPS-FLAG                                    02140000
             SET WS-EOF TO TRUE                                         02150000
           END-IF.                                                      02160000
           PERFORM UNTIL WS-EOF                                         02170000
             EXEC SQL                                                   02180000
             FETCH C-TAX-ACCTS                                          02190000
             INTO :DCL-ACC-NO,:DCL-CUST-ID,:WS-MATCH-ID,                02200000
                  :DCM-CUST-NAME,:DCM-ADDR-LINE1,:DCM-ADDR-LINE2,       02210000
                  :DCM-CITY,:DCM-STATE,:DCM-ZIP,:DCM-TAX-ID             02220000
             END-EXEC                                                   02230000
             IF SQLCODE = 100                                           02240000
               SET WS-EOF TO TRUE                                       02250000
             ELSE IF SQLCODE NOT = 0                                    02260000
               DISPLAY 'SQLERROR ON FETCH:' SQLCODE                     02270000
               MOVE SQLCODE TO WS-OPS-SQL                               02280000
               MOVE 'A' TO WS-OPS-FLAG                                  02290000
               SET WS-EOF TO TRUE                                       02300000
             END-IF                                                     02310000
             END-IF                                                     02320000
             IF WS-HAVE-CUST                                            02330000
                AND (WS-EOF OR DCL-CUST-ID NOT = WS-CUST-ID)            02340000
               ADD 1 TO WS-CUST-COUNT                                   02350000
               MOVE WS-CUST-INT TO WS-INT-ED                            02360000
               IF WS-TAX-ID = SPACES                                    02370000
                 MOVE SPACES TO WS-TAX-ID-MASK                          02380000
               ELSE                                                     02390000
                 MOVE '*****' TO WS-TAX-ID-MASK                         02400000
                 MOVE WS-TAX-ID(6:4) TO WS-TAX-ID-MASK(6:4)             02410000
               END-IF                                                   02420000
               IF WS-CUST-INT > 0                                       02430000
                 MOVE SPACES TO TAX-RECORD                              02440000
                 MOVE '2' TO TX-REC-TYPE                                02450000
                 MOVE WS-CUST-ID TO TX-CUST-ID                          02460000
                 MOVE WS-TAX-ID TO TX-TAX-ID                            02470000
                 IF WS-TAX-ID = SPACES                                  02480000
                   MOVE 'N' TO TX-TIN-STATUS                            02490000
                 ELSE                                                   02500000
                   MOVE 'Y' TO TX-TIN-STATUS                            02510000
                 END-IF                                                 02520000
                 MOVE WS-CUST-NAME TO TX-CUST-NAME                      02530000
                 MOVE WS-ADDR-LINE1 TO TX-ADDR-LINE1                    02540000
                 MOVE WS-ADDR-LINE2 TO TX-ADDR-LINE2                    02550000
                 MOVE WS-CITY TO TX-CITY                                02560000
                 MOVE WS-STATE TO TX-STATE                              02570000
                 MOVE WS-ZIP TO TX-ZIP                                  02580000
                 MOVE WS-CUST-INT TO TX-INTEREST                        02590000
                 MOVE WS-CUST-ACCTS TO TX-ACCT-COUNT                    02600000
                 WRITE TAX-RECORD                                       02610000
                 ADD 1 TO WS-EXTRACT-COUNT                              02620000
                 ADD WS-CUST-INT TO WS-INT-HASH                         02630000
                 MOVE SPACES TO RPT-RECORD                              02640000
                 IF WS-TAX-ID = SPACES                                  02650000
                   ADD 1 TO WS-NO-TIN-COUNT                             02660000
                   STRING WS-CUST-ID ' ' WS-CUST-NAME ' '               02670000
                     WS-TAX-ID-MASK ' ' WS-INT-ED ' '                   02680000
                     WS-CUST-ACCTS                                      02690000
                     ' *** NO TAXPAYER ID ON FILE ***'                  02700000
                     DELIMITED BY SIZE INTO RPT-RECORD                  02710000
                 ELSE                                                   02720000
                   STRING WS-CUST-ID ' ' WS-CUST-NAME ' '               02730000
                     WS-TAX-ID-MASK ' ' WS-INT-ED ' '                   02740000
                     WS-CUST-ACCTS                                      02750000
                     DELIMITED BY SIZE INTO RPT-RECORD                  02760000
                 END-IF                                                 02770000
                 WRITE RPT-RECORD                                       02780000
               ELSE IF WS-CUST-INT < 0                                  02790000
                 ADD 1 TO WS-NEG-COUNT                                  02800000
                 MOVE SPACES TO RPT-RECORD                              02810000
                 STRING WS-CUST-ID ' ' WS-CUST-NAME ' '                 02820000
                   WS-TAX-ID-MASK ' ' WS-INT-ED ' '                     02830000
                   WS-CUST-ACCTS                                        02840000
                   ' *** REVERSALS EXCEED INTEREST - NOT EXTRACTED ***' 02850000
                   DELIMITED BY SIZE INTO RPT-RECORD                    02860000
                 WRITE RPT-RECORD                                       02870000
               END-IF                                                   02880000
               END-IF                                                   02890000
               MOVE 'N' TO WS-HAVE-CUST-SW                              02900000
             END-IF                                                     02910000
             IF NOT WS-EOF                                              02920000
               ADD 1 TO WS-OPS-READ                                     02930000
               MOVE DCL-ACC-NO TO WS-ACC-NO                             02940000
               MOVE 0 TO WS-ACC-INT                                     02950000
               MOVE 'N' TO WS-HST-EOF-SW                                02960000
               IF WS-HST-OPEN                                           02970000
                 MOVE SPACES TO HIST-RECORD                             02980000
                 MOVE WS-ACC-NO TO HST-ACC-NO                           02990000
                 MOVE WS-YEAR-START TO HST-EFF-DATE                     03000000
                 MOVE 0 TO HST-SEQ                                      03010000
                 START HIST-FILE KEY NOT LESS THAN HST-KEY              03020000
                 IF WS-HST-STATUS NOT = '00'                            03030000
                   SET WS-HST-EOF TO TRUE                               03040000
                 END-IF                                                 03050000
               ELSE                                                     03060000
                 SET WS-HST-EOF TO TRUE                                 03070000
               END-IF                                                   03080000
               PERFORM UNTIL WS-HST-EOF                                 03090000
                 READ HIST-FILE NEXT RECORD                             03100000
                   AT END SET WS-HST-EOF TO TRUE                        03110000
                   NOT AT END                                           03120000
                     IF HST-ACC-NO NOT = WS-ACC-NO                      03130000
                        OR HST-EFF-DATE > WS-YEAR-END                   03140000
                       SET WS-HST-EOF TO TRUE                           03150000
                     ELSE                                               03160000
                       IF HST-SOURCE = 'I'                              03170000
                         MOVE HST-OLD-BAL TO WS-HST-OLD                 03180000
                         MOVE HST-NEW-BAL TO WS-HST-NEW                 03190000
                         COMPUTE WS-INT-AMOUNT =                        03200000
                           WS-HST-NEW - WS-HST-OLD                      03210000
                         ADD WS-INT-AMOUNT TO WS-ACC-INT                03220000
                         ADD WS-INT-AMOUNT TO WS-GROSS-INT              03230000
                       END-IF                                           03240000
                     END-IF                                             03250000
                 END-READ                                               03260000
               END-PERFORM                                              03270000
               MOVE 'N' TO WS-TXN-EOF-SW                                03280000
               IF WS-TXN-OPEN                                           03290000
                 MOVE SPACES TO TXN-LOG-RECORD                          03300000
                 MOVE WS-ACC-NO TO TL-ACC-NO                            03310000
                 MOVE WS-YEAR-START TO TL-DATE                          03320000
                 MOVE 0 TO TL-SEQ                                       03330000
                 START TXN-LOG-FILE KEY NOT LESS THAN TL-KEY            03340000
                 IF WS-TXN-STATUS NOT = '00'                            03350000
                   SET WS-TXN-EOF TO TRUE                               03360000
                 END-IF                                                 03370000
               ELSE                                                     03380000
                 SET WS-TXN-EOF TO TRUE                                 03390000
               END-IF                                                   03400000
               PERFORM UNTIL WS-TXN-EOF                                 03410000
                 READ TXN-LOG-FILE NEXT RECORD                          03420000
                   AT END SET WS-TXN-EOF TO TRUE                        03430000
                   NOT AT END                                           03440000
                     IF TL-ACC-NO NOT = WS-ACC-NO                       03450000
                       SET WS-TXN-EOF TO TRUE                           03460000
                     ELSE                                               03470000
                       IF TL-TXN-TYPE = 'R'                             03480000
                          AND TL-REF-TYPE = 'I'                         03490000
                          AND TL-REF-DATE NOT < WS-YEAR-START           03500000
                          AND TL-REF-DATE NOT > WS-YEAR-END             03510000
                         MOVE TL-AMOUNT TO WS-TXN-AMOUNT                03520000
                         SUBTRACT WS-TXN-AMOUNT FROM WS-ACC-INT         03530000
                         ADD WS-TXN-AMOUNT TO WS-REV-INT                03540000
                       END-IF                                           03550000
                     END-IF                                             03560000
                 END-READ                                               03570000
               END-PERFORM                                              03580000
               IF WS-MATCH-ID = SPACES                                  03590000
                 IF WS-ACC-INT NOT = 0                                  03600000
                   ADD 1 TO WS-NOCUST-COUNT                             03610000
                   ADD WS-ACC-INT TO WS-NOCUST-INT                      03620000
                   MOVE WS-ACC-INT TO WS-INT-ED                         03630000
                   MOVE SPACES TO RPT-RECORD                            03640000
                   STRING 'ACCOUNT ' WS-ACC-NO ' CUST '                 03650000
                     DCL-CUST-ID ' ' WS-INT-ED                          03660000
                     ' *** NO CUSTOMER RECORD - NOT EXTRACTED ***'      03670000
                     DELIMITED BY SIZE INTO RPT-RECORD                  03680000
                   WRITE RPT-RECORD                                     03690000
                 END-IF                                                 03700000
               ELSE                                                     03710000
                 IF NOT WS-HAVE-CUST                                    03720000
                   SET WS-HAVE-CUST TO TRUE                             03730000
                   MOVE DCL-CUST-ID TO WS-CUST-ID                       03740000
                   MOVE DCM-CUST-NAME-TEXT TO WS-CUST-NAME              03750000
                   MOVE DCM-ADDR-LINE1 TO WS-ADDR-LINE1                 03760000
                   MOVE DCM-ADDR-LINE2 TO WS-ADDR-LINE2                 03770000
                   MOVE DCM-CITY TO WS-CITY                             03780000
                   MOVE DCM-STATE TO WS-STATE                           03790000
                   MOVE DCM-ZIP TO WS-ZIP                               03800000
                   MOVE DCM-TAX-ID TO WS-TAX-ID                         03810000
                   IF WS-TAX-ID NOT NUMERIC                             03820000
                     MOVE SPACES TO WS-TAX-ID                           03830000
                   END-IF                                               03840000
                   MOVE 0 TO WS-CUST-INT                                03850000
                   MOVE 0 TO WS-CUST-ACCTS                              03860000
                 END-IF                                                 03870000
                 IF WS-ACC-INT NOT = 0                                  03880000
                   ADD WS-ACC-INT TO WS-CUST-INT                        03890000
                   ADD 1 TO WS-CUST-ACCTS                               03900000
                 END-IF                                                 03910000
               END-IF                                                   03920000
             END-IF                                                     03930000
           END-PERFORM.                                                 03940000
           EXEC SQL CLOSE C-TAX-ACCTS END-EXEC.                         03950000
           MOVE SPACES TO TAX-TRL-RECORD.                               03960000
           MOVE '9' TO TT-REC-TYPE.                                     03970000
           MOVE WS-EXTRACT-COUNT TO TT-REC-COUNT.                       03980000
           MOVE WS-INT-HASH TO TT-HASH.                                 03990000
           MOVE WS-NO-TIN-COUNT TO TT-NO-TIN-COUNT.                     04000000
           WRITE TAX-TRL-RECORD.                                        04010000
           MOVE SPACES TO RPT-RECORD.                                   04020000
           WRITE RPT-RECORD.                                            04030000
           MOVE SPACES TO RPT-RECORD.                                   04040000
           STRING 'ACCOUNTS READ              : ' WS-OPS-READ           04050000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04060000
           WRITE RPT-RECORD.                                            04070000
           MOVE SPACES TO RPT-RECORD.                                   04080000
           STRING 'CUSTOMERS READ             : ' WS-CUST-COUNT         04090000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04100000
           WRITE RPT-RECORD.                                            04110000
           MOVE SPACES TO RPT-RECORD.                                   04120000
           STRING 'TAX RECORDS EXTRACTED      : ' WS-EXTRACT-COUNT      04130000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04140000
           WRITE RPT-RECORD.                                            04150000
           MOVE SPACES TO RPT-RECORD.                                   04160000
           STRING 'EXTRACTED WITH NO TIN      : ' WS-NO-TIN-COUNT       04170000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04180000
           WRITE RPT-RECORD.                                            04190000
           MOVE SPACES TO RPT-RECORD.                                   04200000
           STRING 'NET NEGATIVE CUSTOMERS     : ' WS-NEG-COUNT          04210000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04220000
           WRITE RPT-RECORD.                                            04230000
           MOVE SPACES TO RPT-RECORD.                                   04240000
           STRING 'ACCOUNTS WITH NO CUSTOMER  : ' WS-NOCUST-COUNT       04250000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04260000
           WRITE RPT-RECORD.                                            04270000
           MOVE WS-GROSS-INT TO WS-TOT-ED.                              04280000
           MOVE SPACES TO RPT-RECORD.                                   04290000
           STRING 'GROSS INTEREST CREDITED    : ' WS-TOT-ED             04300000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04310000
           WRITE RPT-RECORD.                                            04320000
           MOVE WS-REV-INT TO WS-TOT-ED.                                04330000
           MOVE SPACES TO RPT-RECORD.                                   04340000
           STRING 'INTEREST REVERSED          : ' WS-TOT-ED             04350000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04360000
           WRITE RPT-RECORD.                                            04370000
           MOVE WS-NOCUST-INT TO WS-TOT-ED.                             04380000
           MOVE SPACES TO RPT-RECORD.                                   04390000
           STRING 'INTEREST NOT ATTRIBUTED    : ' WS-TOT-ED             04400000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04410000
           WRITE RPT-RECORD.                                            04420000
           MOVE WS-INT-HASH TO WS-TOT-ED.                               04430000
           MOVE SPACES TO RPT-RECORD.                                   04440000
           STRING 'INTEREST EXTRACTED         : ' WS-TOT-ED             04450000
             DELIMITED BY SIZE INTO RPT-RECORD.                         04460000
           WRITE RPT-RECORD.                                            04470000
           CLOSE TAX-FILE.                                              04480000
           CLOSE RPT-FILE.                                              04490000
           IF WS-TXN-OPEN                                               04500000
             CLOSE TXN-LOG-FILE                                         04510000
           END-IF.                                                      04520000
           IF WS-HST-OPEN                                               04530000
             CLOSE HIST-FILE                                            04540000
           END-IF.                                                      04550000
           DISPLAY 'TAX RECORDS EXTRACTED:' WS-EXTRACT-COUNT.           04560000
           DISPLAY 'CUSTOMERS WITH NO TIN:' WS-NO-TIN-COUNT.            04570000
           MOVE WS-EXTRACT-COUNT TO WS-OPS-WRITE.                       04580000
           COMPUTE WS-OPS-REJ = WS-NO-TIN-COUNT + WS-NEG-COUNT          04590000
             + WS-NOCUST-COUNT.                                         04600000
           IF WS-OPS-REJ > 0 AND WS-OPS-FLAG = 'N'                      04610000
             MOVE 'E' TO WS-OPS-FLAG                                    04620000
           END-IF.                                                      04630000
           CALL 'HACK2OPS' USING WS-OPS-JOB, WS-OPS-START,              04640000
             WS-OPS-READ, WS-OPS-WRITE, WS-OPS-REJ,                     04650000
             WS-OPS-SQL, WS-OPS-FLAG.                                   04660000
           GOBACK.                                                      04670000
