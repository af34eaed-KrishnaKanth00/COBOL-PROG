           ACCESS MODE DYNAMIC                                          00210000
           RECORD KEY HLD-KEY                                           00220000
           FILE STATUS IS WS-HOLD-STATUS.                               00230000
           SELECT WHS-FILE ASSIGN TO WAREHSE                            00231000
           ORGANIZATION INDEXED                                         00232000
           ACCESS MODE DYNAMIC                                          00233000
           RECORD KEY WH-KEY                                            00234000
           FILE STATUS IS WS-WHS-STATUS.                                00235000
       DATA DIVISION.                                                   00240000
       FILE SECTION.                                                    00250000
       FD  TXN-LOG-FILE.                                                00260000
           05 HLD-USER            PIC X(8).                             00610000
           05 HLD-EXPIRY          PIC X(8).                             00620000
           05 HLD-STATUS          PIC X(1).                             00630000
       FD  WHS-FILE.                                                    00630100
       01  WHS-RECORD.                                                  00630200
           05 WH-KEY.                                                   00630300
              10 WH-REL-DATE      PIC X(8).                             00630400
              10 WH-SEQ           PIC 9(4).                             00630500
           05 WH-FUNC             PIC X(1).                             00630600
           05 WH-TXN-TYPE         PIC X(1).                             00630700
           05 WH-ACC-NO           PIC X(10).                            00630800
           05 WH-TO-ACC           PIC X(10).                            00630900
           05 WH-AMOUNT           PIC 9(7).99.                          00631000
           05 WH-USER             PIC X(8).                             00631100
           05 WH-ENT-DATE         PIC X(8).                             00631200
           05 WH-ENT-TIME         PIC X(8).                             00631300
           05 WH-STATUS           PIC X(1).                             00631400
           05 WH-ACT-USER         PIC X(8).                             00631500
           05 WH-ACT-DATE         PIC X(8).                             00631600
           05 WH-RESULT           PIC X(30).                            00631700
       WORKING-STORAGE SECTION.                                         00640000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00650000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00660000
       01 WS-FROM-OLD-BAL-ED  PIC 9(7).99.                              00760000
       01 WS-FROM-NEW-BAL     PIC S9(7)V99 COMP-3.                      00770000
       01 WS-FROM-NEW-BAL-ED  PIC 9(7).99.                              00780000
       01 WS-FROM-MID-BAL     PIC S9(7)V99 COMP-3.                      00781000
       01 WS-FROM-MID-BAL-ED  PIC 9(7).99.                              00782000
       01 WS-PENALTY          PIC 9(5)V99 VALUE 0.                      00783000
       01 WS-PENALTY-ED       PIC 9(5).99.                              00784000
       01 WS-TO-OLD-BAL       PIC S9(7)V99 COMP-3.                      00790000
       01 WS-TO-OLD-BAL-ED    PIC 9(7).99.                              00800000
       01 WS-TO-NEW-BAL       PIC S9(7)V99 COMP-3.                      00810000
           88 WS-QUE-DONE             VALUE 'Y'.                        01030000
       01 WS-QUE-OK-SW        PIC X(1) VALUE 'Y'.                       01040000
           88 WS-QUE-OK               VALUE 'Y'.                        01050000
       01 WS-CUT-FLAG         PIC X(1) VALUE 'N'.                       01051000
           88 WS-AFTER-CUTOFF         VALUE 'Y'.                        01052000
           88 WS-CUT-NO-DATE          VALUE 'E'.                        01053000
       01 WS-CUT-BUS-DATE     PIC X(8).                                 01054000
       01 WS-REL-DATE         PIC X(8).                                 01055000
       01 WS-ENT-TIME         PIC X(8).                                 01056000
       01 WS-WHS-STATUS       PIC X(2) VALUE SPACES.                    01057000
       01 WS-WHS-DONE-SW      PIC X(1) VALUE 'N'.                       01058000
           88 WS-WHS-DONE             VALUE 'Y'.                        01059000
       LINKAGE SECTION.                                                 01060000
       01 USER-ID-PARM        PIC X(8).                                 01070000
       PROCEDURE DIVISION USING USER-ID-PARM.                           01080000
             END-READ                                                   01190000
             CLOSE APC-FILE                                             01200000
           END-IF.                                                      01210000
           CALL 'HACK2CUT' USING WS-CUT-FLAG, WS-CUT-BUS-DATE,          01211000
             WS-REL-DATE.                                               01212000
           IF WS-AFTER-CUTOFF                                           01213000
             DISPLAY 'POSTING CUTOFF HAS PASSED - TRANSFERS WILL BE '   01214000
               'WAREHOUSED FOR ' WS-REL-DATE                            01215000
           END-IF.                                                      01216000
           DISPLAY 'ACCOUNT-TO-ACCOUNT TRANSFER'.                       01220000
           DISPLAY 'ENTER FROM ACCOUNT NUMBER:'.                        01230000
           ACCEPT WS-FROM-ACC.                                          01240000
                 DISPLAY 'SQLERROR:' SQLCODE                            01640000
               ELSE IF WS-TO-STATUS = 'I'                               01650000
                 DISPLAY 'TO ACCOUNT IS INACTIVE!!!'                    01660000
               ELSE IF WS-CUT-NO-DATE                                   01660100
                 DISPLAY 'POSTING CUTOFF HAS PASSED AND NO NEXT '       01660200
                   'BUSINESS DATE WAS FOUND - CHECK HOLIDAY CALENDAR'   01660300
                 DISPLAY 'TRANSFER NOT POSTED'                          01660400
               ELSE IF WS-AFTER-CUTOFF                                  01660500
                 OPEN I-O WHS-FILE                                      01660600
                 IF WS-WHS-STATUS = '35'                                01660700
                   OPEN OUTPUT WHS-FILE                                 01660800
                 END-IF                                                 01660900
                 IF WS-WHS-STATUS NOT = '00'                            01661000
                   DISPLAY 'CANNOT OPEN WAREHOUSE FILE:' WS-WHS-STATUS  01661100
                   DISPLAY 'TRANSFER NOT WAREHOUSED AND NOT '           01661200
                     'POSTED - RE-ENTER WHEN RESOLVED'                  01661300
                 ELSE                                                   01661400
                   MOVE SPACES TO WHS-RECORD                            01661500
                   MOVE WS-REL-DATE TO WH-REL-DATE                      01661600
                   MOVE 0 TO WH-SEQ                                     01661700
                   MOVE 'T' TO WH-FUNC                                  01661800
                   MOVE 'W' TO WH-TXN-TYPE                              01661900
                   MOVE WS-FROM-ACC TO WH-ACC-NO                        01662000
                   MOVE WS-TO-ACC TO WH-TO-ACC                          01662100
                   MOVE WS-AMOUNT-NUM TO WH-AMOUNT                      01662200
                   MOVE WS-USER-ID TO WH-USER                           01662300
                   MOVE WS-CUT-BUS-DATE TO WH-ENT-DATE                  01662400
                   ACCEPT WS-ENT-TIME FROM TIME                         01662500
                   MOVE WS-ENT-TIME TO WH-ENT-TIME                      01662600
                   MOVE 'W' TO WH-STATUS                                01662700
                   MOVE 'N' TO WS-WHS-DONE-SW                           01662800
                   PERFORM UNTIL WS-WHS-DONE                            01662900
                     WRITE WHS-RECORD                                   01663000
                     IF WS-WHS-STATUS = '22'                            01663100
                       ADD 1 TO WH-SEQ                                  01663200
                     ELSE                                               01663300
                       MOVE 'Y' TO WS-WHS-DONE-SW                       01663400
                     END-IF                                             01663500
                   END-PERFORM                                          01663600
                   IF WS-WHS-STATUS = '00'                              01663700
                     MOVE SPACES TO WS-AUD-BEFORE                       01663800
                     MOVE SPACES TO WS-AUD-AFTER                        01663900
                     STRING 'WAREHOUSED W ' WS-AMOUNT-TEXT              01664000
                       ' TFR TO ' WS-TO-ACC ' MKR=' WS-USER-ID          01664100
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE             01664200
                     STRING 'RELEASE=' WH-REL-DATE ' SEQ=' WH-SEQ       01664300
                       DELIMITED BY SIZE INTO WS-AUD-AFTER              01664400
                     CALL 'HACK2AUD' USING 'L', WS-USER-ID,             01664500
                       WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER         01664600
                     DISPLAY 'AFTER POSTING CUTOFF - WAREHOUSED FOR '   01664700
                       WH-REL-DATE ' SEQ ' WH-SEQ                       01664800
                   ELSE                                                 01664900
                     DISPLAY 'WAREHOUSE WRITE FAILED:' WS-WHS-STATUS    01665000
                     DISPLAY 'TRANSFER NOT WAREHOUSED AND NOT '         01665100
                       'POSTED - RE-ENTER WHEN RESOLVED'                01665200
                   END-IF                                               01665300
                   CLOSE WHS-FILE                                       01665400
                 END-IF                                                 01665500
               ELSE                                                     01670000
                 COMPUTE WS-FROM-NEW-BAL =                              01680000
                   WS-FROM-OLD-BAL - WS-AMOUNT-NUM                      01690000
                   WS-TO-OLD-BAL + WS-AMOUNT-NUM                        01710000
                 MOVE 0 TO WS-HOLD-TOTAL                                01720000
                 CALL 'HACK2AVL' USING WS-FROM-ACC, WS-HOLD-TOTAL       01730000
                 MOVE WS-FROM-NEW-BAL TO WS-FROM-MID-BAL                01731000
                 MOVE 0 TO WS-PENALTY                                   01732000
                 CALL 'HACK2EWP' USING WS-FROM-ACC, WS-PENALTY          01733000
                 IF WS-PENALTY > 0                                      01734000
                   SUBTRACT WS-PENALTY FROM WS-FROM-NEW-BAL             01735000
                   MOVE WS-PENALTY TO WS-PENALTY-ED                     01736000
                   DISPLAY 'TERM DEPOSIT BEFORE MATURITY - EARLY '      01737000
                     'WITHDRAWAL PENALTY ' WS-PENALTY-ED                01738000
                 END-IF                                                 01739000
                 COMPUTE WS-AVAIL-BAL =                                 01740000
                   WS-FROM-OLD-BAL + WS-OD-LIMIT - WS-HOLD-TOTAL        01750000
                 IF WS-FROM-NEW-BAL + WS-OD-LIMIT < 0                   01760000
                   DISPLAY 'TRANSFER DECLINED - EXCEEDS'                01770000
                     ' OVERDRAFT LIMIT'                                 01780000
                 ELSE IF WS-AMOUNT-NUM + WS-PENALTY > WS-AVAIL-BAL      01790000
                   DISPLAY 'TRANSFER DECLINED - EXCEEDS'                01800000
                     ' AVAILABLE BALANCE'                               01810000
                 ELSE IF WS-APPR-ACTIVE                                 01820000
                   IF WS-POSTED                                         03110000
                     MOVE WS-FROM-OLD-BAL TO WS-FROM-OLD-BAL-ED         03120000
                     MOVE WS-FROM-NEW-BAL TO WS-FROM-NEW-BAL-ED         03130000
                     MOVE WS-FROM-MID-BAL TO WS-FROM-MID-BAL-ED         03131000
                     MOVE WS-TO-OLD-BAL TO WS-TO-OLD-BAL-ED             03140000
                     MOVE WS-TO-NEW-BAL TO WS-TO-NEW-BAL-ED             03150000
                     CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG     03160000
                     MOVE 0 TO TL-SEQ                                   03240000
                     MOVE 'W' TO TL-TXN-TYPE                            03250000
                     MOVE WS-AMOUNT-NUM TO TL-AMOUNT                    03260000
                     MOVE WS-FROM-MID-BAL-ED TO TL-RUN-BAL              03270000
                     MOVE WS-CUR-DATE TO TL-REF-DATE                    03280000
                     MOVE 'D' TO TL-REF-TYPE                            03290000
                     MOVE 'N' TO WS-TL-DONE-SW                          03300000
                         MOVE 'Y' TO WS-TL-DONE-SW                      03540000
                       END-IF                                           03550000
                     END-PERFORM                                        03560000
                     IF WS-PENALTY > 0                                  03560100
                       MOVE SPACES TO TXN-LOG-RECORD                    03560200
                       MOVE WS-FROM-ACC TO TL-ACC-NO                    03560300
                       MOVE WS-CUR-DATE TO TL-DATE                      03560400
                       MOVE 0 TO TL-SEQ                                 03560500
                       MOVE 'F' TO TL-TXN-TYPE                          03560600
                       MOVE WS-PENALTY TO TL-AMOUNT                     03560700
                       MOVE WS-FROM-NEW-BAL-ED TO TL-RUN-BAL            03560800
                       MOVE WS-CUR-DATE TO TL-REF-DATE                  03560900
                       MOVE 'P' TO TL-REF-TYPE                          03561000
                       MOVE 'N' TO WS-TL-DONE-SW                        03561100
                       PERFORM UNTIL WS-TL-DONE                         03561200
                         WRITE TXN-LOG-RECORD                           03561300
                         IF WS-TXN-STATUS = '22'                        03561400
                           ADD 1 TO TL-SEQ                              03561500
                         ELSE                                           03561600
                           MOVE 'Y' TO WS-TL-DONE-SW                    03561700
                         END-IF                                         03561800
                       END-PERFORM                                      03561900
                     END-IF                                             03562000
                     CLOSE TXN-LOG-FILE                                 03570000
                     CALL 'HACK2HST' USING WS-FROM-ACC,                 03580000
                       WS-CUR-DATE, 'W',                                03590000
                       WS-FROM-OLD-BAL-ED, WS-FROM-MID-BAL-ED           03600000
                     CALL 'HACK2HST' USING WS-TO-ACC,                   03610000
                       WS-CUR-DATE, 'D',                                03620000
                       WS-TO-OLD-BAL-ED, WS-TO-NEW-BAL-ED               03630000
                     STRING 'BAL=' WS-FROM-OLD-BAL-ED                   03660000
                       ' TFR TO ' WS-TO-ACC                             03670000
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE             03680000
                     STRING 'BAL=' WS-FROM-MID-BAL-ED                   03690000
                       DELIMITED BY SIZE INTO WS-AUD-AFTER              03700000
                     CALL 'HACK2AUD' USING 'W', WS-USER-ID,             03710000
                       WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER         03720000
                       DELIMITED BY SIZE INTO WS-AUD-AFTER              03790000
                     CALL 'HACK2AUD' USING 'D', WS-USER-ID,             03800000
                       WS-TO-ACC, WS-AUD-BEFORE, WS-AUD-AFTER           03810000
                     IF WS-PENALTY > 0                                  03810100
                       CALL 'HACK2HST' USING WS-FROM-ACC,               03810200
                         WS-CUR-DATE, 'F',                              03810300
                         WS-FROM-MID-BAL-ED, WS-FROM-NEW-BAL-ED         03810400
                       MOVE SPACES TO WS-AUD-BEFORE                     03810500
                       MOVE SPACES TO WS-AUD-AFTER                      03810600
                       STRING 'BAL=' WS-FROM-MID-BAL-ED                 03810700
                         DELIMITED BY SIZE INTO WS-AUD-BEFORE           03810800
                       STRING 'BAL=' WS-FROM-NEW-BAL-ED                 03810900
                         ' EARLY WDL PENALTY=' WS-PENALTY-ED            03811000
                         DELIMITED BY SIZE INTO WS-AUD-AFTER            03811100
                       CALL 'HACK2AUD' USING 'F', WS-USER-ID,           03811200
                         WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER       03811300
                     END-IF                                             03811400
                     DISPLAY 'TRANSFER POSTED'                          03820000
                     DISPLAY 'FROM NEW BALANCE:' WS-FROM-NEW-BAL-ED     03830000
                     DISPLAY 'TO   NEW BALANCE:' WS-TO-NEW-BAL-ED       03840000
