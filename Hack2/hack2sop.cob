           FILE STATUS IS WS-SO-STATUS.                                 00080000
           SELECT REJ-FILE ASSIGN TO SOREJ                              00090000
           ORGANIZATION LINE SEQUENTIAL.                                00100000
           SELECT SUS-FILE ASSIGN TO SUSPENSE                           00101000
           ORGANIZATION INDEXED                                         00102000
           ACCESS MODE DYNAMIC                                          00103000
           RECORD KEY SU-KEY                                            00104000
           FILE STATUS IS WS-SUS-STATUS.                                00105000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00110000
           ORGANIZATION INDEXED                                         00120000
           ACCESS MODE DYNAMIC                                          00130000
           05 TL-RUN-BAL          PIC 9(7).99.                          00540000
           05 TL-REF-DATE         PIC X(8).                             00550000
           05 TL-REF-TYPE         PIC X(1).                             00560000
       FD  SUS-FILE.                                                    00560100
       01  SUS-RECORD.                                                  00560200
           05 SU-KEY.                                                   00560300
              10 SU-SOURCE        PIC X(1).                             00560400
              10 SU-REJ-DATE      PIC X(8).                             00560500
              10 SU-SEQ           PIC 9(4).                             00560600
           05 SU-ACC-NO           PIC X(10).                            00560700
           05 SU-TO-ACC           PIC X(10).                            00560800
           05 SU-TXN-TYPE         PIC X(1).                             00560900
           05 SU-AMOUNT           PIC 9(7).99.                          00561000
           05 SU-ORIG-AMT         PIC X(10).                            00561100
           05 SU-DUE-DATE         PIC X(8).                             00561200
           05 SU-REASON           PIC X(2).                             00561300
           05 SU-REASON-TEXT      PIC X(30).                            00561400
           05 SU-ATTEMPTS         PIC 9(3).                             00561500
           05 SU-LAST-DATE        PIC X(8).                             00561600
           05 SU-STATUS           PIC X(1).                             00561700
           05 SU-RES-USER         PIC X(8).                             00561800
           05 SU-RES-DATE         PIC X(8).                             00561900
           05 SU-RES-NOTE         PIC X(30).                            00562000
           05 SU-RP-ACC           PIC X(10).                            00562100
           05 SU-RP-TO-ACC        PIC X(10).                            00562200
           05 SU-RP-TYPE          PIC X(1).                             00562300
           05 SU-RP-AMOUNT        PIC 9(7).99.                          00562400
           05 SU-RP-TL-DATE       PIC X(8).                             00562500
           05 SU-RP-TL-SEQ        PIC 9(4).                             00562600
       FD  RPT-FILE.                                                    00570000
       01  RPT-RECORD             PIC X(100).                           00580000
       WORKING-STORAGE SECTION.                                         00590000
       01 WS-FROM-OLD-BAL-ED      PIC 9(7).99.                          00880000
       01 WS-FROM-NEW-BAL         PIC S9(7)V99 COMP-3.                  00890000
       01 WS-FROM-NEW-BAL-ED      PIC 9(7).99.                          00900000
       01 WS-FROM-MID-BAL         PIC S9(7)V99 COMP-3.                  00901000
       01 WS-FROM-MID-BAL-ED      PIC 9(7).99.                          00902000
       01 WS-PENALTY              PIC 9(5)V99 VALUE 0.                  00903000
       01 WS-PENALTY-ED           PIC 9(5).99.                          00904000
       01 WS-TO-OLD-BAL           PIC S9(7)V99 COMP-3.                  00910000
       01 WS-TO-OLD-BAL-ED        PIC 9(7).99.                          00920000
       01 WS-TO-NEW-BAL           PIC S9(7)V99 COMP-3.                  00930000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                01020000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   01030000
           88 WS-TL-DONE                  VALUE 'Y'.                    01040000
       01 WS-TL-W-SEQ             PIC 9(4) VALUE 0.                     01040100
       01 WS-SUS-STATUS           PIC X(2) VALUE SPACES.                01040200
       01 WS-SUS-OK-SW            PIC X(1) VALUE 'N'.                   01040300
           88 WS-SUS-OK                   VALUE 'Y'.                    01040400
       01 WS-SUS-EOF-SW           PIC X(1) VALUE 'N'.                   01040500
           88 WS-SUS-EOF                  VALUE 'Y'.                    01040600
       01 WS-SUS-OPEN-SW          PIC X(1) VALUE 'N'.                   01040700
           88 WS-SUS-OPEN                 VALUE 'Y'.                    01040800
       01 WS-SUS-DONE-SW          PIC X(1) VALUE 'N'.                   01040900
           88 WS-SUS-DONE                 VALUE 'Y'.                    01041000
       01 WS-SUS-OPEN-KEY         PIC X(13).                            01041100
       01 WS-SUS-SEQ              PIC 9(4) VALUE 0.                     01041200
       01 WS-SUS-REF              PIC X(14).                            01041300
       01 WS-DUE-DATE             PIC 9(8).                             01050000
       01 WS-DUE-X REDEFINES WS-DUE-DATE                                01060000
                                  PIC X(8).                             01070000
           IF WS-TXN-STATUS = '35'                                      02000000
             OPEN OUTPUT TXN-LOG-FILE                                   02010000
           END-IF.                                                      02020000
           OPEN I-O SUS-FILE.                                           02020100
           IF WS-SUS-STATUS = '35'                                      02020200
             OPEN OUTPUT SUS-FILE                                       02020300
             IF WS-SUS-STATUS = '00'                                    02020400
               CLOSE SUS-FILE                                           02020500
               OPEN I-O SUS-FILE                                        02020600
             END-IF                                                     02020700
           END-IF.                                                      02020800
           IF WS-SUS-STATUS = '00'                                      02020900
             SET WS-SUS-OK TO TRUE                                      02021000
           ELSE                                                         02021100
             DISPLAY 'CANNOT OPEN SUSPENSE FILE:' WS-SUS-STATUS         02021200
             DISPLAY 'REJECTED ORDERS WILL BE ON SOREJ ONLY'            02021300
           END-IF.                                                      02021400
           PERFORM VARYING WS-SUB FROM 1 BY 1                           02030000
             UNTIL WS-SUB > WS-TBL-COUNT                                02040000
             IF WS-S-STS(WS-SUB) = 'A'                                  02050000
               MOVE WS-S-AMT(WS-SUB) TO WS-AMOUNT                       02130000
               MOVE WS-AMOUNT TO WS-AMOUNT-ED                           02140000
               MOVE 'N' TO WS-POSTED-SW                                 02150000
               MOVE 'N' TO WS-SUS-OPEN-SW                               02150100
               IF WS-SUS-OK                                             02150200
                 MOVE SPACES TO SUS-RECORD                              02150300
                 MOVE 'S' TO SU-SOURCE                                  02150400
                 MOVE 0 TO SU-SEQ                                       02150500
                 MOVE 'N' TO WS-SUS-EOF-SW                              02150600
                 START SUS-FILE KEY NOT LESS THAN SU-KEY                02150700
                 IF WS-SUS-STATUS NOT = '00'                            02150800
                   SET WS-SUS-EOF TO TRUE                               02150900
                 END-IF                                                 02151000
                 PERFORM UNTIL WS-SUS-EOF                               02151100
                   READ SUS-FILE NEXT RECORD                            02151200
                     AT END SET WS-SUS-EOF TO TRUE                      02151300
                     NOT AT END                                         02151400
                       IF SU-SOURCE NOT = 'S'                           02151500
                         SET WS-SUS-EOF TO TRUE                         02151600
                       ELSE IF SU-STATUS = 'O'                          02151700
                          AND SU-ACC-NO = WS-FROM-ACC                   02151800
                          AND SU-TO-ACC = WS-TO-ACC                     02151900
                          AND SU-AMOUNT = WS-S-AMT(WS-SUB)              02152000
                          AND SU-DUE-DATE = WS-S-DUE(WS-SUB)            02152100
                         SET WS-SUS-OPEN TO TRUE                        02152200
                         MOVE SU-KEY TO WS-SUS-OPEN-KEY                 02152300
                         SET WS-SUS-EOF TO TRUE                         02152400
                       END-IF                                           02152500
                       END-IF                                           02152600
                   END-READ                                             02152700
                 END-PERFORM                                            02152800
               END-IF                                                   02152900
               EXEC SQL                                                 02160000
               SELECT ACC_BAL,ACC_STATUS,ACC_OD_LIMIT                   02170000
               INTO :DCL-ACC-BAL,:DCL-ACC-STATUS,                       02180000
                     WS-TO-OLD-BAL + WS-AMOUNT                          02600000
                   MOVE 0 TO WS-HOLD-TOTAL                              02610000
                   CALL 'HACK2AVL' USING WS-FROM-ACC, WS-HOLD-TOTAL     02620000
                   MOVE WS-FROM-NEW-BAL TO WS-FROM-MID-BAL              02621000
                   MOVE 0 TO WS-PENALTY                                 02622000
                   CALL 'HACK2EWP' USING WS-FROM-ACC, WS-PENALTY        02623000
                   SUBTRACT WS-PENALTY FROM WS-FROM-NEW-BAL             02624000
                   COMPUTE WS-AVAIL-BAL =                               02630000
                     WS-FROM-OLD-BAL + WS-OD-LIMIT - WS-HOLD-TOTAL      02640000
                   IF WS-FROM-NEW-BAL + WS-OD-LIMIT < 0                 02650000
                     MOVE 'IF' TO WS-REJ-CODE                           02660000
                     MOVE 'EXCEEDS OVERDRAFT LIMIT' TO WS-REJ-TEXT      02670000
                   ELSE IF WS-AMOUNT + WS-PENALTY > WS-AVAIL-BAL        02680000
                     MOVE 'HD' TO WS-REJ-CODE                           02690000
                     MOVE 'EXCEEDS AVAILABLE BALANCE'                   02700000
                       TO WS-REJ-TEXT                                   02710000
                 ADD WS-AMOUNT TO WS-TOT-AMT                            03150000
                 MOVE WS-FROM-OLD-BAL TO WS-FROM-OLD-BAL-ED             03160000
                 MOVE WS-FROM-NEW-BAL TO WS-FROM-NEW-BAL-ED             03170000
                 MOVE WS-FROM-MID-BAL TO WS-FROM-MID-BAL-ED             03171000
                 MOVE WS-PENALTY TO WS-PENALTY-ED                       03172000
                 MOVE WS-TO-OLD-BAL TO WS-TO-OLD-BAL-ED                 03180000
                 MOVE WS-TO-NEW-BAL TO WS-TO-NEW-BAL-ED                 03190000
                 MOVE SPACES TO TXN-LOG-RECORD                          03200000
                 MOVE 0 TO TL-SEQ                                       03230000
                 MOVE 'W' TO TL-TXN-TYPE                                03240000
                 MOVE WS-AMOUNT TO TL-AMOUNT                            03250000
                 MOVE WS-FROM-MID-BAL-ED TO TL-RUN-BAL                  03260000
                 MOVE WS-RUN-DATE TO TL-REF-DATE                        03270000
                 MOVE 'D' TO TL-REF-TYPE                                03280000
                 MOVE 'N' TO WS-TL-DONE-SW                              03290000
                     MOVE 'Y' TO WS-TL-DONE-SW                          03350000
                   END-IF                                               03360000
                 END-PERFORM                                            03370000
                 MOVE TL-SEQ TO WS-TL-W-SEQ                             03371000
                 MOVE SPACES TO TXN-LOG-RECORD                          03380000
                 MOVE WS-TO-ACC TO TL-ACC-NO                            03390000
                 MOVE WS-RUN-DATE TO TL-DATE                            03400000
                     MOVE 'Y' TO WS-TL-DONE-SW                          03530000
                   END-IF                                               03540000
                 END-PERFORM                                            03550000
                 IF WS-PENALTY > 0                                      03550100
                   MOVE SPACES TO TXN-LOG-RECORD                        03550200
                   MOVE WS-FROM-ACC TO TL-ACC-NO                        03550300
                   MOVE WS-RUN-DATE TO TL-DATE                          03550400
                   MOVE 0 TO TL-SEQ                                     03550500
                   MOVE 'F' TO TL-TXN-TYPE                              03550600
                   MOVE WS-PENALTY TO TL-AMOUNT                         03550700
                   MOVE WS-FROM-NEW-BAL-ED TO TL-RUN-BAL                03550800
                   MOVE WS-RUN-DATE TO TL-REF-DATE                      03550900
                   MOVE 'P' TO TL-REF-TYPE                              03551000
                   MOVE 'N' TO WS-TL-DONE-SW                            03551100
                   PERFORM UNTIL WS-TL-DONE                             03551200
                     WRITE TXN-LOG-RECORD                               03551300
                     IF WS-TXN-STATUS = '22'                            03551400
                       ADD 1 TO TL-SEQ                                  03551500
                     ELSE                                               03551600
                       MOVE 'Y' TO WS-TL-DONE-SW                        03551700
                     END-IF                                             03551800
                   END-PERFORM                                          03551900
                 END-IF                                                 03552000
                 CALL 'HACK2HST' USING WS-FROM-ACC,                     03560000
                   WS-RUN-DATE, 'W',                                    03570000
                   WS-FROM-OLD-BAL-ED, WS-FROM-MID-BAL-ED               03580000
                 CALL 'HACK2HST' USING WS-TO-ACC,                       03590000
                   WS-RUN-DATE, 'D',                                    03600000
                   WS-TO-OLD-BAL-ED, WS-TO-NEW-BAL-ED                   03610000
                 STRING 'BAL=' WS-FROM-OLD-BAL-ED                       03640000
                   ' SO TO ' WS-TO-ACC                                  03650000
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 03660000
                 STRING 'BAL=' WS-FROM-MID-BAL-ED                       03670000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  03680000
                 CALL 'HACK2AUD' USING 'W', WS-USER-ID,                 03690000
                   WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER             03700000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  03770000
                 CALL 'HACK2AUD' USING 'D', WS-USER-ID,                 03780000
                   WS-TO-ACC, WS-AUD-BEFORE, WS-AUD-AFTER               03790000
                 IF WS-PENALTY > 0                                      03790100
                   CALL 'HACK2HST' USING WS-FROM-ACC,                   03790200
                     WS-RUN-DATE, 'F',                                  03790300
                     WS-FROM-MID-BAL-ED, WS-FROM-NEW-BAL-ED             03790400
                   MOVE SPACES TO WS-AUD-BEFORE                         03790500
                   MOVE SPACES TO WS-AUD-AFTER                          03790600
                   STRING 'BAL=' WS-FROM-MID-BAL-ED                     03790700
                     DELIMITED BY SIZE INTO WS-AUD-BEFORE               03790800
                   STRING 'BAL=' WS-FROM-NEW-BAL-ED                     03790900
                     ' EARLY WDL PENALTY=' WS-PENALTY-ED                03791000
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                03791100
                   CALL 'HACK2AUD' USING 'F', WS-USER-ID,               03791200
                     WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER           03791300
                 END-IF                                                 03791400
                 IF WS-SUS-OK AND WS-SUS-OPEN                           03791500
                   MOVE WS-SUS-OPEN-KEY TO SU-KEY                       03791600
                   READ SUS-FILE                                        03791700
                   IF WS-SUS-STATUS = '00'                              03791800
                     MOVE 'A' TO SU-STATUS                              03791900
                     MOVE WS-USER-ID TO SU-RES-USER                     03792000
                     MOVE WS-RUN-DATE TO SU-RES-DATE                    03792100
                     MOVE 'CLEARED BY STANDING ORDER RUN'               03792200
                       TO SU-RES-NOTE                                   03792300
                     MOVE WS-FROM-ACC TO SU-RP-ACC                      03792400
                     MOVE WS-TO-ACC TO SU-RP-TO-ACC                     03792500
                     MOVE 'T' TO SU-RP-TYPE                             03792600
                     MOVE WS-AMOUNT TO SU-RP-AMOUNT                     03792700
                     MOVE WS-RUN-DATE TO SU-RP-TL-DATE                  03792800
                     MOVE WS-TL-W-SEQ TO SU-RP-TL-SEQ                   03792900
                     REWRITE SUS-RECORD                                 03793000
                   END-IF                                               03793100
                   IF WS-SUS-STATUS = '00'                              03793200
                     MOVE SPACES TO WS-SUS-REF                          03793300
                     STRING SU-SOURCE SU-REJ-DATE '/' SU-SEQ            03793400
                       DELIMITED BY SIZE INTO WS-SUS-REF                03793500
                     MOVE SPACES TO WS-AUD-BEFORE                       03793600
                     MOVE SPACES TO WS-AUD-AFTER                        03793700
                     STRING 'SUS=' WS-SUS-REF ' OPEN RSN=' SU-REASON    03793800
                       ' TRIES=' SU-ATTEMPTS                            03793900
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE             03794000
                     STRING 'CLEARED BY SO RUN TL=' WS-RUN-DATE '/'     03794100
                       WS-TL-W-SEQ                                      03794200
                       DELIMITED BY SIZE INTO WS-AUD-AFTER              03794300
                     CALL 'HACK2AUD' USING 'Y', WS-USER-ID,             03794400
                       WS-FROM-ACC, WS-AUD-BEFORE, WS-AUD-AFTER         03794500
                   ELSE                                                 03794600
                     DISPLAY 'SUSPENSE UPDATE FAILED:' WS-SUS-STATUS    03794700
                       ' ' WS-FROM-ACC                                  03794800
                   END-IF                                               03794900
                 END-IF                                                 03795000
                 MOVE WS-S-DUE(WS-SUB) TO WS-DUE-X                      03800000
                 IF WS-S-FRQ(WS-SUB) = 'D'                              03810000
                   COMPUTE WS-DATE-INT =                                03820000
                 MOVE WS-REJ-CODE TO REJ-REASON                         04290000
                 MOVE WS-REJ-TEXT TO REJ-REASON-TEXT                    04300000
                 WRITE REJ-RECORD                                       04310000
                 IF WS-SUS-OK                                           04310100
                   IF WS-SUS-OPEN                                       04310200
                     MOVE WS-SUS-OPEN-KEY TO SU-KEY                     04310300
                     READ SUS-FILE                                      04310400
                     IF WS-SUS-STATUS = '00'                            04310500
                       ADD 1 TO SU-ATTEMPTS                             04310600
                       MOVE WS-RUN-DATE TO SU-LAST-DATE                 04310700
                       MOVE WS-REJ-CODE TO SU-REASON                    04310800
                       MOVE WS-REJ-TEXT TO SU-REASON-TEXT               04310900
                       REWRITE SUS-RECORD                               04311000
                     END-IF                                             04311100
                   ELSE                                                 04311200
                     MOVE SPACES TO SUS-RECORD                          04311300
                     MOVE 'S' TO SU-SOURCE                              04311400
                     MOVE WS-RUN-DATE TO SU-REJ-DATE                    04311500
                     MOVE WS-SUS-SEQ TO SU-SEQ                          04311600
                     MOVE WS-FROM-ACC TO SU-ACC-NO                      04311700
                     MOVE WS-TO-ACC TO SU-TO-ACC                        04311800
                     MOVE 'T' TO SU-TXN-TYPE                            04311900
                     MOVE WS-AMOUNT TO SU-AMOUNT                        04312000
                     MOVE WS-AMOUNT-ED TO SU-ORIG-AMT                   04312100
                     MOVE WS-S-DUE(WS-SUB) TO SU-DUE-DATE               04312200
                     MOVE WS-REJ-CODE TO SU-REASON                      04312300
                     MOVE WS-REJ-TEXT TO SU-REASON-TEXT                 04312400
                     MOVE 1 TO SU-ATTEMPTS                              04312500
                     MOVE WS-RUN-DATE TO SU-LAST-DATE                   04312600
                     MOVE 'O' TO SU-STATUS                              04312700
                     MOVE 'N' TO WS-SUS-DONE-SW                         04312800
                     PERFORM UNTIL WS-SUS-DONE                          04312900
                       WRITE SUS-RECORD                                 04313000
                       IF WS-SUS-STATUS = '22'                          04313100
                         ADD 1 TO SU-SEQ                                04313200
                       ELSE                                             04313300
                         MOVE 'Y' TO WS-SUS-DONE-SW                     04313400
                       END-IF                                           04313500
                     END-PERFORM                                        04313600
                     MOVE SU-SEQ TO WS-SUS-SEQ                          04313700
                   END-IF                                               04313800
                   IF WS-SUS-STATUS NOT = '00'                          04313900
                     DISPLAY 'SUSPENSE UPDATE FAILED:' WS-SUS-STATUS    04314000
                       ' ' WS-FROM-ACC                                  04314100
                   END-IF                                               04314200
                 END-IF                                                 04314300
                 MOVE SPACES TO RPT-RECORD                              04320000
                 STRING WS-FROM-ACC ' ' WS-TO-ACC ' '                   04330000
                   WS-AMOUNT-ED ' ' WS-S-DUE(WS-SUB)                    04340000
           END-PERFORM.                                                 04400000
           CLOSE TXN-LOG-FILE.                                          04410000
           CLOSE REJ-FILE.                                              04420000
           IF WS-SUS-OK                                                 04421000
             CLOSE SUS-FILE                                             04422000
           END-IF.                                                      04423000
           OPEN OUTPUT SO-FILE.                                         04430000
           PERFORM VARYING WS-SUB FROM 1 BY 1                           04440000
             UNTIL WS-SUB > WS-TBL-COUNT                                04450000
