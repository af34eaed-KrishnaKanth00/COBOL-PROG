           FILE STATUS IS WS-IN-STATUS.                                 00080000
           SELECT REJ-FILE ASSIGN TO BPSREJ                             00090000
           ORGANIZATION LINE SEQUENTIAL.                                00100000
           SELECT SUS-FILE ASSIGN TO SUSPENSE                           00101000
           ORGANIZATION INDEXED                                         00102000
           ACCESS MODE DYNAMIC                                          00103000
           RECORD KEY SU-KEY                                            00104000
           FILE STATUS IS WS-SUS-STATUS.                                00105000
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG                         00110000
           ORGANIZATION INDEXED                                         00120000
           ACCESS MODE DYNAMIC                                          00130000
           05 TL-RUN-BAL          PIC 9(7).99.                          00390000
           05 TL-REF-DATE         PIC X(8).                             00400000
           05 TL-REF-TYPE         PIC X(1).                             00410000
       FD  SUS-FILE.                                                    00410100
       01  SUS-RECORD.                                                  00410200
           05 SU-KEY.                                                   00410300
              10 SU-SOURCE        PIC X(1).                             00410400
              10 SU-REJ-DATE      PIC X(8).                             00410500
              10 SU-SEQ           PIC 9(4).                             00410600
           05 SU-ACC-NO           PIC X(10).                            00410700
           05 SU-TO-ACC           PIC X(10).                            00410800
           05 SU-TXN-TYPE         PIC X(1).                             00410900
           05 SU-AMOUNT           PIC 9(7).99.                          00411000
           05 SU-ORIG-AMT         PIC X(10).                            00411100
           05 SU-DUE-DATE         PIC X(8).                             00411200
           05 SU-REASON           PIC X(2).                             00411300
           05 SU-REASON-TEXT      PIC X(30).                            00411400
           05 SU-ATTEMPTS         PIC 9(3).                             00411500
           05 SU-LAST-DATE        PIC X(8).                             00411600
           05 SU-STATUS           PIC X(1).                             00411700
           05 SU-RES-USER         PIC X(8).                             00411800
           05 SU-RES-DATE         PIC X(8).                             00411900
           05 SU-RES-NOTE         PIC X(30).                            00412000
           05 SU-RP-ACC           PIC X(10).                            00412100
           05 SU-RP-TO-ACC        PIC X(10).                            00412200
           05 SU-RP-TYPE          PIC X(1).                             00412300
           05 SU-RP-AMOUNT        PIC 9(7).99.                          00412400
           05 SU-RP-TL-DATE       PIC X(8).                             00412500
           05 SU-RP-TL-SEQ        PIC 9(4).                             00412600
       WORKING-STORAGE SECTION.                                         00420000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00430000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00440000
       01 WS-OLD-BAL-ED           PIC 9(7).99.                          00930000
       01 WS-NEW-BAL              PIC S9(7)V99 COMP-3.                  00940000
       01 WS-NEW-BAL-ED           PIC 9(7).99.                          00950000
       01 WS-MID-BAL              PIC S9(7)V99 COMP-3.                  00951000
       01 WS-MID-BAL-ED           PIC 9(7).99.                          00952000
       01 WS-PENALTY              PIC 9(5)V99 VALUE 0.                  00953000
       01 WS-PENALTY-ED           PIC 9(5).99.                          00954000
       01 WS-AUD-BEFORE           PIC X(60).                            00960000
       01 WS-AUD-AFTER            PIC X(60).                            00970000
       01 WS-OD-LIMIT             PIC S9(7)V99 COMP-3 VALUE 0.          00980000
       01 WS-TXN-STATUS           PIC X(2) VALUE SPACES.                01010000
       01 WS-TL-DONE-SW           PIC X(1) VALUE 'N'.                   01020000
           88 WS-TL-DONE                  VALUE 'Y'.                    01030000
       01 WS-SUS-STATUS           PIC X(2) VALUE SPACES.                01031000
       01 WS-SUS-OK-SW            PIC X(1) VALUE 'N'.                   01032000
           88 WS-SUS-OK                   VALUE 'Y'.                    01033000
       01 WS-SUS-DONE-SW          PIC X(1) VALUE 'N'.                   01034000
           88 WS-SUS-DONE                 VALUE 'Y'.                    01035000
       01 WS-SUS-SEQ              PIC 9(4) VALUE 0.                     01036000
       01 WS-BUS-DATE             PIC X(8).                             01040000
       01 WS-BDT-FLAG             PIC X(1).                             01050000
       01 WS-OVERRIDE             PIC X(1).                             01060000
             IF WS-TXN-STATUS = '35'                                    02010000
               OPEN OUTPUT TXN-LOG-FILE                                 02020000
             END-IF                                                     02030000
             OPEN I-O SUS-FILE                                          02030100
             IF WS-SUS-STATUS = '35'                                    02030200
               OPEN OUTPUT SUS-FILE                                     02030300
             END-IF                                                     02030400
             IF WS-SUS-STATUS = '00'                                    02030500
               SET WS-SUS-OK TO TRUE                                    02030600
             ELSE                                                       02030700
               DISPLAY 'CANNOT OPEN SUSPENSE FILE:' WS-SUS-STATUS       02030800
               DISPLAY 'REJECTED ITEMS WILL BE ON BPSREJ ONLY'          02030900
             END-IF                                                     02031000
             PERFORM UNTIL WS-EOF                                       02040000
               READ TXN-IN-FILE INTO WS-IN-RECORD                       02050000
                 AT END SET WS-EOF TO TRUE                              02060000
                           COMPUTE WS-NEW-BAL =                         02480000
                             WS-OLD-BAL - WS-DTL-AMOUNT                 02490000
                         END-IF                                         02500000
                         MOVE WS-NEW-BAL TO WS-MID-BAL                  02510000
                         MOVE 0 TO WS-PENALTY                           02511000
                         MOVE 0 TO WS-HOLD-TOTAL                        02512000
                         IF WS-DTL-TXN-TYPE = 'W'                       02513000
                           CALL 'HACK2AVL' USING WS-ACC-NO,             02514000
                             WS-HOLD-TOTAL                              02515000
                           CALL 'HACK2EWP' USING WS-ACC-NO,             02516000
                             WS-PENALTY                                 02517000
                           SUBTRACT WS-PENALTY FROM WS-NEW-BAL          02518000
                         END-IF                                         02519000
                         COMPUTE WS-AVAIL-BAL =                         02560000
                           WS-OLD-BAL + WS-OD-LIMIT - WS-HOLD-TOTAL     02570000
                         IF WS-DTL-TXN-TYPE = 'W'                       02580000
                           MOVE 'EXCEEDS OVERDRAFT LIMIT'               02610000
                             TO WS-REJ-TEXT                             02620000
                         ELSE IF WS-DTL-TXN-TYPE = 'W'                  02630000
                            AND WS-DTL-AMOUNT + WS-PENALTY              02640000
                                > WS-AVAIL-BAL                          02641000
                           MOVE 'HD' TO WS-REJ-CODE                     02650000
                           MOVE 'EXCEEDS AVAILABLE BALANCE'             02660000
                             TO WS-REJ-TEXT                             02670000
                             EXEC SQL COMMIT END-EXEC                   02770000
                             MOVE WS-OLD-BAL TO WS-OLD-BAL-ED           02780000
                             MOVE WS-NEW-BAL TO WS-NEW-BAL-ED           02790000
                             MOVE WS-MID-BAL TO WS-MID-BAL-ED           02791000
                             MOVE WS-PENALTY TO WS-PENALTY-ED           02792000
                             MOVE SPACES TO TXN-LOG-RECORD              02800000
                             MOVE WS-DTL-ACC-NO TO TL-ACC-NO            02810000
                             MOVE WS-POST-DATE TO TL-DATE               02820000
                             MOVE 0 TO TL-SEQ                           02830000
                             MOVE WS-DTL-TXN-TYPE TO TL-TXN-TYPE        02840000
                             MOVE WS-DTL-AMOUNT TO TL-AMOUNT            02850000
                             MOVE WS-MID-BAL-ED TO TL-RUN-BAL           02860000
                             MOVE 'N' TO WS-TL-DONE-SW                  02870000
                             PERFORM UNTIL WS-TL-DONE                   02880000
                               WRITE TXN-LOG-RECORD                     02890000
                                 MOVE 'Y' TO WS-TL-DONE-SW              02930000
                               END-IF                                   02940000
                             END-PERFORM                                02950000
                             IF WS-PENALTY > 0                          02950100
                               MOVE SPACES TO TXN-LOG-RECORD            02950200
                               MOVE WS-DTL-ACC-NO TO TL-ACC-NO          02950300
                               MOVE WS-POST-DATE TO TL-DATE             02950400
                               MOVE 0 TO TL-SEQ                         02950500
                               MOVE 'F' TO TL-TXN-TYPE                  02950600
                               MOVE WS-PENALTY TO TL-AMOUNT             02950700
                               MOVE WS-NEW-BAL-ED TO TL-RUN-BAL         02950800
                               MOVE WS-POST-DATE TO TL-REF-DATE         02950900
                               MOVE 'P' TO TL-REF-TYPE                  02951000
                               MOVE 'N' TO WS-TL-DONE-SW                02951100
                               PERFORM UNTIL WS-TL-DONE                 02951200
                                 WRITE TXN-LOG-RECORD                   02951300
                                 IF WS-TXN-STATUS = '22'                02951400
                                   ADD 1 TO TL-SEQ                      02951500
                                 ELSE                                   02951600
                                   MOVE 'Y' TO WS-TL-DONE-SW            02951700
                                 END-IF                                 02951800
                               END-PERFORM                              02951900
                             END-IF                                     02952000
                             MOVE SPACES TO WS-AUD-BEFORE               02960000
                             MOVE SPACES TO WS-AUD-AFTER                02970000
                             STRING 'BAL=' WS-OLD-BAL-ED                02980000
                               DELIMITED BY SIZE INTO WS-AUD-BEFORE     02990000
                             STRING 'BAL=' WS-MID-BAL-ED                03000000
                               DELIMITED BY SIZE INTO WS-AUD-AFTER      03010000
                             CALL 'HACK2HST' USING WS-ACC-NO,           03020000
                               WS-POST-DATE, WS-DTL-TXN-TYPE,           03030000
                               WS-OLD-BAL-ED, WS-MID-BAL-ED             03040000
                             CALL 'HACK2AUD' USING WS-DTL-TXN-TYPE,     03050000
                               WS-USER-ID, WS-ACC-NO,                   03060000
                               WS-AUD-BEFORE, WS-AUD-AFTER              03070000
                             IF WS-PENALTY > 0                          03070100
                               CALL 'HACK2HST' USING WS-ACC-NO,         03070200
                                 WS-POST-DATE, 'F',                     03070300
                                 WS-MID-BAL-ED, WS-NEW-BAL-ED           03070400
                               MOVE SPACES TO WS-AUD-BEFORE             03070500
                               MOVE SPACES TO WS-AUD-AFTER              03070600
                               STRING 'BAL=' WS-MID-BAL-ED              03070700
                                 DELIMITED BY SIZE INTO WS-AUD-BEFORE   03070800
                               STRING 'BAL=' WS-NEW-BAL-ED              03070900
                                 ' EARLY WDL PENALTY=' WS-PENALTY-ED    03071000
                                 DELIMITED BY SIZE INTO WS-AUD-AFTER    03071100
                               CALL 'HACK2AUD' USING 'F', WS-USER-ID,   03071200
                                 WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER 03071300
                             END-IF                                     03071400
                             ADD 1 TO WS-POST-COUNT                     03080000
                           ELSE                                         03090000
                             EXEC SQL ROLLBACK END-EXEC                 03100000
                       MOVE WS-REJ-CODE TO REJ-REASON                   03280000
                       MOVE WS-REJ-TEXT TO REJ-REASON-TEXT              03290000
                       WRITE REJ-RECORD                                 03300000
                       IF WS-SUS-OK                                     03300100
                         MOVE SPACES TO SUS-RECORD                      03300200
                         MOVE 'B' TO SU-SOURCE                          03300300
                         MOVE WS-POST-DATE TO SU-REJ-DATE               03300400
                         MOVE WS-SUS-SEQ TO SU-SEQ                      03300500
                         MOVE WS-DTL-ACC-NO TO SU-ACC-NO                03300600
                         MOVE WS-DTL-TXN-TYPE TO SU-TXN-TYPE            03300700
                         IF WS-DTL-AMOUNT-TEXT NUMERIC                  03300800
                           MOVE WS-DTL-AMOUNT TO SU-AMOUNT              03300900
                         ELSE                                           03301000
                           MOVE 0 TO SU-AMOUNT                          03301100
                         END-IF                                         03301200
                         MOVE WS-DTL-AMOUNT-TEXT TO SU-ORIG-AMT         03301300
                         MOVE WS-REJ-CODE TO SU-REASON                  03301400
                         MOVE WS-REJ-TEXT TO SU-REASON-TEXT             03301500
                         MOVE 1 TO SU-ATTEMPTS                          03301600
                         MOVE WS-POST-DATE TO SU-LAST-DATE              03301700
                         MOVE 'O' TO SU-STATUS                          03301800
                         MOVE 'N' TO WS-SUS-DONE-SW                     03301900
                         PERFORM UNTIL WS-SUS-DONE                      03302000
                           WRITE SUS-RECORD                             03302100
                           IF WS-SUS-STATUS = '22'                      03302200
                             ADD 1 TO SU-SEQ                            03302300
                           ELSE                                         03302400
                             MOVE 'Y' TO WS-SUS-DONE-SW                 03302500
                           END-IF                                       03302600
                         END-PERFORM                                    03302700
                         MOVE SU-SEQ TO WS-SUS-SEQ                      03302800
                         IF WS-SUS-STATUS NOT = '00'                    03302900
                           DISPLAY 'SUSPENSE WRITE FAILED:'             03303000
                             WS-SUS-STATUS ' ' WS-DTL-ACC-NO            03303100
                         END-IF                                         03303200
                       END-IF                                           03303300
                       ADD 1 TO WS-REJ-COUNT                            03310000
                     END-IF                                             03320000
                   END-IF                                               03330000
             CLOSE TXN-IN-FILE                                          03360000
             CLOSE REJ-FILE                                             03370000
             CLOSE TXN-LOG-FILE                                         03380000
             IF WS-SUS-OK                                               03381000
               CLOSE SUS-FILE                                           03382000
             END-IF                                                     03383000
             DISPLAY 'TRANSACTIONS POSTED  :' WS-POST-COUNT             03390000
             DISPLAY 'TRANSACTIONS REJECTED:' WS-REJ-COUNT              03400000
           END-IF.                                                      03410000
