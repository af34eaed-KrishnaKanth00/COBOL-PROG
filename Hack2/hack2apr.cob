       01 WS-OLD-BAL-ED       PIC 9(7).99.                              00810000
       01 WS-NEW-BAL          PIC S9(7)V99 COMP-3.                      00820000
       01 WS-NEW-BAL-ED       PIC 9(7).99.                              00830000
       01 WS-MID-BAL          PIC S9(7)V99 COMP-3.                      00831000
       01 WS-MID-BAL-ED       PIC 9(7).99.                              00832000
       01 WS-PENALTY          PIC 9(5)V99 VALUE 0.                      00833000
       01 WS-PENALTY-ED       PIC 9(5).99.                              00834000
       01 WS-TO-STATUS        PIC X(1).                                 00840000
       01 WS-TO-OLD-BAL       PIC S9(7)V99 COMP-3.                      00850000
       01 WS-TO-OLD-BAL-ED    PIC 9(7).99.                              00860000
               ELSE                                                     02380000
                 COMPUTE WS-NEW-BAL = WS-OLD-BAL + WS-AMOUNT            02390000
               END-IF                                                   02400000
               MOVE WS-NEW-BAL TO WS-MID-BAL                            02410000
               MOVE 0 TO WS-PENALTY                                     02411000
               MOVE 0 TO WS-HOLD-TOTAL                                  02412000
               IF WS-IS-DEBIT                                           02413000
                 CALL 'HACK2AVL' USING WS-ACC-NO, WS-HOLD-TOTAL         02414000
               END-IF                                                   02415000
               IF PA-TXN-TYPE = 'W'                                     02416000
                 CALL 'HACK2EWP' USING WS-ACC-NO, WS-PENALTY            02417000
                 IF WS-PENALTY > 0                                      02418000
                   SUBTRACT WS-PENALTY FROM WS-NEW-BAL                  02419000
                   MOVE WS-PENALTY TO WS-PENALTY-ED                     02420000
                   DISPLAY 'TERM DEPOSIT BEFORE MATURITY - EARLY '      02421000
                     'WITHDRAWAL PENALTY ' WS-PENALTY-ED                02422000
                 END-IF                                                 02423000
               END-IF                                                   02424000
               COMPUTE WS-AVAIL-BAL =                                   02450000
                 WS-OLD-BAL + WS-OD-LIMIT - WS-HOLD-TOTAL               02460000
               IF WS-IS-DEBIT                                           02470000
                 DISPLAY 'APPROVAL DECLINED - EXCEEDS OVERDRAFT'        02490000
                   ' LIMIT - ITEM LEFT PENDING'                         02500000
                 SET WS-RESTORE-HOLD TO TRUE                            02510000
               ELSE IF WS-IS-DEBIT                                      02520000
                  AND WS-AMOUNT + WS-PENALTY > WS-AVAIL-BAL             02521000
                 DISPLAY 'APPROVAL DECLINED - EXCEEDS AVAILABLE'        02530000
                   ' BALANCE - ITEM LEFT PENDING'                       02540000
                 SET WS-RESTORE-HOLD TO TRUE                            02550000
             IF WS-POSTED                                               03380000
               MOVE WS-OLD-BAL TO WS-OLD-BAL-ED                         03390000
               MOVE WS-NEW-BAL TO WS-NEW-BAL-ED                         03400000
               MOVE WS-MID-BAL TO WS-MID-BAL-ED                         03401000
               CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG           03402000
               OPEN I-O TXN-LOG-FILE                                    03420000
               IF WS-TXN-STATUS = '35'                                  03430000
                 OPEN OUTPUT TXN-LOG-FILE                               03440000
               MOVE 0 TO TL-SEQ                                         03490000
               MOVE PA-TXN-TYPE TO TL-TXN-TYPE                          03500000
               MOVE WS-AMOUNT TO TL-AMOUNT                              03510000
               MOVE WS-MID-BAL-ED TO TL-RUN-BAL                         03520000
               IF PA-TXN-TYPE = 'R'                                     03530000
                 MOVE PA-REF-DATE TO TL-REF-DATE                        03540000
                 MOVE PA-REF-TYPE TO TL-REF-TYPE                        03550000
                   END-IF                                               03890000
                 END-PERFORM                                            03900000
               END-IF                                                   03910000
               IF WS-PENALTY > 0                                        03910100
                 MOVE SPACES TO TXN-LOG-RECORD                          03910200
                 MOVE WS-ACC-NO TO TL-ACC-NO                            03910300
                 MOVE WS-CUR-DATE TO TL-DATE                            03910400
                 MOVE 0 TO TL-SEQ                                       03910500
                 MOVE 'F' TO TL-TXN-TYPE                                03910600
                 MOVE WS-PENALTY TO TL-AMOUNT                           03910700
                 MOVE WS-NEW-BAL-ED TO TL-RUN-BAL                       03910800
                 MOVE WS-CUR-DATE TO TL-REF-DATE                        03910900
                 MOVE 'P' TO TL-REF-TYPE                                03911000
                 MOVE 'N' TO WS-TL-DONE-SW                              03911100
                 PERFORM UNTIL WS-TL-DONE                               03911200
                   WRITE TXN-LOG-RECORD                                 03911300
                   IF WS-TXN-STATUS = '22'                              03911400
                     ADD 1 TO TL-SEQ                                    03911500
                   ELSE                                                 03911600
                     MOVE 'Y' TO WS-TL-DONE-SW                          03911700
                   END-IF                                               03911800
                 END-PERFORM                                            03911900
               END-IF                                                   03912000
               CLOSE TXN-LOG-FILE                                       03920000
               CALL 'HACK2HST' USING WS-ACC-NO,                         03930000
                 WS-CUR-DATE, PA-TXN-TYPE,                              03940000
                 WS-OLD-BAL-ED, WS-MID-BAL-ED                           03950000
               MOVE SPACES TO WS-AUD-BEFORE                             03960000
               STRING 'BAL=' WS-OLD-BAL-ED ' MKR=' PA-MAKER             03970000
                 DELIMITED BY SIZE INTO WS-AUD-BEFORE                   03980000
               MOVE SPACES TO WS-AUD-AFTER                              03990000
               STRING 'BAL=' WS-MID-BAL-ED ' CHK=' WS-USER-ID           04000000
                 DELIMITED BY SIZE INTO WS-AUD-AFTER                    04010000
               CALL 'HACK2AUD' USING PA-TXN-TYPE, WS-USER-ID,           04020000
                 WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER                 04030000
                 CALL 'HACK2AUD' USING 'D', WS-USER-ID,                 04160000
                   WS-TO-ACC, WS-AUD-BEFORE, WS-AUD-AFTER               04170000
               END-IF                                                   04180000
               IF WS-PENALTY > 0                                        04180100
                 CALL 'HACK2HST' USING WS-ACC-NO,                       04180200
                   WS-CUR-DATE, 'F',                                    04180300
                   WS-MID-BAL-ED, WS-NEW-BAL-ED                         04180400
                 MOVE SPACES TO WS-AUD-BEFORE                           04180500
                 STRING 'BAL=' WS-MID-BAL-ED ' MKR=' PA-MAKER           04180600
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 04180700
                 MOVE SPACES TO WS-AUD-AFTER                            04180800
                 STRING 'BAL=' WS-NEW-BAL-ED                            04180900
                   ' EARLY WDL PENALTY=' WS-PENALTY-ED                  04181000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  04181100
                 CALL 'HACK2AUD' USING 'F', WS-USER-ID,                 04181200
                   WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER               04181300
               END-IF                                                   04181400
               MOVE 'A' TO PA-STATUS                                    04190000
               REWRITE APPR-RECORD                                      04200000
               DISPLAY 'ITEM APPROVED AND POSTED - NEW BALANCE:'        04210000
