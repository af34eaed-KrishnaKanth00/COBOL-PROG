             DISPLAY '11) STANDING ORDER MAINTENANCE'                   00950000
             DISPLAY '12) BUSINESS DATE CONTROL'                        00960000
             DISPLAY '13) APPROVAL QUEUE REVIEW'                        00970000
             DISPLAY '14) TERM DEPOSIT MAINTENANCE'                     00971000
             DISPLAY '15) SUSPICIOUS ACTIVITY ALERTS'                   00972000
             DISPLAY '16) WAREHOUSED POSTINGS'                          00973000
             DISPLAY '17) REJECT SUSPENSE WORKBENCH'                    00974000
             DISPLAY '18) SWEEP ARRANGEMENT MAINTENANCE'                00975000
             DISPLAY '99) EXIT'                                         00980000
             ACCEPT WS-OPTION-TEXT                                      00990000
             IF WS-OPTION-TEXT(2:1) = SPACE                             01000000
                  OR WS-OPTION = 6 OR WS-OPTION = 7                     01160000
                  OR WS-OPTION = 8 OR WS-OPTION = 10                    01170000
                  OR WS-OPTION = 11 OR WS-OPTION = 12                   01180000
                  OR WS-OPTION = 13 OR WS-OPTION = 14                   01190000
                  OR WS-OPTION = 15 OR WS-OPTION = 16                   01191000
                  OR WS-OPTION = 17 OR WS-OPTION = 18                   01192000
               IF WS-AUTH-LEVEL < '2'                                   01200000
                 DISPLAY 'NOT AUTHORIZED - SUPERVISOR FUNCTION'         01210000
                 MOVE 'MENU' TO WS-AUD-ACC                              01220000
                 IF WS-OPTION = 13                                      01550000
                   CALL 'HACK2APR' USING WS-USER-ID                     01560000
                 END-IF                                                 01570000
                 IF WS-OPTION = 14                                      01571000
                   CALL 'HACK2TDM' USING WS-USER-ID                     01572000
                 END-IF                                                 01573000
                 IF WS-OPTION = 15                                      01574000
                   CALL 'HACK2SAD' USING WS-USER-ID                     01575000
                 END-IF                                                 01575100
                 IF WS-OPTION = 16                                      01575200
                   CALL 'HACK2WHM' USING WS-USER-ID                     01575300
                 END-IF                                                 01576000
                 IF WS-OPTION = 17                                      01577000
                   CALL 'HACK2SUS' USING WS-USER-ID                     01578000
                 END-IF                                                 01579000
                 IF WS-OPTION = 18                                      01579100
                   CALL 'HACK2SWM' USING WS-USER-ID                     01579200
                 END-IF                                                 01579300
               END-IF                                                   01580000
             ELSE IF WS-OPTION NOT = 99                                 01590000
               DISPLAY 'INVALID OPTION!'                                01600000
