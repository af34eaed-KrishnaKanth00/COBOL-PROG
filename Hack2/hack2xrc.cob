                     SET WS-OVERFLOW TO TRUE                            01430000
                   ELSE                                                 01440000
                     MOVE TL-AMOUNT TO WS-AMOUNT                        01450000
                     IF TL-TXN-TYPE = 'D' OR TL-TXN-TYPE = 'C'          01460000
                       CONTINUE                                         01470000
                     ELSE                                               01480000
                       IF TL-TXN-TYPE = 'R' AND TL-REF-TYPE = 'W'       01490000
                     ADD WS-DELTA TO WS-T-HST-ALL(WS-HIT)               02000000
                     IF HST-SOURCE = 'D' OR HST-SOURCE = 'W'            02010000
                        OR HST-SOURCE = 'R' OR HST-SOURCE = 'F'         02020000
                        OR HST-SOURCE = 'C'                             02021000
                       ADD WS-DELTA TO WS-T-HST-DW(WS-HIT)              02030000
                     END-IF                                             02040000
                   END-IF                                               02050000
