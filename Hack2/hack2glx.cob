                     END-IF                                             02030000
                   END-IF                                               02040000
                   MOVE TL-AMOUNT TO WS-AMOUNT                          02050000
                   IF TL-TXN-TYPE = 'R' OR TL-REF-TYPE = 'E'            02060000
                     MOVE TL-REF-TYPE TO WS-REF-TYPE                    02070000
                   ELSE                                                 02080000
                     MOVE SPACE TO WS-REF-TYPE                          02090000
