           05 FEE-WAIVE-BAL       PIC 9(7).99.                          00270000
           05 FILLER              PIC X(1).                             00280000
           05 FEE-AMOUNT          PIC 9(5).99.                          00290000
           05 FILLER              PIC X(1).                             00291000
           05 FEE-CODE            PIC X(2).                             00292000
       FD  TXN-LOG-FILE.                                                00300000
       01  TXN-LOG-RECORD.                                              00310000
           05 TL-KEY.                                                   00320000
             READ FEE-FILE                                              01790000
               AT END SET WS-FEE-EOF TO TRUE                            01800000
               NOT AT END                                               01810000
                 IF FEE-CODE NOT = SPACES                               01820000
                   CONTINUE                                             01821000
                 ELSE IF WS-FEE-COUNT < WS-FEE-MAX                      01822000
                   ADD 1 TO WS-FEE-COUNT                                01830000
                   MOVE FEE-ACC-TYPE                                    01840000
                     TO WS-FEE-TYPE(WS-FEE-COUNT)                       01850000
                     TO WS-FEE-AMT(WS-FEE-COUNT)                        01910000
                 ELSE                                                   01920000
                   DISPLAY 'FEE TABLE FULL - ENTRY IGNORED'             01930000
                 END-IF                                                 01931000
                 END-IF                                                 01940000
             END-READ                                                   01950000
           END-PERFORM.                                                 01960000
