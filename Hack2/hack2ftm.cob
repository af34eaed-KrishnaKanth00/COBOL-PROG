           05 FEE-WAIVE-BAL       PIC 9(7).99.                          00170000
           05 FILLER              PIC X(1).                             00180000
           05 FEE-AMOUNT          PIC 9(5).99.                          00190000
           05 FILLER              PIC X(1).                             00191000
           05 FEE-CODE            PIC X(2).                             00192000
       WORKING-STORAGE SECTION.                                         00200000
       01 WS-USER-ID              PIC X(8).                             00210000
       01 WS-FUNCTION             PIC X(1).                             00220000
           88 WS-FUNC-ADD                 VALUE 'A'.                    00230000
           88 WS-FUNC-LIST                VALUE 'L'.                    00240000
       01 WS-ACC-TYPE             PIC X(1).                             00250000
       01 WS-FEE-CODE             PIC X(2).                             00251000
       01 WS-EFF-DATE             PIC X(8).                             00260000
       01 WS-WAIVE-TEXT           PIC X(9).                             00270000
       01 WS-WAIVE REDEFINES WS-WAIVE-TEXT                              00280000
           DISPLAY 'ENTER FUNCTION (A-ADD FEE/L-LIST FEES):'.           00440000
           ACCEPT WS-FUNCTION.                                          00450000
           IF WS-FUNC-ADD                                               00460000
             DISPLAY 'ENTER ACCOUNT TYPE (S/C/F/T):'                    00470000
             ACCEPT WS-ACC-TYPE                                         00480000
             DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD):'                 00490000
             ACCEPT WS-EFF-DATE                                         00500000
             ACCEPT WS-WAIVE-TEXT                                       00520000
             DISPLAY 'ENTER FEE AMOUNT (5+2 NO POINT):'                 00530000
             ACCEPT WS-FEE-TEXT                                         00540000
             DISPLAY 'ENTER FEE CODE (BLANK-SERVICE CHARGE/'            00541000
               'EW-EARLY WITHDRAWAL/CL-ACCOUNT CLOSING):'               00542000
             ACCEPT WS-FEE-CODE                                         00543000
             IF WS-ACC-TYPE = SPACES                                    00550000
                OR WS-EFF-DATE NOT NUMERIC                              00560000
                OR WS-WAIVE-TEXT NOT NUMERIC                            00570000
                OR WS-FEE-TEXT NOT NUMERIC                              00580000
                OR (WS-FEE-CODE NOT = SPACES                            00581000
                    AND WS-FEE-CODE NOT = 'EW'                          00582000
                    AND WS-FEE-CODE NOT = 'CL')                         00583000
               DISPLAY 'INVALID FEE ENTRY - NOTHING ADDED'              00590000
             ELSE                                                       00600000
               OPEN EXTEND FEE-FILE                                     00610000
                 MOVE WS-EFF-DATE TO FEE-EFF-DATE                       00700000
                 MOVE WS-WAIVE TO FEE-WAIVE-BAL                         00710000
                 MOVE WS-FEE TO FEE-AMOUNT                              00720000
                 MOVE WS-FEE-CODE TO FEE-CODE                           00721000
                 WRITE FEE-RECORD                                       00730000
                 CLOSE FEE-FILE                                         00740000
                 DISPLAY 'FEE ADDED FOR TYPE ' WS-ACC-TYPE              00750000
                 MOVE SPACES TO WS-AUD-AFTER                            00770000
                 STRING 'TYPE=' WS-ACC-TYPE ' EFF=' WS-EFF-DATE         00780000
                   ' WAIVE=' WS-WAIVE-TEXT ' FEE=' WS-FEE-TEXT          00790000
                   ' CODE=' WS-FEE-CODE                                 00791000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  00800000
                 MOVE 'NEW FEE' TO WS-AUD-BEFORE                        00810000
                 CALL 'HACK2AUD' USING 'E', WS-USER-ID, WS-AUD-ACC,     00820000
             IF WS-FEE-STATUS = '35'                                    00880000
               DISPLAY 'FEE MASTER IS EMPTY'                            00890000
             ELSE                                                       00900000
               DISPLAY 'TYPE EFF-DATE WAIVE-BAL  FEE-AMT  CODE'         00910000
               PERFORM UNTIL WS-FEE-EOF                                 00920000
                 READ FEE-FILE                                          00930000
                   AT END SET WS-FEE-EOF TO TRUE                        00940000
                   NOT AT END                                           00950000
                     DISPLAY FEE-ACC-TYPE '    ' FEE-EFF-DATE ' '       00960000
                       FEE-WAIVE-BAL ' ' FEE-AMOUNT ' ' FEE-CODE        00970000
                     ADD 1 TO WS-LIST-COUNT                             00980000
                 END-READ                                               00990000
               END-PERFORM                                              01000000
