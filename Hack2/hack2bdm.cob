       FD  BDATE-FILE.                                                  00140000
       01  BDATE-RECORD.                                                00150000
           05 BD-BUS-DATE         PIC X(8).                             00160000
           05 BD-CUTOFF           PIC X(4).                             00161000
       FD  HOL-FILE.                                                    00170000
       01  HOL-RECORD.                                                  00180000
           05 HOL-DATE            PIC X(8).                             00190000
           88 WS-FUNC-SET                 VALUE 'S'.                    00280000
           88 WS-FUNC-ADVANCE             VALUE 'A'.                    00290000
           88 WS-FUNC-HOLIDAY             VALUE 'H'.                    00300000
           88 WS-FUNC-CUTOFF              VALUE 'C'.                    00301000
       01 WS-CUR-BUS-DATE         PIC X(8).                             00310000
       01 WS-CUR-FLAG             PIC X(1).                             00320000
       01 WS-CUR-CUTOFF           PIC X(4) VALUE SPACES.                00321000
       01 WS-NEW-CUTOFF           PIC X(4).                             00322000
       01 WS-NEW-DATE             PIC X(8).                             00330000
       01 WS-WORK-DATE            PIC 9(8).                             00340000
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE                         00350000
           MOVE USER-ID-PARM TO WS-USER-ID.                             00500000
           DISPLAY 'BUSINESS DATE CONTROL'.                             00510000
           CALL 'HACK2BDT' USING WS-CUR-BUS-DATE, WS-CUR-FLAG.          00520000
           MOVE SPACES TO WS-CUR-CUTOFF.                                00521000
           OPEN INPUT BDATE-FILE.                                       00522000
           IF WS-BD-STATUS = '00'                                       00523000
             READ BDATE-FILE                                            00524000
               AT END CONTINUE                                          00525000
               NOT AT END MOVE BD-CUTOFF TO WS-CUR-CUTOFF               00526000
             END-READ                                                   00527000
             CLOSE BDATE-FILE                                           00528000
           END-IF.                                                      00529000
           DISPLAY 'CURRENT BUSINESS DATE: ' WS-CUR-BUS-DATE            00530000
             ' PROCESSING-DAY: ' WS-CUR-FLAG.                           00540000
           IF WS-CUR-CUTOFF = SPACES                                    00541000
             DISPLAY 'POSTING CUTOFF: NONE'                             00542000
           ELSE                                                         00543000
             DISPLAY 'POSTING CUTOFF: ' WS-CUR-CUTOFF                   00544000
           END-IF.                                                      00545000
           DISPLAY 'ENTER FUNCTION (D-DISPLAY/S-SET/A-ADVANCE/'         00550000
             'H-ADD HOLIDAY/C-CUTOFF):'.                                00551000
           ACCEPT WS-FUNCTION.                                          00570000
           IF WS-FUNC-DISPLAY                                           00580000
             CONTINUE                                                   00590000
                 DISPLAY 'CANNOT OPEN DATE CONTROL:' WS-BD-STATUS       00680000
               ELSE                                                     00690000
                 MOVE WS-NEW-DATE TO BD-BUS-DATE                        00700000
                 MOVE WS-CUR-CUTOFF TO BD-CUTOFF                        00701000
                 WRITE BDATE-RECORD                                     00710000
                 CLOSE BDATE-FILE                                       00720000
                 DISPLAY 'BUSINESS DATE SET TO ' WS-NEW-DATE            00730000
                 DISPLAY 'CANNOT OPEN DATE CONTROL:' WS-BD-STATUS       01290000
               ELSE                                                     01300000
                 MOVE WS-WORK-DATE-X TO BD-BUS-DATE                     01310000
                 MOVE WS-CUR-CUTOFF TO BD-CUTOFF                        01311000
                 WRITE BDATE-RECORD                                     01320000
                 CLOSE BDATE-FILE                                       01330000
                 DISPLAY 'BUSINESS DATE ADVANCED TO '                   01340000
                   WS-AUD-ACC, WS-AUD-BEFORE, WS-AUD-AFTER              01690000
               END-IF                                                   01700000
             END-IF                                                     01710000
           ELSE IF WS-FUNC-CUTOFF                                       01710100
             DISPLAY 'ENTER POSTING CUTOFF (HHMM, BLANK FOR NONE):'     01710200
             MOVE SPACES TO WS-NEW-CUTOFF                               01710300
             ACCEPT WS-NEW-CUTOFF                                       01710400
             IF WS-NEW-CUTOFF NOT = SPACES                              01710500
                AND (WS-NEW-CUTOFF NOT NUMERIC                          01710600
                     OR WS-NEW-CUTOFF(1:2) > '23'                       01710700
                     OR WS-NEW-CUTOFF(3:2) > '59')                      01710800
               DISPLAY 'INVALID CUTOFF TIME - NOTHING CHANGED'          01710900
             ELSE IF WS-CUR-FLAG = 'E'                                  01711000
               DISPLAY 'SET THE BUSINESS DATE BEFORE THE CUTOFF'        01711100
             ELSE                                                       01711200
               OPEN OUTPUT BDATE-FILE                                   01711300
               IF WS-BD-STATUS NOT = '00'                               01711400
                 DISPLAY 'CANNOT OPEN DATE CONTROL:' WS-BD-STATUS       01711500
               ELSE                                                     01711600
                 MOVE WS-CUR-BUS-DATE TO BD-BUS-DATE                    01711700
                 MOVE WS-NEW-CUTOFF TO BD-CUTOFF                        01711800
                 WRITE BDATE-RECORD                                     01711900
                 CLOSE BDATE-FILE                                       01712000
                 IF WS-NEW-CUTOFF = SPACES                              01712100
                   DISPLAY 'POSTING CUTOFF REMOVED'                     01712200
                 ELSE                                                   01712300
                   DISPLAY 'POSTING CUTOFF SET TO ' WS-NEW-CUTOFF       01712400
                 END-IF                                                 01712500
                 MOVE SPACES TO WS-AUD-BEFORE                           01712600
                 MOVE SPACES TO WS-AUD-AFTER                            01712700
                 STRING 'CUTOFF=' WS-CUR-CUTOFF                         01712800
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 01712900
                 STRING 'CUTOFF=' WS-NEW-CUTOFF                         01713000
                   DELIMITED BY SIZE INTO WS-AUD-AFTER                  01713100
                 CALL 'HACK2AUD' USING 'B', WS-USER-ID,                 01713200
                   WS-AUD-ACC, WS-AUD-BEFORE, WS-AUD-AFTER              01713300
               END-IF                                                   01713400
             END-IF                                                     01713500
             END-IF                                                     01713600
           ELSE                                                         01720000
             DISPLAY 'INVALID FUNCTION CODE'                            01730000
           END-IF.                                                      01740000
