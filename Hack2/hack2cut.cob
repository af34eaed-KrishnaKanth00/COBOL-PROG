       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2CUT.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT BDATE-FILE ASSIGN TO BDATECTL                         00060000
           ORGANIZATION LINE SEQUENTIAL                                 00070000
           FILE STATUS IS WS-BD-STATUS.                                 00080000
           SELECT HOL-FILE ASSIGN TO HOLCAL                             00090000
           ORGANIZATION LINE SEQUENTIAL                                 00100000
           FILE STATUS IS WS-HOL-STATUS.                                00110000
       DATA DIVISION.                                                   00120000
       FILE SECTION.                                                    00130000
       FD  BDATE-FILE.                                                  00140000
       01  BDATE-RECORD.                                                00150000
           05 BD-BUS-DATE         PIC X(8).                             00160000
           05 BD-CUTOFF           PIC X(4).                             00170000
       FD  HOL-FILE.                                                    00180000
       01  HOL-RECORD.                                                  00190000
           05 HOL-DATE            PIC X(8).                             00200000
       WORKING-STORAGE SECTION.                                         00210000
       01 WS-BD-STATUS            PIC X(2) VALUE SPACES.                00220000
       01 WS-HOL-STATUS           PIC X(2) VALUE SPACES.                00230000
       01 WS-BD-EOF-SW            PIC X(1) VALUE 'N'.                   00240000
           88 WS-BD-EOF                   VALUE 'Y'.                    00250000
       01 WS-HOL-EOF-SW           PIC X(1) VALUE 'N'.                   00260000
           88 WS-HOL-EOF                  VALUE 'Y'.                    00270000
       01 WS-BUS-DATE             PIC X(8).                             00280000
       01 WS-CUTOFF               PIC X(4).                             00290000
       01 WS-CUT-FLAG             PIC X(1) VALUE 'N'.                   00300000
       01 WS-MCH-DATE             PIC X(8).                             00310000
       01 WS-MCH-TIME             PIC X(8).                             00320000
       01 WS-WORK-DATE            PIC 9(8).                             00330000
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE                         00340000
                                  PIC X(8).                             00350000
       01 WS-DATE-INT             PIC 9(7).                             00360000
       01 WS-DAY-NO               PIC 9(1).                             00370000
       01 WS-HOLIDAY-SW           PIC X(1) VALUE 'N'.                   00380000
           88 WS-IS-HOLIDAY               VALUE 'Y'.                    00390000
       01 WS-DONE-SW              PIC X(1) VALUE 'N'.                   00400000
           88 WS-DONE                     VALUE 'Y'.                    00410000
       01 WS-TRY-COUNT            PIC 9(2) VALUE 0.                     00420000
       LINKAGE SECTION.                                                 00430000
       01 CUT-FLAG-PARM           PIC X(1).                             00440000
       01 CUT-BUS-DATE-PARM       PIC X(8).                             00450000
       01 CUT-NEXT-DATE-PARM      PIC X(8).                             00460000
       PROCEDURE DIVISION USING CUT-FLAG-PARM, CUT-BUS-DATE-PARM,       00470000
           CUT-NEXT-DATE-PARM.                                          00480000
           MOVE 'N' TO WS-CUT-FLAG.                                     00490000
           MOVE 'N' TO WS-BD-EOF-SW.                                    00500000
           MOVE SPACES TO WS-CUTOFF.                                    00510000
           MOVE SPACES TO WS-WORK-DATE-X.                               00520000
           ACCEPT WS-MCH-DATE FROM DATE YYYYMMDD.                       00530000
           ACCEPT WS-MCH-TIME FROM TIME.                                00540000
           MOVE WS-MCH-DATE TO WS-BUS-DATE.                             00550000
           OPEN INPUT BDATE-FILE.                                       00560000
           IF WS-BD-STATUS = '00'                                       00570000
             READ BDATE-FILE                                            00580000
               AT END SET WS-BD-EOF TO TRUE                             00590000
             END-READ                                                   00600000
             IF NOT WS-BD-EOF AND BD-BUS-DATE NUMERIC                   00610000
               MOVE BD-BUS-DATE TO WS-BUS-DATE                          00620000
               MOVE BD-CUTOFF TO WS-CUTOFF                              00630000
             END-IF                                                     00640000
             CLOSE BDATE-FILE                                           00650000
           END-IF.                                                      00660000
           IF WS-CUTOFF NUMERIC                                         00670000
             IF WS-MCH-DATE > WS-BUS-DATE                               00680000
               MOVE 'Y' TO WS-CUT-FLAG                                  00690000
             ELSE IF WS-MCH-DATE = WS-BUS-DATE                          00700000
                AND WS-MCH-TIME(1:4) NOT < WS-CUTOFF                    00710000
               MOVE 'Y' TO WS-CUT-FLAG                                  00720000
             END-IF                                                     00730000
             END-IF                                                     00740000
           END-IF.                                                      00750000
           IF WS-CUT-FLAG = 'Y'                                         00760000
             MOVE WS-BUS-DATE TO WS-WORK-DATE-X                         00770000
             COMPUTE WS-DATE-INT =                                      00780000
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)                   00790000
             MOVE 'N' TO WS-DONE-SW                                     00800000
             MOVE 0 TO WS-TRY-COUNT                                     00810000
             PERFORM UNTIL WS-DONE OR WS-TRY-COUNT > 30                 00820000
               ADD 1 TO WS-DATE-INT                                     00830000
               ADD 1 TO WS-TRY-COUNT                                    00840000
               COMPUTE WS-WORK-DATE =                                   00850000
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)                  00860000
               COMPUTE WS-DAY-NO = FUNCTION MOD(WS-DATE-INT, 7)         00870000
               IF WS-DAY-NO = 6 OR WS-DAY-NO = 0                        00880000
                 CONTINUE                                               00890000
               ELSE                                                     00900000
                 MOVE 'N' TO WS-HOLIDAY-SW                              00910000
                 MOVE 'N' TO WS-HOL-EOF-SW                              00920000
                 OPEN INPUT HOL-FILE                                    00930000
                 IF WS-HOL-STATUS NOT = '00'                            00940000
                   SET WS-HOL-EOF TO TRUE                               00950000
                 END-IF                                                 00960000
                 PERFORM UNTIL WS-HOL-EOF                               00970000
                   READ HOL-FILE                                        00980000
                     AT END SET WS-HOL-EOF TO TRUE                      00990000
                     NOT AT END                                         01000000
                       IF HOL-DATE = WS-WORK-DATE-X                     01010000
                         SET WS-IS-HOLIDAY TO TRUE                      01020000
                         SET WS-HOL-EOF TO TRUE                         01030000
                       END-IF                                           01040000
                   END-READ                                             01050000
                 END-PERFORM                                            01060000
                 IF WS-HOL-STATUS = '00' OR WS-HOL-STATUS = '10'        01070000
                   CLOSE HOL-FILE                                       01080000
                 END-IF                                                 01090000
                 IF NOT WS-IS-HOLIDAY                                   01100000
                   SET WS-DONE TO TRUE                                  01110000
                 END-IF                                                 01120000
               END-IF                                                   01130000
             END-PERFORM                                                01140000
             IF NOT WS-DONE                                             01150000
               MOVE 'E' TO WS-CUT-FLAG                                  01160000
               MOVE SPACES TO WS-WORK-DATE-X                            01170000
             END-IF                                                     01180000
           END-IF.                                                      01190000
           MOVE WS-CUT-FLAG TO CUT-FLAG-PARM.                           01200000
           MOVE WS-BUS-DATE TO CUT-BUS-DATE-PARM.                       01210000
           MOVE WS-WORK-DATE-X TO CUT-NEXT-DATE-PARM.                   01220000
           GOBACK.                                                      01230000
