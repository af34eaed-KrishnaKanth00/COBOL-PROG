       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2EWP.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT TD-FILE ASSIGN TO TDMST                               00060000
           ORGANIZATION INDEXED                                         00070000
           ACCESS MODE RANDOM                                           00080000
           RECORD KEY TD-ACC-NO                                         00090000
           FILE STATUS IS WS-TD-STATUS.                                 00100000
           SELECT FEE-FILE ASSIGN TO FEEMST                             00110000
           ORGANIZATION LINE SEQUENTIAL                                 00120000
           FILE STATUS IS WS-FEE-STATUS.                                00130000
       DATA DIVISION.                                                   00140000
       FILE SECTION.                                                    00150000
       FD  TD-FILE.                                                     00160000
       01  TD-RECORD.                                                   00170000
           05 TD-ACC-NO           PIC X(10).                            00180000
           05 TD-TERM-MONTHS      PIC 9(3).                             00190000
           05 TD-START-DATE       PIC X(8).                             00200000
           05 TD-MATURITY-DATE    PIC X(8).                             00210000
           05 TD-RATE-BP          PIC 9(4).                             00220000
           05 TD-INSTR            PIC X(1).                             00230000
           05 TD-PAYOUT-ACC       PIC X(10).                            00240000
           05 TD-PRINCIPAL        PIC 9(7)V99.                          00250000
           05 TD-LAST-INT-DATE    PIC X(8).                             00260000
           05 TD-STATUS           PIC X(1).                             00270000
           05 TD-RENEW-COUNT      PIC 9(3).                             00280000
       FD  FEE-FILE.                                                    00290000
       01  FEE-RECORD.                                                  00300000
           05 FEE-ACC-TYPE        PIC X(1).                             00310000
           05 FILLER              PIC X(1).                             00320000
           05 FEE-EFF-DATE        PIC X(8).                             00330000
           05 FILLER              PIC X(1).                             00340000
           05 FEE-WAIVE-BAL       PIC 9(7).99.                          00350000
           05 FILLER              PIC X(1).                             00360000
           05 FEE-AMOUNT          PIC 9(5).99.                          00370000
           05 FILLER              PIC X(1).                             00380000
           05 FEE-CODE            PIC X(2).                             00390000
       WORKING-STORAGE SECTION.                                         00400000
       01 WS-BDT-FLAG             PIC X(1).                             00410000
       01 WS-CUR-DATE             PIC X(8).                             00420000
       01 WS-TD-STATUS            PIC X(2) VALUE SPACES.                00430000
       01 WS-FEE-STATUS           PIC X(2) VALUE SPACES.                00440000
       01 WS-FEE-EOF-SW           PIC X(1) VALUE 'N'.                   00450000
           88 WS-FEE-EOF                  VALUE 'Y'.                    00460000
       01 WS-EARLY-SW             PIC X(1) VALUE 'N'.                   00470000
           88 WS-EARLY                    VALUE 'Y'.                    00480000
       01 WS-BEST-EFF             PIC X(8).                             00490000
       01 WS-PENALTY              PIC S9(5)V99 COMP-3.                  00500000
       LINKAGE SECTION.                                                 00510000
       01 EWP-ACC-NO-PARM         PIC X(10).                            00520000
       01 EWP-PENALTY-PARM        PIC 9(5)V99.                          00530000
       PROCEDURE DIVISION USING EWP-ACC-NO-PARM, EWP-PENALTY-PARM.      00540000
           MOVE 0 TO WS-PENALTY.                                        00550000
           MOVE 'N' TO WS-EARLY-SW.                                     00560000
           MOVE 'N' TO WS-FEE-EOF-SW.                                   00570000
           MOVE SPACES TO WS-BEST-EFF.                                  00580000
           CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG.              00590000
           OPEN INPUT TD-FILE.                                          00600000
           IF WS-TD-STATUS = '00'                                       00610000
             MOVE EWP-ACC-NO-PARM TO TD-ACC-NO                          00620000
             READ TD-FILE                                               00630000
             IF WS-TD-STATUS = '00'                                     00640000
                AND TD-STATUS = 'A'                                     00650000
                AND WS-CUR-DATE < TD-MATURITY-DATE                      00660000
               SET WS-EARLY TO TRUE                                     00670000
             END-IF                                                     00680000
             CLOSE TD-FILE                                              00690000
           END-IF.                                                      00700000
           IF WS-EARLY                                                  00710000
             OPEN INPUT FEE-FILE                                        00720000
             IF WS-FEE-STATUS NOT = '00'                                00730000
               SET WS-FEE-EOF TO TRUE                                   00740000
             END-IF                                                     00750000
             PERFORM UNTIL WS-FEE-EOF                                   00760000
               READ FEE-FILE                                            00770000
                 AT END SET WS-FEE-EOF TO TRUE                          00780000
                 NOT AT END                                             00790000
                   IF FEE-ACC-TYPE = 'T'                                00800000
                      AND FEE-CODE = 'EW'                               00810000
                      AND FEE-EFF-DATE NOT > WS-CUR-DATE                00820000
                      AND (WS-BEST-EFF = SPACES                         00830000
                           OR FEE-EFF-DATE > WS-BEST-EFF)               00840000
                     MOVE FEE-EFF-DATE TO WS-BEST-EFF                   00850000
                     MOVE FEE-AMOUNT TO WS-PENALTY                      00860000
                   END-IF                                               00870000
               END-READ                                                 00880000
             END-PERFORM                                                00890000
             IF WS-FEE-STATUS NOT = '35'                                00900000
                AND WS-FEE-STATUS(1:1) NOT = '9'                        00910000
               CLOSE FEE-FILE                                           00920000
             END-IF                                                     00930000
           END-IF.                                                      00940000
           MOVE WS-PENALTY TO EWP-PENALTY-PARM.                         00950000
           GOBACK.                                                      00960000
