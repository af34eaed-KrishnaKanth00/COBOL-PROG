       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDTXNEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY TL-KEY
           FILE STATUS IS TXN-STATUS.
           SELECT NUM-FILE ASSIGN TO NUMIN
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO EXTOUT
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-LOG-FILE.
       01  TXN-LOG-RECORD.
           05 TL-KEY.
              10 TL-ACC-NO   PIC X(10).
              10 TL-DATE     PIC X(8).
              10 TL-SEQ      PIC 9(4).
           05 TL-TXN-TYPE    PIC X(1).
           05 TL-AMOUNT      PIC 9(7).99.
           05 TL-RUN-BAL     PIC 9(7).99.
           05 TL-REF-DATE    PIC X(8).
           05 TL-REF-TYPE    PIC X(1).
       FD  NUM-FILE.
       01  NUM-RECORD.
           05 NR-GROUP   PIC X(2).
           05 NR-VALUE   PIC S9(7)V99 SIGN LEADING SEPARATE.
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 TXN-STATUS PIC X(2) VALUE SPACES.
       01 TXN-EOF-SW PIC X(1) VALUE 'N'.
          88 TXN-EOF        VALUE 'Y'.
       01 DATE-OK-SW PIC X(1) VALUE 'N'.
          88 DATE-OK        VALUE 'Y'.
       01 FROM-DATE  PIC X(8).
       01 TO-DATE    PIC X(8).
       01 CHK-DATE   PIC X(8).
       01 CHK-DATE-R REDEFINES CHK-DATE.
          05 CHK-YYYY PIC 9(4).
          05 CHK-MM   PIC 9(2).
          05 CHK-DD   PIC 9(2).
       01 RUN-DATE   PIC X(8).
       01 AMT-VAL    PIC S9(7)V99.
       01 READ-CNT   PIC 9(8) VALUE 0.
       01 OUT-CNT    PIC 9(8) VALUE 0.
       01 SKIP-CNT   PIC 9(8) VALUE 0.
       01 BAD-CNT    PIC 9(8) VALUE 0.
       01 CR-CNT     PIC 9(8) VALUE 0.
       01 DR-CNT     PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY 'TXNLOG AMOUNT EXTRACT FOR ARRAY OPERATIONS'.
           DISPLAY 'FROM DATE (YYYYMMDD)?'.
           ACCEPT FROM-DATE.
           DISPLAY 'TO DATE (YYYYMMDD)?'.
           ACCEPT TO-DATE.
           MOVE FROM-DATE TO CHK-DATE.
           IF CHK-DATE IS NUMERIC
            IF CHK-MM > 0 AND CHK-MM < 13 AND CHK-DD > 0 AND CHK-DD < 32
             MOVE TO-DATE TO CHK-DATE
             IF CHK-DATE IS NUMERIC
              IF CHK-MM > 0 AND CHK-MM < 13
                 AND CHK-DD > 0 AND CHK-DD < 32
               IF FROM-DATE NOT > TO-DATE
                SET DATE-OK TO TRUE
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.
           IF NOT DATE-OK
            DISPLAY 'INVALID DATE RANGE - NO EXTRACT PRODUCED'
            STOP RUN
           END-IF.
           OPEN INPUT TXN-LOG-FILE.
           IF TXN-STATUS NOT = '00'
            DISPLAY 'TXNLOG OPEN FAILED, STATUS: ' TXN-STATUS
            STOP RUN
           END-IF.
           OPEN OUTPUT NUM-FILE.
           PERFORM UNTIL TXN-EOF
            READ TXN-LOG-FILE NEXT RECORD
             AT END SET TXN-EOF TO TRUE
             NOT AT END
              ADD 1 TO READ-CNT
              IF TL-DATE < FROM-DATE OR TL-DATE > TO-DATE
               ADD 1 TO SKIP-CNT
              ELSE IF TL-AMOUNT(1:7) NOT NUMERIC
                 OR TL-AMOUNT(9:2) NOT NUMERIC
               ADD 1 TO BAD-CNT
              ELSE
               MOVE TL-AMOUNT TO AMT-VAL
               IF TL-TXN-TYPE = 'D' OR TL-TXN-TYPE = 'C'
                ADD 1 TO CR-CNT
               ELSE
                IF TL-TXN-TYPE = 'R' AND TL-REF-TYPE = 'W'
                 ADD 1 TO CR-CNT
                ELSE
                 COMPUTE AMT-VAL = 0 - AMT-VAL
                 ADD 1 TO DR-CNT
                END-IF
               END-IF
               MOVE SPACES TO NUM-RECORD
               MOVE TL-TXN-TYPE TO NR-GROUP
               MOVE AMT-VAL TO NR-VALUE
               WRITE NUM-RECORD
               ADD 1 TO OUT-CNT
              END-IF
              END-IF
            END-READ
           END-PERFORM.
           CLOSE TXN-LOG-FILE.
           CLOSE NUM-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RUN DATE: ' RUN-DATE DELIMITED BY SIZE
             INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'TXNLOG EXTRACT FROM ' FROM-DATE ' TO ' TO-DATE
             DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RECORDS READ: ' READ-CNT DELIMITED BY SIZE
             INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'OUTSIDE DATE RANGE: ' SKIP-CNT DELIMITED BY SIZE
             INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'INVALID AMOUNT SKIPPED: ' BAD-CNT DELIMITED BY SIZE
             INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'VALUES WRITTEN: ' OUT-CNT
             ' CREDITS: ' CR-CNT ' DEBITS: ' DR-CNT
             DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY 'RECORDS READ: ' READ-CNT.
           DISPLAY 'OUTSIDE DATE RANGE: ' SKIP-CNT.
           DISPLAY 'INVALID AMOUNT SKIPPED: ' BAD-CNT.
           DISPLAY 'VALUES WRITTEN: ' OUT-CNT
             ' CREDITS: ' CR-CNT ' DEBITS: ' DR-CNT.
           STOP RUN.
