       FD  NUM-FILE.
       01  NUM-RECORD.
           05 NR-GROUP   PIC X(2).
           05 NR-VALUE   PIC S9(7)V99 SIGN LEADING SEPARATE.
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01  ARRLEN    PIC 9(3) VALUE 0.
       01 ARRAY.
          05 NUM     PIC S9(7)V99 OCCURS 500 TIMES.
       01 I          PIC 9(3).
       01 J          PIC 9(3).
       01 K          PIC 9(3).
       01 VALUE1     PIC 9(8) VALUE 0.
       01 VALUE2     PIC 9(8) VALUE 0.
       01 SORT-DIR   PIC X(1).
       01 TEMP       PIC S9(7)V99.
       01 WHOLE-VAL  PIC S9(7).
       01 VALUE3     PIC 9(8) VALUE 0.
       01 BAD-CNT    PIC 9(6) VALUE 0.
       01 SUM-VAL    PIC S9(12)V99 VALUE 0.
       01 HIGH-VAL   PIC S9(7)V99.
       01 LOW-VAL    PIC S9(7)V99.
       01 NUM-EOF-SW PIC X(1) VALUE 'N'.
          88 NUM-EOF        VALUE 'Y'.
       01 TRUNC-SW    PIC X(1) VALUE 'N'.
       01 ARRAY-LINE PIC X(80).
       01 PTR        PIC 9(3).
       01 MID-IDX    PIC 9(3).
       01 MEAN-VAL   PIC S9(7)V99.
       01 MEDIAN-VAL PIC S9(7)V99.
       01 STDDEV-VAL PIC 9(7)V99.
       01 SUM-SQ-DIFF PIC 9(18)V99.
       01 DIFF-VAL   PIC S9(8)V99.
       01 NUM-ED     PIC -(7)9.99.
       01 SUM-ED     PIC -(13)9.99.
       01 MEAN-ED    PIC -(7)9.99.
       01 MEDIAN-ED  PIC -(7)9.99.
       01 HIGH-ED    PIC -(7)9.99.
       01 LOW-ED     PIC -(7)9.99.
       01 STDDEV-ED  PIC Z(6)9.99.
       01 GRP-COUNT  PIC 9(2) VALUE 0.
       01 GRP-MAX    PIC 9(2) VALUE 50.
       01 GRP-TABLE.
             10 GRP-CODE  PIC X(2).
             10 GRP-LEN   PIC 9(3).
             10 GRP-TRUNC PIC X(1).
             10 GRP-NUM   PIC S9(7)V99 OCCURS 500 TIMES.
       01 GSUM       PIC S9(12)V99 VALUE 0.
       01 TOT-CNT    PIC 9(6) VALUE 0.
       01 TOT-SUM    PIC S9(13)V99 VALUE 0.
       01 TOT-MEAN   PIC S9(7)V99.
       01 GRAND-MAX  PIC S9(7)V99 VALUE -9999999.99.
       01 GRAND-MIN  PIC S9(7)V99 VALUE 9999999.99.
       PROCEDURE DIVISION.
           DISPLAY 'MENU DRIVEN ARRAY OPERATIONS'.
           DISPLAY '1)SUM AND AVERAGE'.
             READ NUM-FILE
              AT END SET NUM-EOF TO TRUE
              NOT AT END
               IF NR-VALUE NOT NUMERIC
                ADD 1 TO BAD-CNT
               ELSE
               MOVE 0 TO GHIT
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > GRP-COUNT
                IF GRP-CODE(G) = NR-GROUP
                 MOVE 'Y' TO GRP-TRUNC(GHIT)
                END-IF
               END-IF
               END-IF
             END-READ
            END-PERFORM
           ELSE
             READ NUM-FILE
              AT END SET NUM-EOF TO TRUE
              NOT AT END
               IF NR-VALUE NOT NUMERIC
                ADD 1 TO BAD-CNT
               ELSE
                ADD 1 TO ARRLEN
                MOVE NR-VALUE TO NUM(ARRLEN)
               END-IF
             END-READ
            END-PERFORM
            IF ARRLEN = 500 AND NOT NUM-EOF
            END-IF
           END-IF.
           CLOSE NUM-FILE.
           IF BAD-CNT > 0
            DISPLAY 'WARNING: ' BAD-CNT
              ' NON-NUMERIC RECORDS SKIPPED'
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RUN DATE: ' RUN-DATE DELIMITED BY SIZE
             INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF BAD-CNT > 0
            MOVE SPACES TO REPORT-RECORD
            STRING 'WARNING: ' BAD-CNT
              ' NON-NUMERIC RECORDS SKIPPED'
              DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
           END-IF.
           IF OPTION NOT = 5
            MOVE SPACES TO REPORT-RECORD
            MOVE 'ARRAY VALUES:' TO REPORT-RECORD
             MOVE SPACES TO ARRAY-LINE
             MOVE 1 TO PTR
             PERFORM VARYING K FROM 1 BY 1
               UNTIL K > 6 OR I > ARRLEN
              MOVE NUM(I) TO NUM-ED
              STRING ' ' NUM-ED DELIMITED BY SIZE
                INTO ARRAY-LINE WITH POINTER PTR
              ADD 1 TO I
             END-PERFORM
           MOVE 1 TO I.
           IF OPTION = 1
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARRLEN
                 ADD NUM(I) TO SUM-VAL
                END-PERFORM
                MOVE SUM-VAL TO SUM-ED
                       DISPLAY 'SUM: ' SUM-ED
             MOVE SPACES TO REPORT-RECORD
             STRING 'SUM: ' SUM-ED DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             IF ARRLEN > 0
             COMPUTE MEAN-VAL ROUNDED = SUM-VAL / ARRLEN
             MOVE MEAN-VAL TO MEAN-ED
             DISPLAY 'AVERAGE: ' MEAN-ED
             MOVE SPACES TO REPORT-RECORD
             STRING 'AVERAGE: ' MEAN-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
             WRITE REPORT-RECORD
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARRLEN
             END-PERFORM
             IF FUNCTION MOD(ARRLEN, 2) = 0
              COMPUTE MID-IDX = ARRLEN / 2
              COMPUTE MEDIAN-VAL ROUNDED =
                (NUM(MID-IDX) + NUM(MID-IDX + 1)) / 2
             ELSE
              COMPUTE MID-IDX = (ARRLEN + 1) / 2
              MOVE NUM(MID-IDX) TO MEDIAN-VAL
             END-IF
             MOVE MEDIAN-VAL TO MEDIAN-ED
             DISPLAY 'MEDIAN: ' MEDIAN-ED
             MOVE SPACES TO REPORT-RECORD
             STRING 'MEDIAN: ' MEDIAN-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE 0 TO SUM-SQ-DIFF
              COMPUTE DIFF-VAL = NUM(I) - MEAN-VAL
              COMPUTE SUM-SQ-DIFF = SUM-SQ-DIFF + DIFF-VAL * DIFF-VAL
             END-PERFORM
             COMPUTE STDDEV-VAL ROUNDED =
               FUNCTION SQRT(SUM-SQ-DIFF / ARRLEN)
             MOVE STDDEV-VAL TO STDDEV-ED
             DISPLAY 'STANDARD DEVIATION: ' STDDEV-ED
             MOVE SPACES TO REPORT-RECORD
             STRING 'STANDARD DEVIATION: ' STDDEV-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
             WRITE REPORT-RECORD
             ELSE
             END-IF
           ELSE IF OPTION = 2
             IF ARRLEN > 0
             MOVE NUM(I) TO HIGH-VAL
             MOVE NUM(I) TO LOW-VAL
             PERFORM VARYING I FROM 2 BY 1 UNTIL I > ARRLEN
              IF NUM(I) > HIGH-VAL
               MOVE NUM(I) TO HIGH-VAL
              END-IF
              IF NUM(I) < LOW-VAL
               MOVE NUM(I) TO LOW-VAL
              END-IF
             END-PERFORM
             MOVE HIGH-VAL TO HIGH-ED
             MOVE LOW-VAL TO LOW-ED
             DISPLAY 'LARGEST: ' HIGH-ED
             DISPLAY 'SMALLEST: ' LOW-ED
             MOVE SPACES TO REPORT-RECORD
             STRING 'LARGEST: ' HIGH-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD
             STRING 'SMALLEST: ' LOW-ED DELIMITED BY SIZE
               INTO REPORT-RECORD
             WRITE REPORT-RECORD
             ELSE
           ELSE IF OPTION = 3
                MOVE 0 TO VALUE1
                MOVE 0 TO VALUE2
                MOVE 0 TO VALUE3
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARRLEN
                 MOVE NUM(I) TO WHOLE-VAL
                 IF WHOLE-VAL NOT = NUM(I)
                  ADD 1 TO VALUE3
                 ELSE IF FUNCTION MOD(WHOLE-VAL, 2) = 0
                  ADD 1 TO VALUE1
                 ELSE
                  ADD 1 TO VALUE2
                 END-IF
                 END-IF
                      END-PERFORM
               DISPLAY 'COUNT OF EVEN NUMBERS: ' VALUE1
             STRING 'COUNT OF ODD NUMBERS: ' VALUE2 DELIMITED BY SIZE
               INTO REPORT-RECORD
             WRITE REPORT-RECORD
             IF VALUE3 > 0
              DISPLAY 'COUNT OF NON-WHOLE NUMBERS: ' VALUE3
              MOVE SPACES TO REPORT-RECORD
              STRING 'COUNT OF NON-WHOLE NUMBERS: ' VALUE3
                DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
             END-IF
           ELSE IF OPTION = 4
             DISPLAY 'ASCENDING OR DESCENDING (A/D)?'
             ACCEPT SORT-DIR
             END-PERFORM
             DISPLAY 'SORTED ARRAY:'
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARRLEN
              MOVE NUM(I) TO NUM-ED
              DISPLAY NUM-ED
             END-PERFORM
             MOVE SPACES TO REPORT-RECORD
             MOVE 'SORTED ARRAY:' TO REPORT-RECORD
              MOVE SPACES TO ARRAY-LINE
              MOVE 1 TO PTR
              PERFORM VARYING K FROM 1 BY 1
                UNTIL K > 6 OR I > ARRLEN
               MOVE NUM(I) TO NUM-ED
               STRING ' ' NUM-ED DELIMITED BY SIZE
                 INTO ARRAY-LINE WITH POINTER PTR
               ADD 1 TO I
              END-PERFORM
                UNTIL I > GRP-LEN(G)
               ADD GRP-NUM(G, I) TO GSUM
              END-PERFORM
              COMPUTE MEAN-VAL ROUNDED = GSUM / GRP-LEN(G)
              IF FUNCTION MOD(GRP-LEN(G), 2) = 0
               COMPUTE MID-IDX = GRP-LEN(G) / 2
               COMPUTE MEDIAN-VAL ROUNDED =
                 (GRP-NUM(G, MID-IDX)
                  + GRP-NUM(G, MID-IDX + 1)) / 2
              ELSE
               COMPUTE SUM-SQ-DIFF =
                 SUM-SQ-DIFF + DIFF-VAL * DIFF-VAL
              END-PERFORM
              COMPUTE STDDEV-VAL ROUNDED =
                FUNCTION SQRT(SUM-SQ-DIFF / GRP-LEN(G))
              MOVE GSUM TO SUM-ED
              MOVE MEAN-VAL TO MEAN-ED
              MOVE MEDIAN-VAL TO MEDIAN-ED
              MOVE STDDEV-VAL TO STDDEV-ED
              MOVE GRP-NUM(G, GRP-LEN(G)) TO HIGH-ED
              MOVE GRP-NUM(G, 1) TO LOW-ED
              MOVE SPACES TO REPORT-RECORD
              STRING 'GROUP ' GRP-CODE(G)
                ' COUNT: ' GRP-LEN(G)
                ' SUM: ' SUM-ED
                DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              STRING '   AVERAGE: ' MEAN-ED
                ' MEDIAN: ' MEDIAN-ED
                ' STDDEV: ' STDDEV-ED
                DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              STRING '   LARGEST: ' HIGH-ED
                ' SMALLEST: ' LOW-ED
                DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              IF GRP-TRUNC(G) = 'Y'
                 ' EXCEEDS 500 VALUES, GROUP TRUNCATED'
              END-IF
              DISPLAY 'GROUP ' GRP-CODE(G) ' COUNT: ' GRP-LEN(G)
                ' SUM: ' SUM-ED
              ADD GRP-LEN(G) TO TOT-CNT
              ADD GSUM TO TOT-SUM
              IF GRP-NUM(G, GRP-LEN(G)) > GRAND-MAX
             MOVE 'GRAND TOTALS' TO REPORT-RECORD
             WRITE REPORT-RECORD
             MOVE SPACES TO REPORT-RECORD
             MOVE TOT-SUM TO SUM-ED
             STRING '   GROUPS: ' GRP-COUNT
               ' VALUES: ' TOT-CNT
               ' SUM: ' SUM-ED
               DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             IF TOT-CNT > 0
              COMPUTE TOT-MEAN ROUNDED = TOT-SUM / TOT-CNT
              MOVE TOT-MEAN TO MEAN-ED
              MOVE GRAND-MAX TO HIGH-ED
              MOVE GRAND-MIN TO LOW-ED
              MOVE SPACES TO REPORT-RECORD
              STRING '   AVERAGE: ' MEAN-ED
                ' LARGEST: ' HIGH-ED
                ' SMALLEST: ' LOW-ED
                DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
             ELSE
