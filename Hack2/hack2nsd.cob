       01 WS-BDT-FLAG              PIC X(1).                            00470000
       01 WS-OVERRIDE              PIC X(1).                            00480000
       01 WS-STEP-COUNT            PIC 9(2) VALUE 0.                    00490000
       01 WS-STEP-MAX              PIC 9(2) VALUE 50.                   00500000
       01 WS-STEP-TABLE.                                                00510000
           05 WS-STEP-ENTRY OCCURS 50 TIMES.                            00520000
              10 WS-STEP-JOB       PIC X(8).                            00530000
       01 WS-SUB                   PIC 9(2) VALUE 0.                    00540000
       01 WS-CUR-JOB               PIC X(8).                            00550000
