           EXEC SQL INCLUDE SQLCA END-EXEC.                             00050000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00060000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           00070000
           EXEC SQL INCLUDE ACCOWN END-EXEC.                            00071000
       01 WS-ACC-NO        PIC X(10).                                   00080000
       01 WS-ACC-BAL       PIC 9(7).99.                                 00090000
       01 WS-ACC-BAL-SGN   PIC -(7)9.99.                                00091000
       01 WS-HOLD-TOTAL    PIC 9(9)V99 VALUE 0.                         00130000
       01 WS-AVAIL-BAL     PIC S9(9)V99 COMP-3.                         00140000
       01 WS-AVAIL-BAL-ED  PIC -(7)9.99.                                00150000
       01 WS-ROLE-LABEL    PIC X(14).                                   00151000
       01 WS-PARTY-EOF-SW  PIC X(1) VALUE 'N'.                          00152000
           88 WS-PARTY-EOF         VALUE 'Y'.                           00153000
       LINKAGE SECTION.                                                 00160000
       01 USER-ID-PARM        PIC X(8).                                 00170000
       PROCEDURE DIVISION USING USER-ID-PARM.                           00180000
                     DISPLAY 'CUSTOMER      :' DCL-CUST-ID              00660000
                   END-IF                                               00670000
                 END-IF                                                 00680000
                 EXEC SQL                                               00680100
                 DECLARE C-ACC-PARTY CURSOR FOR                         00680200
                 SELECT CUST_ID,OWN_ROLE                                00680300
                 FROM ACC_OWNER WHERE ACC_NO = :WS-ACC-NO               00680400
                 ORDER BY OWN_ROLE,CUST_ID                              00680500
                 END-EXEC                                               00680600
                 MOVE 'N' TO WS-PARTY-EOF-SW                            00680610
                 EXEC SQL OPEN C-ACC-PARTY END-EXEC                     00680700
                 IF SQLCODE NOT = 0                                     00680800
                   DISPLAY 'SQLERROR ON OPEN:' SQLCODE                  00680900
                   SET WS-PARTY-EOF TO TRUE                             00681000
                 END-IF                                                 00681100
                 PERFORM UNTIL WS-PARTY-EOF                             00681200
                   EXEC SQL                                             00681300
                   FETCH C-ACC-PARTY INTO :DCO-CUST-ID,:DCO-OWN-ROLE    00681400
                   END-EXEC                                             00681500
                   IF SQLCODE = 100                                     00681600
                     SET WS-PARTY-EOF TO TRUE                           00681700
                   ELSE IF SQLCODE NOT = 0                              00681800
                     DISPLAY 'SQLERROR ON FETCH:' SQLCODE               00681900
                     SET WS-PARTY-EOF TO TRUE                           00682000
                   ELSE                                                 00682100
                     IF DCO-OWN-ROLE = 'J'                              00682200
                       MOVE 'JOINT OWNER' TO WS-ROLE-LABEL              00682300
                     ELSE IF DCO-OWN-ROLE = 'A'                         00682400
                       MOVE 'POWER OF ATTY' TO WS-ROLE-LABEL            00682500
                     ELSE IF DCO-OWN-ROLE = 'B'                         00682600
                       MOVE 'BENEFICIARY' TO WS-ROLE-LABEL              00682700
                     ELSE                                               00682800
                       MOVE 'OTHER PARTY' TO WS-ROLE-LABEL              00682900
                     END-IF                                             00683000
                     END-IF                                             00683100
                     END-IF                                             00683200
                     EXEC SQL                                           00683300
                     SELECT CUST_NAME INTO :DCM-CUST-NAME               00683400
                     FROM CUST_MASTER WHERE CUST_ID = :DCO-CUST-ID      00683500
                     END-EXEC                                           00683600
                     IF SQLCODE = 0                                     00683700
                       DISPLAY WS-ROLE-LABEL ':' DCO-CUST-ID ' '        00683800
                         DCM-CUST-NAME-TEXT                             00683900
                     ELSE                                               00684000
                       DISPLAY WS-ROLE-LABEL ':' DCO-CUST-ID            00684100
                     END-IF                                             00684200
                   END-IF                                               00684300
                   END-IF                                               00684400
                 END-PERFORM                                            00684500
                 EXEC SQL CLOSE C-ACC-PARTY END-EXEC                    00684600
             ELSE IF SQLCODE = +100                                     00690000
               DISPLAY 'ACCOUNT NOT FOUND!!!'                           00700000
             ELSE                                                       00710000
