           EXEC SQL INCLUDE SQLCA END-EXEC.                             00050000
           EXEC SQL INCLUDE HACK2 END-EXEC.                             00060000
           EXEC SQL INCLUDE CUSTMST END-EXEC.                           00070000
           EXEC SQL INCLUDE ACCOWN END-EXEC.                            00071000
       01 WS-USER-ID          PIC X(8).                                 00080000
       01 WS-FUNCTION         PIC X(1).                                 00090000
           88 WS-FUNC-ADD             VALUE 'A'.                        00100000
           88 WS-FUNC-UPDATE          VALUE 'U'.                        00110000
           88 WS-FUNC-INQUIRE         VALUE 'I'.                        00120000
           88 WS-FUNC-LINK            VALUE 'L'.                        00130000
           88 WS-FUNC-TAXID           VALUE 'T'.                        00131000
           88 WS-FUNC-PARTY           VALUE 'P'.                        00132000
           88 WS-FUNC-MERGE           VALUE 'M'.                        00133000
           88 WS-FUNC-MAIL            VALUE 'R'.                        00134000
       01 WS-CUST-ID          PIC X(10).                                00140000
       01 WS-CUST-NAME        PIC X(30).                                00150000
       01 WS-ADDR-LINE1       PIC X(30).                                00160000
       01 WS-STATE            PIC X(2).                                 00190000
       01 WS-ZIP              PIC X(9).                                 00200000
       01 WS-PHONE            PIC X(12).                                00210000
       01 WS-TAX-ID           PIC X(9).                                 00211000
       01 WS-TAX-ID-MASK      PIC X(9).                                 00212000
       01 WS-ACC-NO           PIC X(10).                                00220000
       01 WS-PARTY-ACTION     PIC X(1).                                 00220100
           88 WS-PARTY-ADD            VALUE 'A'.                        00220200
           88 WS-PARTY-DELETE         VALUE 'D'.                        00220300
       01 WS-ROLE             PIC X(1).                                 00220400
           88 WS-ROLE-VALID           VALUE 'J' 'A' 'B'.                00220500
       01 WS-ROLE-LABEL       PIC X(17).                                00220600
       01 WS-PARTY-SW         PIC X(1) VALUE 'N'.                       00220700
           88 WS-PARTY-FOUND          VALUE 'Y'.                        00220800
       01 WS-CUR-DATE         PIC X(8).                                 00220900
       01 WS-BDT-FLAG         PIC X(1).                                 00221000
       01 WS-NAME-LEN         PIC S9(4) COMP-5 VALUE 0.                 00230000
       01 WS-DUP-COUNT        PIC S9(9) COMP-3 VALUE 0.                 00240000
       01 WS-ACC-BAL          PIC 9(7).99.                              00250000
       01 WS-ACC-COUNT        PIC 9(4) VALUE 0.                         00260000
       01 WS-REL-COUNT        PIC 9(4) VALUE 0.                         00261000
       01 WS-EOF-SW           PIC X(1) VALUE 'N'.                       00270000
           88 WS-EOF                  VALUE 'Y'.                        00280000
       01 WS-AUD-BEFORE       PIC X(60) VALUE SPACES.                   00290000
       01 WS-AUD-AFTER        PIC X(60) VALUE SPACES.                   00300000
       01 WS-LOSER-ID         PIC X(10).                                00300100
       01 WS-LOSER-STATUS     PIC X(1).                                 00300200
       01 WS-LOSER-MRG        PIC X(10).                                00300300
       01 WS-SURV-NAME        PIC X(30).                                00300400
       01 WS-SURV-TAX-ID      PIC X(9).                                 00300500
       01 WS-CONFIRM          PIC X(1).                                 00300600
       01 WS-SUB              PIC 9(3) VALUE 0.                         00300700
       01 WS-MRG-MAX          PIC 9(3) VALUE 200.                       00300800
       01 WS-MRG-ACC-COUNT    PIC 9(3) VALUE 0.                         00300900
       01 WS-MRG-ACC-TABLE.                                             00301000
           05 WS-MRG-ACC-ENTRY OCCURS 200 TIMES.                        00301100
              10 WS-MA-ACC    PIC X(10).                                00301200
              10 WS-MA-DROP   PIC X(1).                                 00301300
       01 WS-MRG-OWN-COUNT    PIC 9(3) VALUE 0.                         00301400
       01 WS-MRG-OWN-TABLE.                                             00301500
           05 WS-MRG-OWN-ENTRY OCCURS 200 TIMES.                        00301600
              10 WS-MO-ACC    PIC X(10).                                00301700
              10 WS-MO-ROLE   PIC X(1).                                 00301800
              10 WS-MO-ACTION PIC X(1).                                 00301900
       01 WS-MRG-ERR-SW       PIC X(1) VALUE 'N'.                       00302000
           88 WS-MRG-ERR              VALUE 'Y'.                        00302100
       01 WS-MRG-FULL-SW      PIC X(1) VALUE 'N'.                       00302200
           88 WS-MRG-FULL             VALUE 'Y'.                        00302300
       01 WS-TIN-MOVED-SW     PIC X(1) VALUE 'N'.                       00302400
           88 WS-TIN-MOVED            VALUE 'Y'.                        00302500
       01 WS-MRG-CNT-ED       PIC ZZ9.                                  00302600
       01 WS-MRG-REL-ED       PIC ZZ9.                                  00302700
       01 WS-MAIL-ACTION      PIC X(1).                                 00303700
           88 WS-MAIL-SET             VALUE 'S'.                        00304700
           88 WS-MAIL-CLEAR           VALUE 'C'.                        00305700
       01 WS-MAIL-DATE        PIC X(8).                                 00306700
       01 WS-MAIL-CLEARED-SW  PIC X(1) VALUE 'N'.                       00307700
           88 WS-MAIL-CLEARED         VALUE 'Y'.                        00308700
       LINKAGE SECTION.                                                 00310000
       01 USER-ID-PARM        PIC X(8).                                 00320000
       PROCEDURE DIVISION USING USER-ID-PARM.                           00330000
           MOVE USER-ID-PARM TO WS-USER-ID.                             00340000
           MOVE 'N' TO WS-EOF-SW.                                       00341000
           MOVE 0 TO WS-ACC-COUNT.                                      00342000
           MOVE 0 TO WS-REL-COUNT.                                      00343000
           DISPLAY 'ENTER FUNCTION (A-ADD/U-UPDATE/I-INQUIRE/L-LINK/'   00350000
             'T-TAXPAYER ID/P-PARTY/M-MERGE/R-RETURNED MAIL):'.         00351000
           ACCEPT WS-FUNCTION.                                          00360000
           DISPLAY 'ENTER CUSTOMER ID:'.                                00370000
           ACCEPT WS-CUST-ID.                                           00380000
               ACCEPT WS-ZIP                                            00600000
               DISPLAY 'ENTER PHONE:'                                   00610000
               ACCEPT WS-PHONE                                          00620000
               DISPLAY 'ENTER TAXPAYER ID (BLANK IF NOT HELD):'         00621000
               ACCEPT WS-TAX-ID                                         00622000
               IF WS-CUST-NAME = SPACES OR WS-ADDR-LINE1 = SPACES       00630000
                  OR WS-CITY = SPACES OR WS-STATE = SPACES              00640000
                  OR WS-ZIP = SPACES                                    00650000
                 DISPLAY 'NAME, ADDRESS, CITY, STATE, ZIP REQUIRED'     00660000
               ELSE IF WS-TAX-ID NOT = SPACES                           00661000
                  AND WS-TAX-ID NOT NUMERIC                             00662000
                 DISPLAY 'TAXPAYER ID MUST BE 9 DIGITS'                 00663000
               ELSE                                                     00670000
                 MOVE 0 TO WS-NAME-LEN                                  00680000
                 INSPECT WS-CUST-NAME TALLYING WS-NAME-LEN              00690000
                 MOVE WS-STATE TO DCM-STATE                             00770000
                 MOVE WS-ZIP TO DCM-ZIP                                 00780000
                 MOVE WS-PHONE TO DCM-PHONE                             00790000
                 MOVE WS-TAX-ID TO DCM-TAX-ID                           00791000
                 EXEC SQL                                               00800000
                 INSERT INTO CUST_MASTER                                00810000
                   (CUST_ID,CUST_NAME,ADDR_LINE1,ADDR_LINE2,            00820000
                    CITY,STATE,ZIP,PHONE,TAX_ID)                        00830000
                 VALUES                                                 00840000
                   (:DCM-CUST-ID,:DCM-CUST-NAME,:DCM-ADDR-LINE1,        00850000
                    :DCM-ADDR-LINE2,:DCM-CITY,:DCM-STATE,               00860000
                    :DCM-ZIP,:DCM-PHONE,:DCM-TAX-ID)                    00870000
                 END-EXEC                                               00880000
                 IF SQLCODE = 0                                         00890000
                   EXEC SQL COMMIT END-EXEC                             00900000
                 ELSE                                                   00980000
                   EXEC SQL ROLLBACK END-EXEC                           00990000
                   DISPLAY 'SQLERROR ON INSERT:' SQLCODE                01000000
                 END-IF                                                 01001000
               END-IF                                                   01002000
               END-IF                                                   01003000
             END-IF                                                     01030000
           ELSE IF WS-FUNC-UPDATE                                       01040000
             EXEC SQL                                                   01050000
             SELECT CUST_NAME,ADDR_LINE1,ADDR_LINE2,CITY,STATE,ZIP,     01051000
                    CUST_STATUS,MERGED_TO,MAIL_STATUS,MAIL_DATE         01052000
             INTO :DCM-CUST-NAME,:DCM-ADDR-LINE1,:DCM-ADDR-LINE2,       01053000
                  :DCM-CITY,:DCM-STATE,:DCM-ZIP,                        01054000
                  :DCM-CUST-STATUS,:DCM-MERGED-TO,:DCM-MAIL-STATUS,     01055000
                  :DCM-MAIL-DATE                                        01056000
             FROM CUST_MASTER WHERE CUST_ID = :WS-CUST-ID               01080000
             END-EXEC                                                   01090000
             IF SQLCODE = 100                                           01100000
               DISPLAY 'CUSTOMER NOT FOUND!!!'                          01110000
             ELSE IF SQLCODE NOT = 0                                    01120000
               DISPLAY 'SQLERROR:' SQLCODE                              01130000
             ELSE IF DCM-CUST-STATUS = 'M'                              01131000
               DISPLAY 'CUSTOMER MERGED INTO ' DCM-MERGED-TO            01132000
             ELSE                                                       01140000
               MOVE SPACES TO WS-AUD-BEFORE                             01150000
               STRING 'NAME=' DCM-CUST-NAME-TEXT ' CITY=' DCM-CITY      01160000
                  OR WS-STATE = SPACES OR WS-ZIP = SPACES               01310000
                 DISPLAY 'ADDRESS, CITY, STATE, ZIP REQUIRED'           01320000
               ELSE                                                     01330000
                 MOVE 'N' TO WS-MAIL-CLEARED-SW                         01330100
                 IF DCM-MAIL-STATUS NOT = SPACE                         01330200
                   IF WS-ADDR-LINE1 NOT = DCM-ADDR-LINE1                01330300
                      OR WS-ADDR-LINE2 NOT = DCM-ADDR-LINE2             01330400
                      OR WS-CITY NOT = DCM-CITY                         01330500
                      OR WS-STATE NOT = DCM-STATE                       01330600
                      OR WS-ZIP NOT = DCM-ZIP                           01330700
                     SET WS-MAIL-CLEARED TO TRUE                        01330800
                     MOVE DCM-MAIL-DATE TO WS-MAIL-DATE                 01330900
                     MOVE SPACE TO DCM-MAIL-STATUS                      01331000
                     MOVE SPACES TO DCM-MAIL-DATE                       01331100
                   ELSE                                                 01331200
                     DISPLAY 'ADDRESS UNCHANGED - RETURNED MAIL FLAG '  01331300
                       'REMAINS SET'                                    01331400
                   END-IF                                               01331500
                 END-IF                                                 01331600
                 MOVE WS-ADDR-LINE1 TO DCM-ADDR-LINE1                   01340000
                 MOVE WS-ADDR-LINE2 TO DCM-ADDR-LINE2                   01350000
                 MOVE WS-CITY TO DCM-CITY                               01360000
                 SET ADDR_LINE1 = :DCM-ADDR-LINE1,                      01420000
                     ADDR_LINE2 = :DCM-ADDR-LINE2,                      01430000
                     CITY = :DCM-CITY, STATE = :DCM-STATE,              01440000
                     ZIP = :DCM-ZIP, PHONE = :DCM-PHONE,                01441000
                     MAIL_STATUS = :DCM-MAIL-STATUS,                    01442000
                     MAIL_DATE = :DCM-MAIL-DATE                         01443000
                 WHERE CUST_ID = :WS-CUST-ID                            01460000
                 END-EXEC                                               01470000
                 IF SQLCODE = 0 AND SQLERRD(3) = 1                      01480000
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                01530000
                   CALL 'HACK2AUD' USING 'U', WS-USER-ID, WS-CUST-ID,   01540000
                     WS-AUD-BEFORE, WS-AUD-AFTER                        01550000
                   IF WS-MAIL-CLEARED                                   01551000
                     DISPLAY 'RETURNED MAIL FLAG CLEARED'               01552000
                     MOVE SPACES TO WS-AUD-BEFORE                       01553000
                     STRING 'MAIL=RETURNED ' WS-MAIL-DATE               01554000
                       DELIMITED BY SIZE INTO WS-AUD-BEFORE             01555000
                     MOVE 'MAIL=OK ADDRESS CHANGED' TO WS-AUD-AFTER     01556000
                     CALL 'HACK2AUD' USING 'U', WS-USER-ID,             01557000
                       WS-CUST-ID, WS-AUD-BEFORE, WS-AUD-AFTER          01558000
                   END-IF                                               01559000
                 ELSE                                                   01560000
                   EXEC SQL ROLLBACK END-EXEC                           01570000
                   DISPLAY 'SQLERROR ON UPDATE:' SQLCODE                01580000
                 END-IF                                                 01590000
               END-IF                                                   01600000
             END-IF                                                     01610000
             END-IF                                                     01611000
           ELSE IF WS-FUNC-INQUIRE                                      01620000
             EXEC SQL                                                   01630000
             SELECT CUST_NAME,ADDR_LINE1,ADDR_LINE2,CITY,STATE,ZIP,     01640000
                    PHONE,TAX_ID,CUST_STATUS,MERGED_TO,MAIL_STATUS,     01641000
                    MAIL_DATE                                           01642000
             INTO :DCM-CUST-NAME,:DCM-ADDR-LINE1,:DCM-ADDR-LINE2,       01660000
                  :DCM-CITY,:DCM-STATE,:DCM-ZIP,:DCM-PHONE,             01670000
                  :DCM-TAX-ID,:DCM-CUST-STATUS,:DCM-MERGED-TO,          01671000
                  :DCM-MAIL-STATUS,:DCM-MAIL-DATE                       01672000
             FROM CUST_MASTER WHERE CUST_ID = :WS-CUST-ID               01680000
             END-EXEC                                                   01690000
             IF SQLCODE = 100                                           01700000
               DISPLAY '************CUSTOMER-DETAILS***************'    01750000
               DISPLAY 'CUSTOMER-ID  :' WS-CUST-ID                      01760000
               DISPLAY 'CUSTOMER-NAME:' DCM-CUST-NAME-TEXT              01770000
               IF DCM-CUST-STATUS = 'M'                                 01771000
                 DISPLAY 'STATUS       :MERGED INTO ' DCM-MERGED-TO     01772000
               END-IF                                                   01773000
               DISPLAY 'ADDRESS      :' DCM-ADDR-LINE1                  01780000
               DISPLAY '              ' DCM-ADDR-LINE2                  01790000
               DISPLAY 'CITY/ST/ZIP  :' DCM-CITY ' ' DCM-STATE          01800000
                 ' ' DCM-ZIP                                            01810000
               DISPLAY 'PHONE        :' DCM-PHONE                       01820000
               IF DCM-MAIL-STATUS = 'R'                                 01820100
                 DISPLAY 'MAIL         :RETURNED ' DCM-MAIL-DATE        01820200
                   ' - STATEMENTS HELD'                                 01820300
               END-IF                                                   01820400
               IF DCM-TAX-ID = SPACES                                   01821000
                 DISPLAY 'TAXPAYER ID  :NOT ON FILE'                    01822000
               ELSE                                                     01823000
                 MOVE '*****' TO WS-TAX-ID-MASK                         01824000
                 MOVE DCM-TAX-ID(6:4) TO WS-TAX-ID-MASK(6:4)            01825000
                 DISPLAY 'TAXPAYER ID  :' WS-TAX-ID-MASK                01826000
               END-IF                                                   01827000
               DISPLAY 'ACCOUNTS FOR THIS CUSTOMER:'                    01830000
               EXEC SQL                                                 01840000
               DECLARE C-CST-ACCTS CURSOR FOR                           01850000
               END-PERFORM                                              02110000
               EXEC SQL CLOSE C-CST-ACCTS END-EXEC                      02120000
               DISPLAY 'ACCOUNTS LISTED:' WS-ACC-COUNT                  02130000
               DISPLAY 'OTHER ACCOUNT RELATIONSHIPS:'                   02130100
               MOVE 'N' TO WS-EOF-SW                                    02130200
               EXEC SQL                                                 02130300
               DECLARE C-CST-PARTY CURSOR FOR                           02130400
               SELECT O.ACC_NO,O.OWN_ROLE,A.ACC_BAL,A.ACC_STATUS        02130500
               FROM ACC_OWNER O, ACC_DETAILS A                          02130600
               WHERE O.CUST_ID = :WS-CUST-ID                            02130700
               AND A.ACC_NO = O.ACC_NO                                  02130800
               ORDER BY O.ACC_NO                                        02130900
               END-EXEC                                                 02131000
               EXEC SQL OPEN C-CST-PARTY END-EXEC                       02131100
               IF SQLCODE NOT = 0                                       02131200
                 DISPLAY 'SQLERROR ON OPEN:' SQLCODE                    02131300
                 SET WS-EOF TO TRUE                                     02131400
               END-IF                                                   02131500
               PERFORM UNTIL WS-EOF                                     02131600
                 EXEC SQL                                               02131700
                 FETCH C-CST-PARTY                                      02131800
                 INTO :DCO-ACC-NO,:DCO-OWN-ROLE,:DCL-ACC-BAL,           02131900
                      :DCL-ACC-STATUS                                   02132000
                 END-EXEC                                               02132100
                 IF SQLCODE = 100                                       02132200
                   SET WS-EOF TO TRUE                                   02132300
                 ELSE IF SQLCODE NOT = 0                                02132400
                   DISPLAY 'SQLERROR ON FETCH:' SQLCODE                 02132500
                   SET WS-EOF TO TRUE                                   02132600
                 ELSE                                                   02132700
                   IF DCO-OWN-ROLE = 'J'                                02132800
                     MOVE 'JOINT OWNER' TO WS-ROLE-LABEL                02132900
                   ELSE IF DCO-OWN-ROLE = 'A'                           02133000
                     MOVE 'POWER OF ATTORNEY' TO WS-ROLE-LABEL          02133100
                   ELSE IF DCO-OWN-ROLE = 'B'                           02133200
                     MOVE 'BENEFICIARY' TO WS-ROLE-LABEL                02133300
                   ELSE                                                 02133400
                     MOVE DCO-OWN-ROLE TO WS-ROLE-LABEL                 02133500
                   END-IF                                               02133600
                   END-IF                                               02133700
                   END-IF                                               02133800
                   MOVE DCL-ACC-BAL TO WS-ACC-BAL                       02133900
                   DISPLAY DCO-ACC-NO ' ' WS-ACC-BAL ' '                02134000
                     DCL-ACC-STATUS ' ' WS-ROLE-LABEL                   02134100
                   ADD 1 TO WS-REL-COUNT                                02134200
                 END-IF                                                 02134300
                 END-IF                                                 02134400
               END-PERFORM                                              02134500
               EXEC SQL CLOSE C-CST-PARTY END-EXEC                      02134600
               DISPLAY 'RELATIONSHIPS LISTED:' WS-REL-COUNT             02134700
               MOVE SPACES TO WS-AUD-BEFORE                             02140000
               STRING 'CUSTOMER INQUIRY NAME=' DCM-CUST-NAME-TEXT       02150000
                 DELIMITED BY SIZE INTO WS-AUD-BEFORE                   02160000
             END-IF                                                     02200000
           ELSE IF WS-FUNC-LINK                                         02210000
             EXEC SQL                                                   02220000
             SELECT CUST_STATUS,MERGED_TO                               02221000
             INTO :DCM-CUST-STATUS,:DCM-MERGED-TO                       02222000
             FROM CUST_MASTER WHERE CUST_ID = :WS-CUST-ID               02240000
             END-EXEC                                                   02250000
             IF SQLCODE = 100                                           02251000
               DISPLAY 'CUSTOMER NOT FOUND!!!'                          02270000
             ELSE IF SQLCODE NOT = 0                                    02271000
               DISPLAY 'SQLERROR:' SQLCODE                              02272000
             ELSE IF DCM-CUST-STATUS = 'M'                              02273000
               DISPLAY 'CUSTOMER MERGED INTO ' DCM-MERGED-TO            02274000
             ELSE                                                       02280000
               DISPLAY 'ENTER ACCOUNT NUMBER TO LINK:'                  02290000
               ACCEPT WS-ACC-NO                                         02300000
                 ELSE IF SQLCODE NOT = 0                                02400000
                   DISPLAY 'SQLERROR:' SQLCODE                          02410000
                 ELSE                                                   02420000
                   EXEC SQL                                             02420100
                   SELECT OWN_ROLE INTO :DCO-OWN-ROLE                   02420200
                   FROM ACC_OWNER                                       02420300
                   WHERE ACC_NO = :WS-ACC-NO                            02420400
                   AND CUST_ID = :WS-CUST-ID                            02420500
                   END-EXEC                                             02420600
                   IF SQLCODE = 0                                       02420700
                     DISPLAY 'CUSTOMER IS ALREADY A PARTY, ROLE '       02420800
                       DCO-OWN-ROLE                                     02420900
                     DISPLAY 'REMOVE THE PARTY ROLE BEFORE LINKING'     02421000
                   ELSE IF SQLCODE NOT = 100                            02421100
                     DISPLAY 'SQLERROR:' SQLCODE                        02421200
                   ELSE                                                 02421300
                     EXEC SQL                                           02430000
                     UPDATE ACC_DETAILS SET CUST_ID = :WS-CUST-ID       02440000
                     WHERE ACC_NO = :WS-ACC-NO                          02450000
                     END-EXEC                                           02460000
                     IF SQLCODE = 0 AND SQLERRD(3) = 1                  02470000
                       EXEC SQL COMMIT END-EXEC                         02480000
                       DISPLAY 'ACCOUNT ' WS-ACC-NO                     02490000
                         ' LINKED TO CUSTOMER ' WS-CUST-ID              02500000
                       MOVE SPACES TO WS-AUD-BEFORE                     02510000
                       STRING 'CUST=' DCL-CUST-ID                       02520000
                         DELIMITED BY SIZE INTO WS-AUD-BEFORE           02530000
                       MOVE SPACES TO WS-AUD-AFTER                      02540000
                       STRING 'CUST=' WS-CUST-ID                        02550000
                         DELIMITED BY SIZE INTO WS-AUD-AFTER            02560000
                       CALL 'HACK2AUD' USING 'U', WS-USER-ID,           02570000
                         WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER         02580000
                     ELSE                                               02590000
                       EXEC SQL ROLLBACK END-EXEC                       02600000
                       DISPLAY 'SQLERROR ON LINK:' SQLCODE              02610000
                     END-IF                                             02620000
                   END-IF                                               02621000
                   END-IF                                               02622000
                 END-IF                                                 02630000
               END-IF                                                   02640000
             END-IF                                                     02650000
             END-IF                                                     02650001
             END-IF                                                     02650002
           ELSE IF WS-FUNC-PARTY                                        02650010
             EXEC SQL                                                   02650020
             SELECT CUST_STATUS,MERGED_TO                               02650021
             INTO :DCM-CUST-STATUS,:DCM-MERGED-TO                       02650022
             FROM CUST_MASTER WHERE CUST_ID = :WS-CUST-ID               02650040
             END-EXEC                                                   02650050
             IF SQLCODE = 100                                           02650060
               DISPLAY 'CUSTOMER NOT FOUND!!!'                          02650070
             ELSE IF SQLCODE NOT = 0                                    02650071
               DISPLAY 'SQLERROR:' SQLCODE                              02650072
             ELSE IF DCM-CUST-STATUS = 'M'                              02650073
               DISPLAY 'CUSTOMER MERGED INTO ' DCM-MERGED-TO            02650074
             ELSE                                                       02650080
               DISPLAY 'ENTER ACCOUNT NUMBER:'                          02650090
               ACCEPT WS-ACC-NO                                         02650100
               DISPLAY 'ENTER ACTION (A-ADD/D-DELETE):'                 02650110
               ACCEPT WS-PARTY-ACTION                                   02650120
               IF WS-ACC-NO = SPACES OR WS-ACC-NO NOT NUMERIC           02650130
                 DISPLAY 'INVALID ACCOUNT NUMBER FORMAT'                02650140
               ELSE IF NOT WS-PARTY-ADD AND NOT WS-PARTY-DELETE         02650150
                 DISPLAY 'INVALID ACTION CODE'                          02650160
               ELSE                                                     02650170
                 EXEC SQL                                               02650180
                 SELECT CUST_ID,ACC_STATUS                              02650190
                 INTO :DCL-CUST-ID,:DCL-ACC-STATUS                      02650200
                 FROM ACC_DETAILS WHERE ACC_NO = :WS-ACC-NO             02650210
                 END-EXEC                                               02650220
                 IF SQLCODE = 100                                       02650230
                   DISPLAY 'ACCOUNT NOT FOUND!!!'                       02650240
                 ELSE IF SQLCODE NOT = 0                                02650250
                   DISPLAY 'SQLERROR:' SQLCODE                          02650260
                 ELSE                                                   02650270
                   MOVE 'N' TO WS-PARTY-SW                              02650280
                   EXEC SQL                                             02650290
                   SELECT OWN_ROLE INTO :DCO-OWN-ROLE                   02650300
                   FROM ACC_OWNER                                       02650310
                   WHERE ACC_NO = :WS-ACC-NO                            02650320
                   AND CUST_ID = :WS-CUST-ID                            02650330
                   END-EXEC                                             02650340
                   IF SQLCODE = 0                                       02650350
                     SET WS-PARTY-FOUND TO TRUE                         02650360
                   END-IF                                               02650370
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100             02650380
                     DISPLAY 'SQLERROR:' SQLCODE                        02650390
                   ELSE IF WS-PARTY-ADD                                 02650400
                     IF WS-PARTY-FOUND                                  02650410
                       DISPLAY 'CUSTOMER IS ALREADY A PARTY, ROLE '     02650420
                         DCO-OWN-ROLE                                   02650430
                     ELSE IF DCL-CUST-ID = WS-CUST-ID                   02650440
                       DISPLAY 'CUSTOMER IS THE PRIMARY OWNER'          02650450
                     ELSE IF DCL-ACC-STATUS = 'I'                       02650460
                       DISPLAY 'ACCOUNT IS INACTIVE!!!'                 02650470
                     ELSE                                               02650480
                       DISPLAY 'ENTER ROLE (J-JOINT/A-POWER OF '        02650490
                         'ATTORNEY/B-BENEFICIARY):'                     02650500
                       ACCEPT WS-ROLE                                   02650510
                       IF NOT WS-ROLE-VALID                             02650520
                         DISPLAY 'INVALID ROLE CODE'                    02650530
                       ELSE                                             02650540
                         CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG 02650550
                         MOVE WS-ACC-NO TO DCO-ACC-NO                   02650560
                         MOVE WS-CUST-ID TO DCO-CUST-ID                 02650570
                         MOVE WS-ROLE TO DCO-OWN-ROLE                   02650580
                         MOVE WS-CUR-DATE TO DCO-OWN-DATE               02650590
                         MOVE WS-USER-ID TO DCO-OWN-USER                02650600
                         EXEC SQL                                       02650610
                         INSERT INTO ACC_OWNER                          02650620
                           (ACC_NO,CUST_ID,OWN_ROLE,OWN_DATE,OWN_USER)  02650630
                         VALUES                                         02650640
                           (:DCO-ACC-NO,:DCO-CUST-ID,:DCO-OWN-ROLE,     02650650
                            :DCO-OWN-DATE,:DCO-OWN-USER)                02650660
                         END-EXEC                                       02650670
                         IF SQLCODE = 0                                 02650680
                           EXEC SQL COMMIT END-EXEC                     02650690
                           DISPLAY 'CUSTOMER ' WS-CUST-ID               02650700
                             ' ADDED TO ACCOUNT ' WS-ACC-NO             02650710
                             ' ROLE ' WS-ROLE                           02650720
                           MOVE SPACES TO WS-AUD-BEFORE                 02650730
                           STRING 'PARTY=' WS-CUST-ID ' ROLE=NONE'      02650740
                             DELIMITED BY SIZE INTO WS-AUD-BEFORE       02650750
                           MOVE SPACES TO WS-AUD-AFTER                  02650760
                           STRING 'PARTY=' WS-CUST-ID ' ROLE=' WS-ROLE  02650770
                             DELIMITED BY SIZE INTO WS-AUD-AFTER        02650780
                           CALL 'HACK2AUD' USING 'U', WS-USER-ID,       02650790
                             WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER     02650800
                         ELSE                                           02650810
                           EXEC SQL ROLLBACK END-EXEC                   02650820
                           DISPLAY 'SQLERROR ON INSERT:' SQLCODE        02650830
                         END-IF                                         02650840
                       END-IF                                           02650850
                     END-IF                                             02650860
                     END-IF                                             02650870
                     END-IF                                             02650880
                   ELSE                                                 02650890
                     IF NOT WS-PARTY-FOUND                              02650900
                       DISPLAY 'CUSTOMER IS NOT A PARTY TO THIS ACCOUNT'02650910
                     ELSE                                               02650920
                       EXEC SQL                                         02650930
                       DELETE FROM ACC_OWNER                            02650940
                       WHERE ACC_NO = :WS-ACC-NO                        02650950
                       AND CUST_ID = :WS-CUST-ID                        02650960
                       END-EXEC                                         02650970
                       IF SQLCODE = 0 AND SQLERRD(3) = 1                02650980
                         EXEC SQL COMMIT END-EXEC                       02650990
                         DISPLAY 'CUSTOMER ' WS-CUST-ID                 02651000
                           ' REMOVED FROM ACCOUNT ' WS-ACC-NO           02651010
                         MOVE SPACES TO WS-AUD-BEFORE                   02651020
                         STRING 'PARTY=' WS-CUST-ID ' ROLE='            02651030
                           DCO-OWN-ROLE                                 02651040
                           DELIMITED BY SIZE INTO WS-AUD-BEFORE         02651050
                         MOVE SPACES TO WS-AUD-AFTER                    02651060
                         STRING 'PARTY=' WS-CUST-ID ' ROLE=NONE'        02651070
                           DELIMITED BY SIZE INTO WS-AUD-AFTER          02651080
                         CALL 'HACK2AUD' USING 'U', WS-USER-ID,         02651090
                           WS-ACC-NO, WS-AUD-BEFORE, WS-AUD-AFTER       02651100
                       ELSE                                             02651110
                         EXEC SQL ROLLBACK END-EXEC                     02651120
                         DISPLAY 'SQLERROR ON DELETE:' SQLCODE          02651130
                       END-IF                                           02651140
                     END-IF                                             02651150
                   END-IF                                               02651160
                   END-IF                                               02651170
                 END-IF                                                 02651180
                 END-IF                                                 02651190
               END-IF                                                   02651200
               END-IF                                                   02651210
             END-IF                                                     02651220
             END-IF                                                     02652220
             END-IF                                                     02653220
           ELSE IF WS-FUNC-MAIL                                         02653230
             EXEC SQL                                                   02653240
             SELECT CUST_STATUS,MERGED_TO,MAIL_STATUS,MAIL_DATE         02653250
             INTO :DCM-CUST-STATUS,:DCM-MERGED-TO,:DCM-MAIL-STATUS,     02653260
                  :DCM-MAIL-DATE                                        02653270
             FROM CUST_MASTER WHERE CUST_ID = :WS-CUST-ID               02653280
             END-EXEC                                                   02653290
             IF SQLCODE = 100                                           02653300
               DISPLAY 'CUSTOMER NOT FOUND!!!'                          02653310
             ELSE IF SQLCODE NOT = 0                                    02653320
               DISPLAY 'SQLERROR:' SQLCODE                              02653330
             ELSE IF DCM-CUST-STATUS = 'M'                              02653340
               DISPLAY 'CUSTOMER MERGED INTO ' DCM-MERGED-TO            02653350
             ELSE                                                       02653360
               MOVE SPACES TO WS-AUD-BEFORE                             02653370
               IF DCM-MAIL-STATUS = 'R'                                 02653380
                 DISPLAY 'MAIL RETURNED ON ' DCM-MAIL-DATE              02653390
                 STRING 'MAIL=RETURNED ' DCM-MAIL-DATE                  02653400
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 02653410
               ELSE                                                     02653420
                 DISPLAY 'NO RETURNED MAIL ON FILE'                     02653430
                 MOVE 'MAIL=OK' TO WS-AUD-BEFORE                        02653440
               END-IF                                                   02653450
               DISPLAY 'ENTER ACTION (S-SET RETURNED/C-CLEAR):'         02653460
               ACCEPT WS-MAIL-ACTION                                    02653470
               CALL 'HACK2BDT' USING WS-CUR-DATE, WS-BDT-FLAG           02653480
               MOVE SPACES TO WS-MAIL-DATE                              02653490
               IF WS-MAIL-SET                                           02653500
                 DISPLAY 'ENTER DATE MAIL RETURNED (YYYYMMDD, '         02653510
                   'BLANK FOR ' WS-CUR-DATE '):'                        02653520
                 ACCEPT WS-MAIL-DATE                                    02653530
                 IF WS-MAIL-DATE = SPACES                               02653540
                   MOVE WS-CUR-DATE TO WS-MAIL-DATE                     02653550
                 END-IF                                                 02653560
               END-IF                                                   02653570
               IF NOT WS-MAIL-SET AND NOT WS-MAIL-CLEAR                 02653580
                 DISPLAY 'INVALID ACTION CODE'                          02653590
               ELSE IF WS-MAIL-CLEAR AND DCM-MAIL-STATUS = SPACE        02653600
                 DISPLAY 'RETURNED MAIL FLAG IS NOT SET'                02653610
               ELSE IF WS-MAIL-SET                                      02653620
                  AND (WS-MAIL-DATE NOT NUMERIC                         02653630
                       OR WS-MAIL-DATE > WS-CUR-DATE)                   02653640
                 DISPLAY 'INVALID RETURN DATE'                          02653650
               ELSE                                                     02653660
                 IF WS-MAIL-SET                                         02653670
                   MOVE 'R' TO DCM-MAIL-STATUS                          02653680
                 ELSE                                                   02653690
                   MOVE SPACE TO DCM-MAIL-STATUS                        02653700
                 END-IF                                                 02653710
                 MOVE WS-MAIL-DATE TO DCM-MAIL-DATE                     02653720
                 EXEC SQL                                               02653730
                 UPDATE CUST_MASTER                                     02653740
                 SET MAIL_STATUS = :DCM-MAIL-STATUS,                    02653750
                     MAIL_DATE = :DCM-MAIL-DATE                         02653760
                 WHERE CUST_ID = :WS-CUST-ID                            02653770
                 END-EXEC                                               02653780
                 IF SQLCODE = 0 AND SQLERRD(3) = 1                      02653790
                   EXEC SQL COMMIT END-EXEC                             02653800
                   MOVE SPACES TO WS-AUD-AFTER                          02653810
                   IF WS-MAIL-SET                                       02653820
                     DISPLAY 'RETURNED MAIL FLAG SET:' WS-CUST-ID       02653830
                     STRING 'MAIL=RETURNED ' WS-MAIL-DATE               02653840
                       DELIMITED BY SIZE INTO WS-AUD-AFTER              02653850
                   ELSE                                                 02653860
                     DISPLAY 'RETURNED MAIL FLAG CLEARED:' WS-CUST-ID   02653870
                     MOVE 'MAIL=OK' TO WS-AUD-AFTER                     02653880
                   END-IF                                               02653890
                   CALL 'HACK2AUD' USING 'U', WS-USER-ID, WS-CUST-ID,   02653900
                     WS-AUD-BEFORE, WS-AUD-AFTER                        02653910
                 ELSE                                                   02653920
                   EXEC SQL ROLLBACK END-EXEC                           02653930
                   DISPLAY 'SQLERROR ON UPDATE:' SQLCODE                02653940
                 END-IF                                                 02653950
               END-IF                                                   02653960
               END-IF                                                   02653970
               END-IF                                                   02653980
             END-IF                                                     02653990
             END-IF                                                     02654000
             END-IF                                                     02654010
           ELSE IF WS-FUNC-TAXID                                        02660000
             EXEC SQL                                                   02660100
             SELECT TAX_ID,CUST_STATUS,MERGED_TO                        02660110
             INTO :DCM-TAX-ID,:DCM-CUST-STATUS,:DCM-MERGED-TO           02660120
             FROM CUST_MASTER WHERE CUST_ID = :WS-CUST-ID               02660300
             END-EXEC                                                   02660400
             IF SQLCODE = 100                                           02660500
               DISPLAY 'CUSTOMER NOT FOUND!!!'                          02660600
             ELSE IF SQLCODE NOT = 0                                    02660700
               DISPLAY 'SQLERROR:' SQLCODE                              02660800
             ELSE IF DCM-CUST-STATUS = 'M'                              02660810
               DISPLAY 'CUSTOMER MERGED INTO ' DCM-MERGED-TO            02660820
             ELSE                                                       02660900
               MOVE SPACES TO WS-AUD-BEFORE                             02661000
               IF DCM-TAX-ID = SPACES                                   02661100
                 MOVE 'TIN=NONE' TO WS-AUD-BEFORE                       02661200
               ELSE                                                     02661300
                 MOVE '*****' TO WS-TAX-ID-MASK                         02661400
                 MOVE DCM-TAX-ID(6:4) TO WS-TAX-ID-MASK(6:4)            02661500
                 STRING 'TIN=' WS-TAX-ID-MASK                           02661600
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE                 02661700
               END-IF                                                   02661800
               DISPLAY 'ENTER TAXPAYER ID (9 DIGITS):'                  02661900
               ACCEPT WS-TAX-ID                                         02662000
               IF WS-TAX-ID NOT NUMERIC                                 02662100
                 DISPLAY 'TAXPAYER ID MUST BE 9 DIGITS'                 02662200
               ELSE                                                     02662300
                 EXEC SQL                                               02662400
                 UPDATE CUST_MASTER SET TAX_ID = :WS-TAX-ID             02662500
                 WHERE CUST_ID = :WS-CUST-ID                            02662600
                 END-EXEC                                               02662700
                 IF SQLCODE = 0 AND SQLERRD(3) = 1                      02662800
                   EXEC SQL COMMIT END-EXEC                             02662900
                   DISPLAY 'TAXPAYER ID UPDATED:' WS-CUST-ID            02663000
                   MOVE '*****' TO WS-TAX-ID-MASK                       02663100
                   MOVE WS-TAX-ID(6:4) TO WS-TAX-ID-MASK(6:4)           02663200
                   MOVE SPACES TO WS-AUD-AFTER                          02663300
                   STRING 'TIN=' WS-TAX-ID-MASK                         02663400
                     DELIMITED BY SIZE INTO WS-AUD-AFTER                02663500
                   CALL 'HACK2AUD' USING 'U', WS-USER-ID, WS-CUST-ID,   02663600
                     WS-AUD-BEFORE, WS-AUD-AFTER                        02663700
                 ELSE                                                   02663800
                   EXEC SQL ROLLBACK END-EXEC                           02663900
                   DISPLAY 'SQLERROR ON UPDATE:' SQLCODE                02664000
                 END-IF                                                 02664100
               END-IF                                                   02664200
             END-IF                                                     02664300
             END-IF                                                     02664310
           ELSE IF WS-FUNC-MERGE                                        02664320
             EXEC SQL                                                   02664330
             SELECT CUST_NAME,TAX_ID,CUST_STATUS,MERGED_TO              02664340
             INTO :DCM-CUST-NAME,:DCM-TAX-ID,:DCM-CUST-STATUS,          02664350
                  :DCM-MERGED-TO                                        02664360
             FROM CUST_MASTER WHERE CUST_ID = :WS-CUST-ID               02664370
             END-EXEC                                                   02664380
             IF SQLCODE = 100                                           02664390
               DISPLAY 'CUSTOMER NOT FOUND!!!'                          02664400
             ELSE IF SQLCODE NOT = 0                                    02664410
               DISPLAY 'SQLERROR:' SQLCODE                              02664420
             ELSE IF DCM-CUST-STATUS = 'M'                              02664430
               DISPLAY 'CUSTOMER MERGED INTO ' DCM-MERGED-TO            02664440
             ELSE                                                       02664450
               MOVE DCM-CUST-NAME-TEXT TO WS-SURV-NAME                  02664460
               MOVE DCM-TAX-ID TO WS-SURV-TAX-ID                        02664470
               DISPLAY 'SURVIVING CUSTOMER:' WS-CUST-ID ' ' WS-SURV-NAME02664480
               DISPLAY 'ENTER CUSTOMER ID TO MERGE AND RETIRE:'         02664490
               ACCEPT WS-LOSER-ID                                       02664500
               IF WS-LOSER-ID = SPACES OR WS-LOSER-ID NOT NUMERIC       02664510
                 DISPLAY 'INVALID CUSTOMER ID FORMAT'                   02664520
               ELSE IF WS-LOSER-ID = WS-CUST-ID                         02664530
                 DISPLAY 'CANNOT MERGE A CUSTOMER INTO ITSELF'          02664540
               ELSE                                                     02664550
                 EXEC SQL                                               02664560
                 SELECT CUST_NAME,ADDR_LINE1,ADDR_LINE2,CITY,STATE,     02664570
                        ZIP,PHONE,TAX_ID,CUST_STATUS,MERGED_TO          02664580
                 INTO :DCM-CUST-NAME,:DCM-ADDR-LINE1,:DCM-ADDR-LINE2,   02664590
                      :DCM-CITY,:DCM-STATE,:DCM-ZIP,:DCM-PHONE,         02664600
                      :DCM-TAX-ID,:DCM-CUST-STATUS,:DCM-MERGED-TO       02664610
                 FROM CUST_MASTER WHERE CUST_ID = :WS-LOSER-ID          02664620
                 END-EXEC                                               02664630
                 IF SQLCODE = 100                                       02664640
                   DISPLAY 'CUSTOMER NOT FOUND!!!'                      02664650
                 ELSE IF SQLCODE NOT = 0                                02664660
                   DISPLAY 'SQLERROR:' SQLCODE                          02664670
                 ELSE IF DCM-CUST-STATUS = 'M'                          02664680
                   DISPLAY 'CUSTOMER ALREADY MERGED INTO ' DCM-MERGED-TO02664690
                 ELSE IF DCM-TAX-ID NOT = SPACES                        02664700
                    AND WS-SURV-TAX-ID NOT = SPACES                     02664710
                    AND DCM-TAX-ID NOT = WS-SURV-TAX-ID                 02664720
                   DISPLAY 'TAXPAYER IDS DIFFER - CANNOT MERGE'         02664730
                 ELSE                                                   02664740
                   MOVE DCM-CUST-NAME-TEXT TO WS-CUST-NAME              02664750
                   MOVE DCM-ADDR-LINE1 TO WS-ADDR-LINE1                 02664760
                   MOVE DCM-ADDR-LINE2 TO WS-ADDR-LINE2                 02664770
                   MOVE DCM-CITY TO WS-CITY                             02664780
                   MOVE DCM-STATE TO WS-STATE                           02664790
                   MOVE DCM-ZIP TO WS-ZIP                               02664800
                   MOVE DCM-PHONE TO WS-PHONE                           02664810
                   MOVE DCM-TAX-ID TO WS-TAX-ID                         02664820
                   MOVE DCM-CUST-STATUS TO WS-LOSER-STATUS              02664830
                   MOVE DCM-MERGED-TO TO WS-LOSER-MRG                   02664840
                   MOVE 0 TO WS-MRG-ACC-COUNT                           02664850
                   MOVE 0 TO WS-MRG-OWN-COUNT                           02664860
                   MOVE 'N' TO WS-MRG-ERR-SW                            02664870
                   MOVE 'N' TO WS-MRG-FULL-SW                           02664880
                   MOVE 'N' TO WS-EOF-SW                                02664890
                   EXEC SQL                                             02664900
                   DECLARE C-CST-MRG-ACC CURSOR FOR                     02664910
                   SELECT ACC_NO FROM ACC_DETAILS                       02664920
                   WHERE CUST_ID = :WS-LOSER-ID                         02664930
                   ORDER BY ACC_NO                                      02664940
                   END-EXEC                                             02664950
                   EXEC SQL OPEN C-CST-MRG-ACC END-EXEC                 02664960
                   IF SQLCODE NOT = 0                                   02664970
                     DISPLAY 'SQLERROR ON OPEN:' SQLCODE                02664980
                     SET WS-MRG-ERR TO TRUE                             02664990
                     SET WS-EOF TO TRUE                                 02665000
                   END-IF                                               02665010
                   PERFORM UNTIL WS-EOF                                 02665020
                     EXEC SQL                                           02665030
                     FETCH C-CST-MRG-ACC INTO :DCL-ACC-NO               02665040
                     END-EXEC                                           02665050
                     IF SQLCODE = 100                                   02665060
                       SET WS-EOF TO TRUE                               02665070
                     ELSE IF SQLCODE NOT = 0                            02665080
                       DISPLAY 'SQLERROR ON FETCH:' SQLCODE             02665090
                       SET WS-MRG-ERR TO TRUE                           02665100
                       SET WS-EOF TO TRUE                               02665110
                     ELSE IF WS-MRG-ACC-COUNT NOT < WS-MRG-MAX          02665120
                       SET WS-MRG-FULL TO TRUE                          02665130
                       SET WS-EOF TO TRUE                               02665140
                     ELSE                                               02665150
                       ADD 1 TO WS-MRG-ACC-COUNT                        02665160
                       MOVE DCL-ACC-NO TO WS-MA-ACC(WS-MRG-ACC-COUNT)   02665170
                       MOVE SPACE TO WS-MA-DROP(WS-MRG-ACC-COUNT)       02665180
                     END-IF                                             02665190
                     END-IF                                             02665200
                     END-IF                                             02665210
                   END-PERFORM                                          02665220
                   EXEC SQL CLOSE C-CST-MRG-ACC END-EXEC                02665230
                   MOVE 'N' TO WS-EOF-SW                                02665240
                   EXEC SQL                                             02665250
                   DECLARE C-CST-MRG-OWN CURSOR FOR                     02665260
                   SELECT ACC_NO,OWN_ROLE FROM ACC_OWNER                02665270
                   WHERE CUST_ID = :WS-LOSER-ID                         02665280
                   ORDER BY ACC_NO                                      02665290
                   END-EXEC                                             02665300
                   EXEC SQL OPEN C-CST-MRG-OWN END-EXEC                 02665310
                   IF SQLCODE NOT = 0                                   02665320
                     DISPLAY 'SQLERROR ON OPEN:' SQLCODE                02665330
                     SET WS-MRG-ERR TO TRUE                             02665340
                     SET WS-EOF TO TRUE                                 02665350
                   END-IF                                               02665360
                   PERFORM UNTIL WS-EOF                                 02665370
                     EXEC SQL                                           02665380
                     FETCH C-CST-MRG-OWN                                02665390
                     INTO :DCO-ACC-NO,:DCO-OWN-ROLE                     02665400
                     END-EXEC                                           02665410
                     IF SQLCODE = 100                                   02665420
                       SET WS-EOF TO TRUE                               02665430
                     ELSE IF SQLCODE NOT = 0                            02665440
                       DISPLAY 'SQLERROR ON FETCH:' SQLCODE             02665450
                       SET WS-MRG-ERR TO TRUE                           02665460
                       SET WS-EOF TO TRUE                               02665470
                     ELSE IF WS-MRG-OWN-COUNT NOT < WS-MRG-MAX          02665480
                       SET WS-MRG-FULL TO TRUE                          02665490
                       SET WS-EOF TO TRUE                               02665500
                     ELSE                                               02665510
                       ADD 1 TO WS-MRG-OWN-COUNT                        02665520
                       MOVE DCO-ACC-NO TO WS-MO-ACC(WS-MRG-OWN-COUNT)   02665530
                       MOVE DCO-OWN-ROLE TO WS-MO-ROLE(WS-MRG-OWN-COUNT)02665540
                       MOVE SPACE TO WS-MO-ACTION(WS-MRG-OWN-COUNT)     02665550
                     END-IF                                             02665560
                     END-IF                                             02665570
                     END-IF                                             02665580
                   END-PERFORM                                          02665590
                   EXEC SQL CLOSE C-CST-MRG-OWN END-EXEC                02665600
                   IF WS-MRG-ERR                                        02665610
                     DISPLAY 'MERGE NOT STARTED - SQL ERROR'            02665620
                   ELSE IF WS-MRG-FULL                                  02665630
                     DISPLAY 'TOO MANY ACCOUNTS TO MERGE - LIMIT '      02665640
                       WS-MRG-MAX                                       02665650
                   ELSE                                                 02665660
                     MOVE WS-MRG-ACC-COUNT TO WS-MRG-CNT-ED             02665670
                     MOVE WS-MRG-OWN-COUNT TO WS-MRG-REL-ED             02665680
                     DISPLAY 'MERGE    ' WS-LOSER-ID ' ' WS-CUST-NAME   02665690
                     DISPLAY '   INTO  ' WS-CUST-ID ' ' WS-SURV-NAME    02665700
                     DISPLAY 'ACCOUNTS TO RE-POINT     :' WS-MRG-CNT-ED 02665710
                     DISPLAY 'RELATIONSHIPS TO RE-POINT:' WS-MRG-REL-ED 02665720
                     DISPLAY 'CONFIRM MERGE (Y/N):'                     02665730
                     ACCEPT WS-CONFIRM                                  02665740
                     IF WS-CONFIRM NOT = 'Y'                            02665750
                       DISPLAY 'MERGE CANCELLED'                        02665760
                     ELSE                                               02665770
                       PERFORM VARYING WS-SUB FROM 1 BY 1               02665780
                         UNTIL WS-SUB > WS-MRG-ACC-COUNT OR WS-MRG-ERR  02665790
                         MOVE WS-MA-ACC(WS-SUB) TO WS-ACC-NO            02665800
                         EXEC SQL                                       02665810
                         UPDATE ACC_DETAILS SET CUST_ID = :WS-CUST-ID   02665820
                         WHERE ACC_NO = :WS-ACC-NO                      02665830
                         AND CUST_ID = :WS-LOSER-ID                     02665840
                         END-EXEC                                       02665850
                         IF SQLCODE NOT = 0 OR SQLERRD(3) NOT = 1       02665860
                           DISPLAY 'SQLERROR ON ACCOUNT ' WS-ACC-NO     02665870
                             ':' SQLCODE                                02665880
                           SET WS-MRG-ERR TO TRUE                       02665890
                         ELSE                                           02665900
                           EXEC SQL                                     02665910
                           SELECT OWN_ROLE INTO :DCO-OWN-ROLE           02665920
                           FROM ACC_OWNER                               02665930
                           WHERE ACC_NO = :WS-ACC-NO                    02665940
                           AND CUST_ID = :WS-CUST-ID                    02665950
                           END-EXEC                                     02665960
                           IF SQLCODE = 0                               02665970
                             MOVE DCO-OWN-ROLE TO WS-MA-DROP(WS-SUB)    02665980
                             EXEC SQL                                   02665990
                             DELETE FROM ACC_OWNER                      02666000
                             WHERE ACC_NO = :WS-ACC-NO                  02666010
                             AND CUST_ID = :WS-CUST-ID                  02666020
                             END-EXEC                                   02666030
                           END-IF                                       02666040
                           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100     02666050
                             DISPLAY 'SQLERROR ON ACCOUNT ' WS-ACC-NO   02666060
                               ':' SQLCODE                              02666070
                             SET WS-MRG-ERR TO TRUE                     02666080
                           END-IF                                       02666090
                         END-IF                                         02666100
                       END-PERFORM                                      02666110
                       PERFORM VARYING WS-SUB FROM 1 BY 1               02666120
                         UNTIL WS-SUB > WS-MRG-OWN-COUNT OR WS-MRG-ERR  02666130
                         MOVE WS-MO-ACC(WS-SUB) TO WS-ACC-NO            02666140
                         EXEC SQL                                       02666150
                         SELECT COUNT(*) INTO :WS-DUP-COUNT             02666160
                         FROM ACC_DETAILS WHERE ACC_NO = :WS-ACC-NO     02666170
                         AND (CUST_ID = :WS-CUST-ID                     02666180
                           OR ACC_NO IN (SELECT ACC_NO FROM ACC_OWNER   02666190
                                         WHERE CUST_ID = :WS-CUST-ID))  02666200
                         END-EXEC                                       02666210
                         IF SQLCODE = 0                                 02666220
                           IF WS-DUP-COUNT > 0                          02666230
                             MOVE 'D' TO WS-MO-ACTION(WS-SUB)           02666240
                             EXEC SQL                                   02666250
                             DELETE FROM ACC_OWNER                      02666260
                             WHERE ACC_NO = :WS-ACC-NO                  02666270
                             AND CUST_ID = :WS-LOSER-ID                 02666280
                             END-EXEC                                   02666290
                           ELSE                                         02666300
                             MOVE 'U' TO WS-MO-ACTION(WS-SUB)           02666310
                             EXEC SQL                                   02666320
                             UPDATE ACC_OWNER SET CUST_ID = :WS-CUST-ID 02666330
                             WHERE ACC_NO = :WS-ACC-NO                  02666340
                             AND CUST_ID = :WS-LOSER-ID                 02666350
                             END-EXEC                                   02666360
                           END-IF                                       02666370
                         END-IF                                         02666380
                         IF SQLCODE NOT = 0 OR SQLERRD(3) NOT = 1       02666390
                           DISPLAY 'SQLERROR ON RELATIONSHIP ' WS-ACC-NO02666400
                             ':' SQLCODE                                02666410
                           SET WS-MRG-ERR TO TRUE                       02666420
                         END-IF                                         02666430
                       END-PERFORM                                      02666440
                       MOVE 'N' TO WS-TIN-MOVED-SW                      02666450
                       IF NOT WS-MRG-ERR AND WS-SURV-TAX-ID = SPACES    02666460
                          AND WS-TAX-ID NOT = SPACES                    02666470
                         EXEC SQL                                       02666480
                         UPDATE CUST_MASTER SET TAX_ID = :WS-TAX-ID     02666490
                         WHERE CUST_ID = :WS-CUST-ID                    02666500
                         AND TAX_ID = ' '                               02666510
                         END-EXEC                                       02666520
                         IF SQLCODE = 0 AND SQLERRD(3) = 1              02666530
                           SET WS-TIN-MOVED TO TRUE                     02666540
                         ELSE                                           02666550
                           DISPLAY 'SQLERROR ON TAXPAYER ID:' SQLCODE   02666560
                           SET WS-MRG-ERR TO TRUE                       02666570
                         END-IF                                         02666580
                       END-IF                                           02666590
                       IF NOT WS-MRG-ERR                                02666600
                         EXEC SQL                                       02666610
                         UPDATE CUST_MASTER                             02666620
                         SET CUST_STATUS = 'M',                         02666630
                             MERGED_TO = :WS-CUST-ID                    02666640
                         WHERE CUST_ID = :WS-LOSER-ID                   02666650
                         AND CUST_STATUS <> 'M'                         02666660
                         END-EXEC                                       02666670
                         IF SQLCODE NOT = 0 OR SQLERRD(3) NOT = 1       02666680
                           DISPLAY 'SQLERROR ON RETIRE:' SQLCODE        02666690
                           SET WS-MRG-ERR TO TRUE                       02666700
                         END-IF                                         02666710
                       END-IF                                           02666720
                       IF WS-MRG-ERR                                    02666730
                         EXEC SQL ROLLBACK END-EXEC                     02666740
                         DISPLAY 'MERGE FAILED - NO CHANGES MADE'       02666750
                       ELSE                                             02666760
                         EXEC SQL COMMIT END-EXEC                       02666770
                         DISPLAY 'CUSTOMER ' WS-LOSER-ID                02666780
                           ' MERGED INTO ' WS-CUST-ID                   02666790
                         PERFORM VARYING WS-SUB FROM 1 BY 1             02666800
                           UNTIL WS-SUB > WS-MRG-ACC-COUNT              02666810
                           MOVE SPACES TO WS-AUD-BEFORE                 02666820
                           STRING 'CUST=' WS-LOSER-ID                   02666830
                             DELIMITED BY SIZE INTO WS-AUD-BEFORE       02666840
                           MOVE SPACES TO WS-AUD-AFTER                  02666850
                           STRING 'CUST=' WS-CUST-ID                    02666860
                             DELIMITED BY SIZE INTO WS-AUD-AFTER        02666870
                           CALL 'HACK2AUD' USING 'U', WS-USER-ID,       02666880
                             WS-MA-ACC(WS-SUB), WS-AUD-BEFORE,          02666890
                             WS-AUD-AFTER                               02666900
                           IF WS-MA-DROP(WS-SUB) NOT = SPACE            02666910
                             MOVE SPACES TO WS-AUD-BEFORE               02666920
                             STRING 'PARTY=' WS-CUST-ID ' ROLE='        02666930
                               WS-MA-DROP(WS-SUB)                       02666940
                               DELIMITED BY SIZE INTO WS-AUD-BEFORE     02666950
                             MOVE SPACES TO WS-AUD-AFTER                02666960
                             STRING 'PARTY=' WS-CUST-ID ' ROLE=NONE'    02666970
                               DELIMITED BY SIZE INTO WS-AUD-AFTER      02666980
                             CALL 'HACK2AUD' USING 'U', WS-USER-ID,     02666990
                               WS-MA-ACC(WS-SUB), WS-AUD-BEFORE,        02667000
                               WS-AUD-AFTER                             02667010
                           END-IF                                       02667020
                         END-PERFORM                                    02667030
                         PERFORM VARYING WS-SUB FROM 1 BY 1             02667040
                           UNTIL WS-SUB > WS-MRG-OWN-COUNT              02667050
                           MOVE SPACES TO WS-AUD-BEFORE                 02667060
                           STRING 'PARTY=' WS-LOSER-ID ' ROLE='         02667070
                             WS-MO-ROLE(WS-SUB)                         02667080
                             DELIMITED BY SIZE INTO WS-AUD-BEFORE       02667090
                           MOVE SPACES TO WS-AUD-AFTER                  02667100
                           IF WS-MO-ACTION(WS-SUB) = 'U'                02667110
                             STRING 'PARTY=' WS-CUST-ID ' ROLE='        02667120
                               WS-MO-ROLE(WS-SUB)                       02667130
                               DELIMITED BY SIZE INTO WS-AUD-AFTER      02667140
                           ELSE                                         02667150
                             STRING 'PARTY=' WS-LOSER-ID ' ROLE=NONE'   02667160
                               DELIMITED BY SIZE INTO WS-AUD-AFTER      02667170
                           END-IF                                       02667180
                           CALL 'HACK2AUD' USING 'U', WS-USER-ID,       02667190
                             WS-MO-ACC(WS-SUB), WS-AUD-BEFORE,          02667200
                             WS-AUD-AFTER                               02667210
                         END-PERFORM                                    02667220
                         MOVE SPACES TO WS-AUD-BEFORE                   02667230
                         STRING 'ST=' WS-LOSER-STATUS ' TO='            02667240
                           WS-LOSER-MRG ' NAME=' WS-CUST-NAME           02667250
                           DELIMITED BY SIZE INTO WS-AUD-BEFORE         02667260
                         MOVE SPACES TO WS-AUD-AFTER                    02667270
                         STRING 'ST=M TO=' WS-CUST-ID                   02667280
                           ' NAME=' WS-CUST-NAME                        02667290
                           DELIMITED BY SIZE INTO WS-AUD-AFTER          02667300
                         CALL 'HACK2AUD' USING 'Z', WS-USER-ID,         02667310
                           WS-LOSER-ID, WS-AUD-BEFORE, WS-AUD-AFTER     02667320
                         MOVE SPACES TO WS-AUD-BEFORE                   02667330
                         STRING 'A1=' WS-ADDR-LINE1 ' CITY=' WS-CITY    02667340
                           DELIMITED BY SIZE INTO WS-AUD-BEFORE         02667350
                         MOVE WS-AUD-BEFORE TO WS-AUD-AFTER             02667360
                         CALL 'HACK2AUD' USING 'Z', WS-USER-ID,         02667370
                           WS-LOSER-ID, WS-AUD-BEFORE, WS-AUD-AFTER     02667380
                         MOVE SPACES TO WS-AUD-BEFORE                   02667390
                         STRING 'A2=' WS-ADDR-LINE2 ' ST=' WS-STATE     02667400
                           ' ZIP=' WS-ZIP                               02667410
                           DELIMITED BY SIZE INTO WS-AUD-BEFORE         02667420
                         MOVE WS-AUD-BEFORE TO WS-AUD-AFTER             02667430
                         CALL 'HACK2AUD' USING 'Z', WS-USER-ID,         02667440
                           WS-LOSER-ID, WS-AUD-BEFORE, WS-AUD-AFTER     02667450
                         MOVE SPACES TO WS-AUD-BEFORE                   02667460
                         IF WS-TAX-ID = SPACES                          02667470
                           STRING 'PH=' WS-PHONE ' TIN=NONE'            02667480
                             DELIMITED BY SIZE INTO WS-AUD-BEFORE       02667490
                         ELSE                                           02667500
                           MOVE '*****' TO WS-TAX-ID-MASK               02667510
                           MOVE WS-TAX-ID(6:4) TO WS-TAX-ID-MASK(6:4)   02667520
                           STRING 'PH=' WS-PHONE ' TIN=' WS-TAX-ID-MASK 02667530
                             DELIMITED BY SIZE INTO WS-AUD-BEFORE       02667540
                         END-IF                                         02667550
                         MOVE WS-AUD-BEFORE TO WS-AUD-AFTER             02667560
                         CALL 'HACK2AUD' USING 'Z', WS-USER-ID,         02667570
                           WS-LOSER-ID, WS-AUD-BEFORE, WS-AUD-AFTER     02667580
                         IF WS-TIN-MOVED                                02667590
                           MOVE 'TIN=NONE' TO WS-AUD-BEFORE             02667600
                           MOVE SPACES TO WS-AUD-AFTER                  02667610
                           STRING 'TIN=' WS-TAX-ID-MASK                 02667620
                             ' FROM ' WS-LOSER-ID                       02667630
                             DELIMITED BY SIZE INTO WS-AUD-AFTER        02667640
                           CALL 'HACK2AUD' USING 'U', WS-USER-ID,       02667650
                             WS-CUST-ID, WS-AUD-BEFORE, WS-AUD-AFTER    02667660
                         END-IF                                         02667670
                         MOVE SPACES TO WS-AUD-BEFORE                   02667680
                         STRING 'NAME=' WS-SURV-NAME                    02667690
                           DELIMITED BY SIZE INTO WS-AUD-BEFORE         02667700
                         MOVE SPACES TO WS-AUD-AFTER                    02667710
                         STRING 'ABSORBED ' WS-LOSER-ID                 02667720
                           ' ACCTS=' WS-MRG-CNT-ED                      02667730
                           ' RELS=' WS-MRG-REL-ED                       02667740
                           DELIMITED BY SIZE INTO WS-AUD-AFTER          02667750
                         CALL 'HACK2AUD' USING 'Z', WS-USER-ID,         02667760
                           WS-CUST-ID, WS-AUD-BEFORE, WS-AUD-AFTER      02667770
                       END-IF                                           02667780
                     END-IF                                             02667790
                   END-IF                                               02667800
                   END-IF                                               02667810
                 END-IF                                                 02667820
                 END-IF                                                 02667830
                 END-IF                                                 02667840
                 END-IF                                                 02667850
               END-IF                                                   02667860
               END-IF                                                   02667870
             END-IF                                                     02667880
             END-IF                                                     02667890
             END-IF                                                     02667900
           ELSE                                                         02667910
             DISPLAY 'INVALID FUNCTION CODE'                            02667920
           END-IF.                                                      02667930
           GOBACK.                                                      02690000
                                                                        02700000
