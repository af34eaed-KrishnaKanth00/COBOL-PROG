           ACCESS MODE DYNAMIC                                          00080000
           RECORD KEY AUD-KEY                                           00090000
           FILE STATUS IS WS-AUD-STATUS.                                00100000
           SELECT CHAIN-FILE ASSIGN TO AUDCHN                           00101000
           ORGANIZATION LINE SEQUENTIAL                                 00102000
           FILE STATUS IS WS-CHN-STATUS.                                00103000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD  AUDIT-FILE.                                                  00130000
           05 AUD-FUNCTION         PIC X(1).                            00200000
           05 AUD-BEFORE-IMAGE     PIC X(60).                           00210000
           05 AUD-AFTER-IMAGE      PIC X(60).                           00220000
           05 AUD-CHAIN-SEQ        PIC 9(9).                            00221000
           05 AUD-CHAIN-VALUE      PIC 9(9).                            00222000
       FD  CHAIN-FILE.                                                  00223000
       01  CHAIN-RECORD.                                                00224000
           05 CHN-LAST-SEQ         PIC 9(9).                            00225000
           05 FILLER               PIC X(1).                            00226000
           05 CHN-LAST-VALUE       PIC 9(9).                            00227000
           05 FILLER               PIC X(1).                            00228000
           05 CHN-LAST-TS          PIC X(16).                           00229000
       WORKING-STORAGE SECTION.                                         00230000
       01 WS-AUD-DATE              PIC X(8).                            00240000
       01 WS-AUD-TIME              PIC X(8).                            00250000
       01 WS-AUD-STATUS            PIC X(2) VALUE SPACES.               00260000
       01 WS-DONE-SW               PIC X(1) VALUE 'N'.                  00270000
           88 WS-DONE                      VALUE 'Y'.                   00280000
       01 WS-CHN-STATUS            PIC X(2) VALUE SPACES.               00281000
       01 WS-WRT-STATUS            PIC X(2) VALUE SPACES.               00281100
       01 WS-PREV-SEQ              PIC 9(9) VALUE 0.                    00282000
       01 WS-PREV-VALUE            PIC 9(9) VALUE 0.                    00283000
       01 WS-CHK-DATA.                                                  00284000
           05 WS-CHK-RECORD        PIC X(166).                          00285000
           05 WS-CHK-PREV          PIC 9(9).                            00286000
       01 WS-CHK-VALUE             PIC 9(9) VALUE 0.                    00287000
       LINKAGE SECTION.                                                 00290000
       01 AUD-FUNCTION-CD          PIC X(1).                            00300000
       01 AUD-USER-ID-PARM         PIC X(8).                            00310000
           IF WS-AUD-STATUS NOT = '00'                                  00430000
             DISPLAY 'CANNOT OPEN AUDIT LOG:' WS-AUD-STATUS             00440000
           ELSE                                                         00450000
             MOVE 0 TO WS-PREV-SEQ                                      00450100
             MOVE 0 TO WS-PREV-VALUE                                    00450200
             OPEN INPUT CHAIN-FILE                                      00450300
             IF WS-CHN-STATUS = '00'                                    00450400
               READ CHAIN-FILE                                          00450500
               IF WS-CHN-STATUS = '00'                                  00450600
                  AND CHN-LAST-SEQ NUMERIC                              00450700
                  AND CHN-LAST-VALUE NUMERIC                            00450800
                 MOVE CHN-LAST-SEQ TO WS-PREV-SEQ                       00450900
                 MOVE CHN-LAST-VALUE TO WS-PREV-VALUE                   00451000
               END-IF                                                   00451100
               CLOSE CHAIN-FILE                                         00451200
             END-IF                                                     00451300
             MOVE SPACES TO AUDIT-RECORD                                00460000
             MOVE AUD-ACC-NO-PARM TO AUD-ACC-NO                         00470000
             STRING WS-AUD-DATE WS-AUD-TIME                             00480000
             MOVE AUD-FUNCTION-CD TO AUD-FUNCTION                       00520000
             MOVE AUD-BEFORE-PARM TO AUD-BEFORE-IMAGE                   00530000
             MOVE AUD-AFTER-PARM TO AUD-AFTER-IMAGE                     00540000
             ADD 1 TO WS-PREV-SEQ GIVING AUD-CHAIN-SEQ                  00541000
             MOVE 'N' TO WS-DONE-SW                                     00550000
             PERFORM UNTIL WS-DONE                                      00560000
               MOVE AUDIT-RECORD(1:166) TO WS-CHK-RECORD                00561000
               MOVE WS-PREV-VALUE TO WS-CHK-PREV                        00562000
               CALL 'HACK2CHV' USING WS-CHK-DATA, WS-CHK-VALUE          00563000
               MOVE WS-CHK-VALUE TO AUD-CHAIN-VALUE                     00564000
               WRITE AUDIT-RECORD                                       00570000
               MOVE WS-AUD-STATUS TO WS-WRT-STATUS                      00571000
               IF WS-AUD-STATUS = '22'                                  00580000
                 ADD 1 TO AUD-SEQ                                       00590000
               ELSE                                                     00600000
               END-IF                                                   00650000
             END-PERFORM                                                00660000
             CLOSE AUDIT-FILE                                           00670000
             IF WS-WRT-STATUS = '00'                                    00670100
               OPEN OUTPUT CHAIN-FILE                                   00670200
               IF WS-CHN-STATUS = '00'                                  00670300
                 MOVE SPACES TO CHAIN-RECORD                            00670400
                 MOVE AUD-CHAIN-SEQ TO CHN-LAST-SEQ                     00670500
                 MOVE AUD-CHAIN-VALUE TO CHN-LAST-VALUE                 00670600
                 MOVE AUD-TIMESTAMP TO CHN-LAST-TS                      00670700
                 WRITE CHAIN-RECORD                                     00670800
                 CLOSE CHAIN-FILE                                       00670900
               END-IF                                                   00671000
               IF WS-CHN-STATUS NOT = '00'                              00671100
                 DISPLAY 'AUDIT CHAIN UPDATE FAILED:' WS-CHN-STATUS     00671200
               END-IF                                                   00671300
             END-IF                                                     00671400
           END-IF.                                                      00680000
           GOBACK.                                                      00690000
