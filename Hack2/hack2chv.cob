       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HACK2CHV.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
       WORKING-STORAGE SECTION.                                         00050000
       01 WS-CHK-SUB               PIC 9(3) VALUE 0.                    00060000
       01 WS-CHK-WORD.                                                  00070000
           05 WS-CHK-HI            PIC X(1) VALUE LOW-VALUE.            00080000
           05 WS-CHK-LO            PIC X(1) VALUE LOW-VALUE.            00090000
       01 WS-CHK-NUM REDEFINES WS-CHK-WORD                              00100000
                                   PIC 9(4) COMP.                       00110000
       01 WS-CHK-HASH              PIC 9(9) VALUE 0.                    00120000
       01 WS-CHK-ALT               PIC 9(9) VALUE 0.                    00130000
       01 WS-CHK-WORK              PIC 9(12) VALUE 0.                   00140000
       01 WS-CHK-QUOT              PIC 9(12) VALUE 0.                   00150000
       LINKAGE SECTION.                                                 00160000
       01 CHV-DATA-PARM            PIC X(175).                          00170000
       01 CHV-VALUE-PARM           PIC 9(9).                            00180000
       PROCEDURE DIVISION USING CHV-DATA-PARM, CHV-VALUE-PARM.          00190000
           MOVE 0 TO WS-CHK-HASH.                                       00200000
           MOVE 0 TO WS-CHK-ALT.                                        00210000
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1                       00220000
             UNTIL WS-CHK-SUB > 175                                     00230000
             MOVE LOW-VALUE TO WS-CHK-HI                                00240000
             MOVE CHV-DATA-PARM(WS-CHK-SUB:1) TO WS-CHK-LO              00250000
             COMPUTE WS-CHK-WORK =                                      00260000
               WS-CHK-HASH * 257 + WS-CHK-NUM + WS-CHK-SUB              00270000
             DIVIDE WS-CHK-WORK BY 999999937                            00280000
               GIVING WS-CHK-QUOT REMAINDER WS-CHK-HASH                 00290000
             COMPUTE WS-CHK-WORK =                                      00300000
               WS-CHK-ALT + WS-CHK-HASH * WS-CHK-SUB                    00310000
             DIVIDE WS-CHK-WORK BY 999999929                            00320000
               GIVING WS-CHK-QUOT REMAINDER WS-CHK-ALT                  00330000
           END-PERFORM.                                                 00340000
           COMPUTE WS-CHK-WORK = WS-CHK-HASH + WS-CHK-ALT * 7.          00350000
           DIVIDE WS-CHK-WORK BY 999999937                              00360000
             GIVING WS-CHK-QUOT REMAINDER CHV-VALUE-PARM.               00370000
           GOBACK.                                                      00380000
