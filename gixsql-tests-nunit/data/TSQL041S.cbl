       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041S.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STEP-FILE
               ASSIGN TO "STEPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-FILE-STATUS.

           SELECT DISCREP-FILE
               ASSIGN TO "DISCREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCREP-FILE-STATUS.

           SELECT LOG-FILE
               ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  STEP-FILE.
       01 STEP-REC PIC X(160).

       FD  DISCREP-FILE.
       01 DISCREP-REC PIC X(160).

       FD  LOG-FILE.
       01 LOG-REC PIC X(220).

       WORKING-STORAGE SECTION.

           01 ENV-NUM-BUF PIC X(10).

           01 STEP-FILE-STATUS PIC XX.
           01 STEP-EOF-SW PIC X(01) VALUE 'N'.
               88 STEP-EOF VALUE 'Y'.
           01 DISCREP-FILE-STATUS PIC XX.
           01 LOG-FILE-STATUS PIC XX.

           01 STREAM-ID      PIC X(17).
           01 STREAM-END-TS  PIC X(17).
           01 STREAM-STATUS  PIC X(08).
           01 RESTART-STEP   PIC X(03) VALUE SPACES.
           01 FAIL-RC        PIC 9(4) VALUE 20.

           01 NOW-DATE PIC X(08).
           01 NOW-TIME PIC X(08).
           01 NOW-TS   PIC X(17).

           01 LINES-READ     PIC 9(9) COMP VALUE 0.
           01 LIST-ERR-COUNT PIC 9(9) COMP VALUE 0.
           01 LINE-PTR       PIC 9(4) COMP.

           01 IN-STEP-NO PIC X(10).
           01 IN-PROGRAM PIC X(10).
           01 IN-COND    PIC X(20).
           01 IN-VALUE   PIC X(10).
           01 IN-CMD     PIC X(120).

           01 NUM-BUF     PIC X(10).
           01 NUM-VAL     PIC 9(9).
           01 NUM-CIX     PIC 9(4) COMP.
           01 NUM-DIGITS  PIC 9(4) COMP.
           01 NUM-OK-SW   PIC X(01).
               88 NUM-OK VALUE 'Y'.
           01 NUM-END-SW  PIC X(01).
               88 NUM-ENDED VALUE 'Y'.
           01 NUM-BAD-SW  PIC X(01).
               88 NUM-BAD VALUE 'Y'.

           01 STEP-MAX   PIC 9(4) COMP VALUE 50.
           01 STEP-COUNT PIC 9(4) COMP VALUE 0.
           01 STEP-IDX   PIC 9(4) COMP VALUE 0.
           01 STEP-TABLE.
               05 STEP-ENTRY OCCURS 50 TIMES.
                  10 STEP-NO       PIC X(03).
                  10 STEP-PROGRAM  PIC X(08).
                  10 STEP-COND     PIC X(12).
                  10 STEP-COND-VAL PIC 9(4).
                  10 STEP-CMD      PIC X(120).
                  10 STEP-START-TS PIC X(17).
                  10 STEP-END-TS   PIC X(17).
                  10 STEP-RC       PIC 9(4).
                  10 STEP-STATUS   PIC X(08).
                  10 STEP-REASON   PIC X(40).

           01 RESTART-FOUND-SW PIC X(01) VALUE 'N'.
               88 RESTART-FOUND VALUE 'Y'.
           01 RESTART-REACHED-SW PIC X(01) VALUE 'N'.
               88 RESTART-REACHED VALUE 'Y'.

           01 COND-MET-SW PIC X(01).
               88 COND-MET VALUE 'Y'.
           01 DISCREP-SEEN-SW PIC X(01).
               88 DISCREP-SEEN VALUE 'Y'.

           01 PREV-RC       PIC 9(4) VALUE 0.
           01 MAX-RC        PIC 9(4) VALUE 0.
           01 RC-EDIT       PIC 9(4).
           01 RC-QUOT       PIC 9(4).
           01 RC-REM        PIC 9(4).
           01 RC-RAW        PIC S9(9) COMP.
           01 CMD-LINE      PIC X(121).

           01 STEPS-RUN      PIC 9(9) COMP VALUE 0.
           01 STEPS-FAILED   PIC 9(9) COMP VALUE 0.
           01 STEPS-SKIPPED  PIC 9(9) COMP VALUE 0.
           01 STEPS-BYPASSED PIC 9(9) COMP VALUE 0.

           01 CNT-EDIT-1 PIC 9(3).
           01 CNT-EDIT-2 PIC 9(3).
           01 CNT-EDIT-3 PIC 9(3).
           01 CNT-EDIT-4 PIC 9(3).

           01 LOG-LINE.
               05 LOG-STREAM-ID PIC X(17).
               05 PIC X(01) VALUE ','.
               05 LOG-STEP-NO   PIC X(03).
               05 PIC X(01) VALUE ','.
               05 LOG-PROGRAM   PIC X(08).
               05 PIC X(01) VALUE ','.
               05 LOG-START-TS  PIC X(17).
               05 PIC X(01) VALUE ','.
               05 LOG-END-TS    PIC X(17).
               05 PIC X(01) VALUE ','.
               05 LOG-RC        PIC 9(4).
               05 PIC X(01) VALUE ','.
               05 LOG-STATUS    PIC X(08).
               05 PIC X(01) VALUE ','.
               05 LOG-REASON    PIC X(60).

       PROCEDURE DIVISION.

       000-MAIN.

           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO STREAM-ID.
           STRING NOW-DATE DELIMITED BY SIZE
                  '-'      DELIMITED BY SIZE
                  NOW-TIME DELIMITED BY SIZE
             INTO STREAM-ID.

           DISPLAY "STREAM_RESTART_STEP" UPON ENVIRONMENT-NAME.
           ACCEPT RESTART-STEP FROM ENVIRONMENT-VALUE.

           DISPLAY "STREAM_FAIL_RC" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF NOT = SPACES
              MOVE ENV-NUM-BUF TO FAIL-RC
           END-IF.
           IF FAIL-RC = 0
              MOVE 20 TO FAIL-RC
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY " STREAM ID       : " STREAM-ID.
           DISPLAY " RESTART STEP    : " RESTART-STEP.
           DISPLAY " FAILURE RC      : " FAIL-RC.
           DISPLAY '***************************************'.

           OPEN INPUT STEP-FILE.
           IF STEP-FILE-STATUS NOT = '00'
              DISPLAY 'STEPLIST NOT AVAILABLE, STATUS '
                      STEP-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           READ STEP-FILE
              AT END MOVE 'Y' TO STEP-EOF-SW
           END-READ.
           PERFORM 200-LOAD-STEP UNTIL STEP-EOF.
           CLOSE STEP-FILE.

           IF STEP-COUNT = 0
              DISPLAY 'STEPLIST HOLDS NO STEPS'
              ADD 1 TO LIST-ERR-COUNT
           END-IF.

           IF RESTART-STEP NOT = SPACES
              PERFORM 230-MATCH-RESTART
                 VARYING STEP-IDX FROM 1 BY 1
                 UNTIL STEP-IDX > STEP-COUNT OR RESTART-FOUND
              IF NOT RESTART-FOUND
                 DISPLAY 'RESTART STEP ' RESTART-STEP
                         ' NOT IN STEPLIST'
                 ADD 1 TO LIST-ERR-COUNT
              END-IF
           ELSE
              MOVE 'Y' TO RESTART-REACHED-SW
           END-IF.

           IF LIST-ERR-COUNT > 0
              DISPLAY 'STEPLIST REJECTED, ' LIST-ERR-COUNT
                      ' ERROR(S), NO STEP RUN'
              MOVE 16 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF LOG-FILE-STATUS NOT = '00'
              OPEN OUTPUT LOG-FILE
              IF LOG-FILE-STATUS NOT = '00'
                 DISPLAY 'STEPLOG OPEN FAILED, STATUS '
                         LOG-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           PERFORM 300-RUN-STEP
              VARYING STEP-IDX FROM 1 BY 1
              UNTIL STEP-IDX > STEP-COUNT.

           PERFORM 400-STREAM-SUMMARY.

           CLOSE LOG-FILE.

           MOVE MAX-RC TO RETURN-CODE.

       100-EXIT.
             STOP RUN.

       200-LOAD-STEP.

           ADD 1 TO LINES-READ.

           IF STEP-REC = SPACES OR STEP-REC(1:1) = '*'
              CONTINUE
           ELSE
              PERFORM 210-PARSE-STEP THRU 210-EXIT
           END-IF.

           READ STEP-FILE
              AT END MOVE 'Y' TO STEP-EOF-SW
           END-READ.

       210-PARSE-STEP.

           MOVE SPACES TO IN-STEP-NO.
           MOVE SPACES TO IN-PROGRAM.
           MOVE SPACES TO IN-COND.
           MOVE SPACES TO IN-VALUE.
           MOVE SPACES TO IN-CMD.
           MOVE 1 TO LINE-PTR.

           UNSTRING STEP-REC DELIMITED BY ','
              INTO IN-STEP-NO
                   IN-PROGRAM
                   IN-COND
                   IN-VALUE
              WITH POINTER LINE-PTR.

           IF LINE-PTR <= 160
              MOVE STEP-REC(LINE-PTR:) TO IN-CMD
           END-IF.

           IF STEP-COUNT NOT < STEP-MAX
              DISPLAY 'STEPLIST LINE ' LINES-READ
                      ': MORE THAN ' STEP-MAX ' STEPS'
              ADD 1 TO LIST-ERR-COUNT
              GO TO 210-EXIT
           END-IF.

           IF IN-STEP-NO(1:3) IS NOT NUMERIC
              OR IN-STEP-NO(4:7) NOT = SPACES
              DISPLAY 'STEPLIST LINE ' LINES-READ
                      ': STEP NUMBER MUST BE 3 DIGITS: ' IN-STEP-NO
              ADD 1 TO LIST-ERR-COUNT
              GO TO 210-EXIT
           END-IF.

           IF STEP-COUNT > 0
              IF IN-STEP-NO(1:3) NOT > STEP-NO(STEP-COUNT)
                 DISPLAY 'STEPLIST LINE ' LINES-READ
                         ': STEP ' IN-STEP-NO(1:3)
                         ' OUT OF SEQUENCE'
                 ADD 1 TO LIST-ERR-COUNT
                 GO TO 210-EXIT
              END-IF
           END-IF.

           IF IN-PROGRAM = SPACES OR IN-PROGRAM(9:2) NOT = SPACES
              DISPLAY 'STEPLIST LINE ' LINES-READ
                      ': BAD PROGRAM NAME: ' IN-PROGRAM
              ADD 1 TO LIST-ERR-COUNT
              GO TO 210-EXIT
           END-IF.

           MOVE 0 TO NUM-VAL.
           IF IN-VALUE NOT = SPACES
              MOVE IN-VALUE TO NUM-BUF
              PERFORM 220-NUMERIC
              IF NOT NUM-OK OR NUM-VAL > 9999
                 DISPLAY 'STEPLIST LINE ' LINES-READ
                         ': BAD CONDITION VALUE: ' IN-VALUE
                 ADD 1 TO LIST-ERR-COUNT
                 GO TO 210-EXIT
              END-IF
           END-IF.

           IF IN-COND = 'ALWAYS' OR IN-COND = 'DISCREP'
              CONTINUE
           ELSE
           IF IN-COND = 'PREV-RC-LT' OR IN-COND = 'MAX-RC-LT'
              IF IN-VALUE = SPACES
                 DISPLAY 'STEPLIST LINE ' LINES-READ
                         ': ' IN-COND ' NEEDS AN RC VALUE'
                 ADD 1 TO LIST-ERR-COUNT
                 GO TO 210-EXIT
              END-IF
           ELSE
              DISPLAY 'STEPLIST LINE ' LINES-READ
                      ': UNKNOWN CONDITION: ' IN-COND
              ADD 1 TO LIST-ERR-COUNT
              GO TO 210-EXIT
           END-IF
           END-IF.

           ADD 1 TO STEP-COUNT.
           MOVE IN-STEP-NO(1:3) TO STEP-NO(STEP-COUNT).
           MOVE IN-PROGRAM TO STEP-PROGRAM(STEP-COUNT).
           MOVE IN-COND TO STEP-COND(STEP-COUNT).
           MOVE NUM-VAL TO STEP-COND-VAL(STEP-COUNT).
           IF IN-CMD = SPACES
              MOVE IN-PROGRAM TO STEP-CMD(STEP-COUNT)
           ELSE
              MOVE IN-CMD TO STEP-CMD(STEP-COUNT)
           END-IF.
           MOVE SPACES TO STEP-START-TS(STEP-COUNT).
           MOVE SPACES TO STEP-END-TS(STEP-COUNT).
           MOVE 0 TO STEP-RC(STEP-COUNT).
           MOVE SPACES TO STEP-STATUS(STEP-COUNT).
           MOVE SPACES TO STEP-REASON(STEP-COUNT).

       210-EXIT.
           EXIT.

       220-NUMERIC.

           MOVE 'N' TO NUM-OK-SW.
           MOVE 'N' TO NUM-END-SW.
           MOVE 'N' TO NUM-BAD-SW.
           MOVE 0 TO NUM-DIGITS.
           MOVE 0 TO NUM-VAL.

           PERFORM 225-NUM-CHAR
              VARYING NUM-CIX FROM 1 BY 1
              UNTIL NUM-CIX > 10 OR NUM-BAD.

           IF NUM-DIGITS > 0 AND NUM-DIGITS <= 9
              AND NOT NUM-BAD
              MOVE NUM-BUF(1:NUM-DIGITS) TO NUM-VAL
              MOVE 'Y' TO NUM-OK-SW
           END-IF.

       225-NUM-CHAR.

           IF NUM-BUF(NUM-CIX:1) = SPACE
              MOVE 'Y' TO NUM-END-SW
           ELSE
           IF NUM-ENDED
              MOVE 'Y' TO NUM-BAD-SW
           ELSE
           IF NUM-BUF(NUM-CIX:1) IS NUMERIC
              ADD 1 TO NUM-DIGITS
           ELSE
              MOVE 'Y' TO NUM-BAD-SW
           END-IF
           END-IF
           END-IF.

       230-MATCH-RESTART.

           IF STEP-NO(STEP-IDX) = RESTART-STEP
              MOVE 'Y' TO RESTART-FOUND-SW
              SUBTRACT 1 FROM STEP-IDX
           END-IF.

       300-RUN-STEP.

           PERFORM 250-NOW-TS.
           MOVE NOW-TS TO STEP-START-TS(STEP-IDX).

           IF NOT RESTART-REACHED
              IF STEP-NO(STEP-IDX) = RESTART-STEP
                 MOVE 'Y' TO RESTART-REACHED-SW
                 MOVE 'RESTART STEP, CONDITION NOT TESTED'
                    TO STEP-REASON(STEP-IDX)
                 PERFORM 320-EXEC-STEP
              ELSE
                 MOVE 'BYPASSED' TO STEP-STATUS(STEP-IDX)
                 MOVE 'BEFORE RESTART STEP' TO STEP-REASON(STEP-IDX)
                 MOVE NOW-TS TO STEP-END-TS(STEP-IDX)
                 ADD 1 TO STEPS-BYPASSED
              END-IF
           ELSE
              PERFORM 310-TEST-COND
              IF COND-MET
                 PERFORM 320-EXEC-STEP
              ELSE
                 MOVE 'SKIPPED' TO STEP-STATUS(STEP-IDX)
                 MOVE NOW-TS TO STEP-END-TS(STEP-IDX)
                 ADD 1 TO STEPS-SKIPPED
              END-IF
           END-IF.

           DISPLAY 'STEP ' STEP-NO(STEP-IDX) ' '
                   STEP-PROGRAM(STEP-IDX) ' '
                   STEP-STATUS(STEP-IDX) ' RC ' STEP-RC(STEP-IDX)
                   ' ' STEP-REASON(STEP-IDX).

           MOVE STREAM-ID TO LOG-STREAM-ID.
           MOVE STEP-NO(STEP-IDX) TO LOG-STEP-NO.
           MOVE STEP-PROGRAM(STEP-IDX) TO LOG-PROGRAM.
           MOVE STEP-START-TS(STEP-IDX) TO LOG-START-TS.
           MOVE STEP-END-TS(STEP-IDX) TO LOG-END-TS.
           MOVE STEP-RC(STEP-IDX) TO LOG-RC.
           MOVE STEP-STATUS(STEP-IDX) TO LOG-STATUS.
           MOVE STEP-REASON(STEP-IDX) TO LOG-REASON.
           PERFORM 900-WRITE-LOG.

       310-TEST-COND.

           MOVE 'N' TO COND-MET-SW.
           MOVE SPACES TO STEP-REASON(STEP-IDX).
           MOVE STEP-COND-VAL(STEP-IDX) TO RC-EDIT.

           IF STEP-COND(STEP-IDX) = 'ALWAYS'
              MOVE 'Y' TO COND-MET-SW
           ELSE
           IF STEP-COND(STEP-IDX) = 'PREV-RC-LT'
              IF PREV-RC < STEP-COND-VAL(STEP-IDX)
                 MOVE 'Y' TO COND-MET-SW
              ELSE
                 STRING 'PREVIOUS RC NOT BELOW ' DELIMITED BY SIZE
                        RC-EDIT DELIMITED BY SIZE
                   INTO STEP-REASON(STEP-IDX)
              END-IF
           ELSE
           IF STEP-COND(STEP-IDX) = 'MAX-RC-LT'
              IF MAX-RC < STEP-COND-VAL(STEP-IDX)
                 MOVE 'Y' TO COND-MET-SW
              ELSE
                 STRING 'HIGHEST RC NOT BELOW ' DELIMITED BY SIZE
                        RC-EDIT DELIMITED BY SIZE
                   INTO STEP-REASON(STEP-IDX)
              END-IF
           ELSE
              PERFORM 315-DISCREP-CHECK
              IF NOT DISCREP-SEEN
                 MOVE 'DISCREP EMPTY OR MISSING'
                    TO STEP-REASON(STEP-IDX)
              ELSE
              IF STEP-COND-VAL(STEP-IDX) > 0
                 AND PREV-RC NOT < STEP-COND-VAL(STEP-IDX)
                 STRING 'PREVIOUS RC NOT BELOW ' DELIMITED BY SIZE
                        RC-EDIT DELIMITED BY SIZE
                   INTO STEP-REASON(STEP-IDX)
              ELSE
                 MOVE 'Y' TO COND-MET-SW
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       315-DISCREP-CHECK.

           MOVE 'N' TO DISCREP-SEEN-SW.

           OPEN INPUT DISCREP-FILE.
           IF DISCREP-FILE-STATUS = '00'
              READ DISCREP-FILE
                 AT END CONTINUE
                 NOT AT END MOVE 'Y' TO DISCREP-SEEN-SW
              END-READ
              CLOSE DISCREP-FILE
           END-IF.

       320-EXEC-STEP.

           MOVE SPACES TO CMD-LINE.
           MOVE STEP-CMD(STEP-IDX) TO CMD-LINE.

           DISPLAY 'STEP ' STEP-NO(STEP-IDX) ' STARTING: '
                   STEP-CMD(STEP-IDX).

           MOVE 0 TO RETURN-CODE.
           CALL 'SYSTEM' USING CMD-LINE.
           MOVE RETURN-CODE TO RC-RAW.
           MOVE 0 TO RETURN-CODE.

           IF RC-RAW > 255
              DIVIDE RC-RAW BY 256
                 GIVING RC-QUOT REMAINDER RC-REM
              IF RC-REM = 0
                 MOVE RC-QUOT TO RC-RAW
              END-IF
           END-IF.
           IF RC-RAW < 0 OR RC-RAW > 9999
              MOVE 9999 TO RC-RAW
           END-IF.
           MOVE RC-RAW TO STEP-RC(STEP-IDX).

           PERFORM 250-NOW-TS.
           MOVE NOW-TS TO STEP-END-TS(STEP-IDX).

           ADD 1 TO STEPS-RUN.
           MOVE STEP-RC(STEP-IDX) TO PREV-RC.
           IF STEP-RC(STEP-IDX) > MAX-RC
              MOVE STEP-RC(STEP-IDX) TO MAX-RC
           END-IF.

           IF STEP-RC(STEP-IDX) NOT < FAIL-RC
              MOVE 'FAILED' TO STEP-STATUS(STEP-IDX)
              ADD 1 TO STEPS-FAILED
           ELSE
              MOVE 'ENDED' TO STEP-STATUS(STEP-IDX)
           END-IF.

       250-NOW-TS.

           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO NOW-TS.
           STRING NOW-DATE DELIMITED BY SIZE
                  '-'      DELIMITED BY SIZE
                  NOW-TIME DELIMITED BY SIZE
             INTO NOW-TS.

       400-STREAM-SUMMARY.

           PERFORM 250-NOW-TS.
           MOVE NOW-TS TO STREAM-END-TS.

           IF STEPS-FAILED > 0
              MOVE 'FAILED' TO STREAM-STATUS
           ELSE
              MOVE 'ENDED' TO STREAM-STATUS
           END-IF.

           MOVE STEPS-RUN TO CNT-EDIT-1.
           MOVE STEPS-FAILED TO CNT-EDIT-2.
           MOVE STEPS-SKIPPED TO CNT-EDIT-3.
           MOVE STEPS-BYPASSED TO CNT-EDIT-4.

           MOVE STREAM-ID TO LOG-STREAM-ID.
           MOVE 'END' TO LOG-STEP-NO.
           MOVE 'TSQL041S' TO LOG-PROGRAM.
           MOVE STREAM-ID TO LOG-START-TS.
           MOVE STREAM-END-TS TO LOG-END-TS.
           MOVE MAX-RC TO LOG-RC.
           MOVE STREAM-STATUS TO LOG-STATUS.
           MOVE SPACES TO LOG-REASON.
           STRING 'RUN ' DELIMITED BY SIZE
                  CNT-EDIT-1 DELIMITED BY SIZE
                  ' FAILED ' DELIMITED BY SIZE
                  CNT-EDIT-2 DELIMITED BY SIZE
                  ' SKIPPED ' DELIMITED BY SIZE
                  CNT-EDIT-3 DELIMITED BY SIZE
                  ' BYPASSED ' DELIMITED BY SIZE
                  CNT-EDIT-4 DELIMITED BY SIZE
             INTO LOG-REASON.
           PERFORM 900-WRITE-LOG.

           DISPLAY 'STEPS RUN      : ' STEPS-RUN.
           DISPLAY 'STEPS FAILED   : ' STEPS-FAILED.
           DISPLAY 'STEPS SKIPPED  : ' STEPS-SKIPPED.
           DISPLAY 'STEPS BYPASSED : ' STEPS-BYPASSED.
           DISPLAY 'HIGHEST STEP RC: ' MAX-RC.
           DISPLAY 'STEP LOG WRITTEN TO STEPLOG'.

       900-WRITE-LOG.

           MOVE SPACES TO LOG-REC.
           MOVE LOG-LINE TO LOG-REC.
           WRITE LOG-REC.
