       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041P.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARM-FILE
               ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT CAP-FILE
               ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE.
       01 PARM-REC PIC X(160).

       FD  CAP-FILE.
       01 CAP-REC PIC X(132).

       WORKING-STORAGE SECTION.

           01 DATASRC PIC X(64).
           01 DBUSR  PIC X(64).
           01 DBPWD  PIC X(64).

           01 DATASRC-2 PIC X(64).
           01 DBUSR-2  PIC X(64).
           01 DBPWD-2  PIC X(64).

           01 ENV-NUM-BUF PIC X(10).

           01 CUR-OP PIC X(32).

           01 TGT-SW PIC X(01) VALUE 'N'.
               88 TGT-CONNECTED VALUE 'Y'.
               88 TGT-UNAVAILABLE VALUE 'X'.

           01 PARM-FILE-STATUS PIC XX.
           01 PARM-EOF-SW PIC X(01) VALUE 'N'.
               88 PARM-EOF VALUE 'Y'.

           01 PARM-KEY PIC X(32).
           01 PARM-VAL PIC X(64).
           01 PARM-VAL-NUM PIC 9(9) VALUE 0.
           01 PARM-CIX PIC 9(4) COMP VALUE 0.
           01 PARM-DIGIT-CNT PIC 9(4) COMP VALUE 0.
           01 PARM-NUM-OK-SW PIC X(01) VALUE 'N'.
               88 PARM-NUM-OK VALUE 'Y'.
           01 PARM-NUM-END-SW PIC X(01) VALUE 'N'.
               88 PARM-NUM-ENDED VALUE 'Y'.
           01 PARM-NUM-BAD-SW PIC X(01) VALUE 'N'.
               88 PARM-NUM-BAD VALUE 'Y'.
           01 PARM-ERR-COUNT PIC 9(4) COMP VALUE 0.
           01 PARM-SOURCE PIC X(16) VALUE 'DEFAULT'.

           01 HIST-RETAIN-DAYS PIC 9(4) VALUE 30.
           01 HIST-ROW-CEILING PIC 9(9) VALUE 1000000.
           01 CAP-KEEP-DAYS    PIC 9(4) VALUE 400.

           01 STAMP-DATE PIC 9(8).
           01 STAMP-TIME PIC 9(8).
           01 TODAY-INT  PIC 9(9) COMP.
           01 CAP-TS       PIC X(17).
           01 CAP-DAY-LOW  PIC X(17).
           01 CAP-DAY-HIGH PIC X(17).
           01 CAP-CUTOFF   PIC X(17).
           01 BASE-HIGH    PIC X(17).
           01 INFLOW-FROM  PIC X(17).
           01 WORK-INT     PIC 9(9) COMP.
           01 WORK-NUM     PIC 9(8).

           01 CAP-SIDE     PIC X(8).
           01 CAP-SIDE-SRC PIC X(64).
           01 CAP-REPLACED PIC 9(9) COMP.
           01 CAP-PURGED   PIC 9(9) COMP.
           01 CAP-SQLCODE  PIC S9(9) COMP.
           01 CAP-WANT-TS  PIC X(17).

           01 CAP-COUNT    PIC 9(4) COMP VALUE 0.
           01 CAP-FAILED   PIC 9(4) COMP VALUE 0.
           01 RPT-FAILED   PIC 9(4) COMP VALUE 0.
           01 AT-MAX-SIDES PIC 9(4) COMP VALUE 0.
           01 CEILING-OVER PIC 9(4) COMP VALUE 0.
           01 CEILING-SOON PIC 9(4) COMP VALUE 0.

           01 CS-BIN-ROWS    PIC 9(9) COMP.
           01 CS-HIST-ROWS   PIC 9(9) COMP.
           01 CS-MULTI-ROWS  PIC 9(9) COMP.
           01 CS-REJ-ROWS    PIC 9(9) COMP.
           01 CS-DATA-BYTES  PIC S9(15) COMP-3.
           01 CS-DATA-AVG    PIC S9(5)V9(2) COMP-3.
           01 CS-LEN-0       PIC 9(9) COMP.
           01 CS-LEN-64      PIC 9(9) COMP.
           01 CS-LEN-128     PIC 9(9) COMP.
           01 CS-LEN-256     PIC 9(9) COMP.
           01 CS-LEN-299     PIC 9(9) COMP.
           01 CS-LEN-300     PIC 9(9) COMP.

           01 HIST-INFLOW    PIC 9(9) COMP.
           01 INFLOW-DAYS    PIC 9(4) COMP.
           01 INFLOW-RATE    PIC 9(9)V9(2) COMP-3.
           01 STEADY-ROWS    PIC 9(12) COMP-3.
           01 CEILING-NUM    PIC 9(15) COMP-3.
           01 CEILING-DAYS   PIC 9(12) COMP-3.
           01 CEILING-REM    PIC 9(9) COMP.
           01 CEILING-DATE   PIC 9(8).

           01 SMP-IX  PIC 9(4) COMP.
           01 TBL-IX  PIC 9(4) COMP.
           01 BKT-IX  PIC 9(4) COMP.

           01 SMP-TABLE.
               05 SMP-ENTRY OCCURS 3 TIMES.
                  10 SMP-TS    PIC X(17).
                  10 SMP-DAYS  PIC 9(4) COMP.
                  10 SMP-ROWS  PIC 9(9) COMP OCCURS 4 TIMES.
                  10 SMP-BYTES PIC S9(15) COMP-3.
                  10 SMP-AVG   PIC S9(5)V9(2) COMP-3.
                  10 SMP-LEN   PIC 9(9) COMP OCCURS 6 TIMES.

           01 TBL-NAME-LIST.
               05 PIC X(14) VALUE 'BINTEST'.
               05 PIC X(14) VALUE 'BINTEST_HIST'.
               05 PIC X(14) VALUE 'MULTITEST'.
               05 PIC X(14) VALUE 'REJECTLOG'.
           01 TBL-NAME-TABLE REDEFINES TBL-NAME-LIST.
               05 TBL-NAME PIC X(14) OCCURS 4 TIMES.

           01 BKT-NAME-LIST.
               05 PIC X(10) VALUE '0'.
               05 PIC X(10) VALUE '1-64'.
               05 PIC X(10) VALUE '65-128'.
               05 PIC X(10) VALUE '129-256'.
               05 PIC X(10) VALUE '257-299'.
               05 PIC X(10) VALUE '300'.
           01 BKT-NAME-TABLE REDEFINES BKT-NAME-LIST.
               05 BKT-NAME PIC X(10) OCCURS 6 TIMES.

           01 DELTA-WORK PIC S9(12) COMP-3.
           01 RATE-WORK  PIC S9(9)V9(1) COMP-3.
           01 PCT-WORK   PIC 9(3)V9(1).

           01 RETRY-COUNT      PIC 9(4) VALUE 0.
           01 MAX-RETRIES      PIC 9(4) VALUE 3.
           01 RETRY-DELAY-SECS PIC 9(4) VALUE 2.

           01 RPT-HDR-1.
               05 PIC X(40) VALUE 'TSQL041P CAPACITY PROFILE REPORT'.
               05 PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDR-DATE PIC X(08).
               05 PIC X(01) VALUE SPACE.
               05 RPT-HDR-TIME PIC X(08).

           01 RPT-HDR-2.
               05 PIC X(132) VALUE ALL '='.

           01 RPT-HDR-3.
               05 PIC X(132) VALUE ALL '-'.

           01 RPT-SIDE-LINE.
               05 PIC X(09) VALUE 'BACKEND: '.
               05 RPT-SIDE     PIC X(08).
               05 PIC X(11) VALUE '  DATASRC: '.
               05 RPT-SIDE-SRC PIC X(64).
               05 PIC X(10) VALUE '  SAMPLE: '.
               05 RPT-SIDE-TS  PIC X(17).

           01 RPT-BASE-LINE.
               05 PIC X(17) VALUE 'PREVIOUS SAMPLE: '.
               05 RPT-PREV-TS PIC X(17).
               05 PIC X(17) VALUE '   30-DAY BASE : '.
               05 RPT-BASE-TS PIC X(17).
               05 PIC X(02) VALUE ' ('.
               05 RPT-BASE-DAYS PIC ZZZ9.
               05 PIC X(07) VALUE ' DAYS)'.
               05 RPT-BASE-NOTE PIC X(40).

           01 RPT-GRO-HDR.
               05 PIC X(14) VALUE 'TABLE'.
               05 PIC X(14) VALUE '      ROWS NOW'.
               05 PIC X(14) VALUE '  PREV SAMPLE'.
               05 PIC X(15) VALUE '   DAY-OVER-DAY'.
               05 PIC X(14) VALUE '  30-DAY BASE'.
               05 PIC X(15) VALUE '  30-DAY GROWTH'.
               05 PIC X(13) VALUE '      PER DAY'.

           01 RPT-GRO-LINE.
               05 RPT-GRO-TABLE PIC X(14).
               05 RPT-GRO-NOW   PIC ZZZ,ZZZ,ZZ9.
               05 PIC X(03) VALUE SPACES.
               05 RPT-GRO-PREV  PIC X(11).
               05 PIC X(02) VALUE SPACES.
               05 RPT-GRO-DOD   PIC X(13).
               05 PIC X(03) VALUE SPACES.
               05 RPT-GRO-BASE  PIC X(11).
               05 PIC X(02) VALUE SPACES.
               05 RPT-GRO-D30   PIC X(13).
               05 PIC X(02) VALUE SPACES.
               05 RPT-GRO-RATE  PIC X(12).

           01 RPT-CNT-ED   PIC ZZZ,ZZZ,ZZ9.
           01 RPT-DELTA-ED PIC ++,+++,+++,++9.
           01 RPT-RATE-ED  PIC ++++,+++,++9.9.
           01 RPT-BYTES-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.
           01 RPT-AVG-ED   PIC ZZ,ZZ9.99.

           01 RPT-PAY-LINE.
               05 PIC X(20) VALUE 'BINTEST DATA BYTES: '.
               05 RPT-PAY-BYTES PIC X(15).
               05 PIC X(22) VALUE '   AVERAGE LENGTH   : '.
               05 RPT-PAY-AVG   PIC X(09).

           01 RPT-BKT-HDR.
               05 PIC X(14) VALUE 'LENGTH(DATA)'.
               05 PIC X(14) VALUE '          ROWS'.
               05 PIC X(10) VALUE '   PERCENT'.
               05 PIC X(16) VALUE '    DAY-OVER-DAY'.

           01 RPT-BKT-LINE.
               05 RPT-BKT-NAME PIC X(14).
               05 RPT-BKT-ROWS PIC ZZ,ZZZ,ZZZ,ZZ9.
               05 PIC X(04) VALUE SPACES.
               05 RPT-BKT-PCT  PIC ZZ9.9.
               05 PIC X(01) VALUE '%'.
               05 PIC X(03) VALUE SPACES.
               05 RPT-BKT-DOD  PIC X(13).
               05 PIC X(02) VALUE SPACES.
               05 RPT-BKT-NOTE PIC X(60).

           01 RPT-PRJ-LINE.
               05 RPT-PRJ-LABEL PIC X(36).
               05 RPT-PRJ-TEXT  PIC X(96).

           01 RPT-TOT-LINE.
               05 RPT-TOT-LABEL PIC X(28).
               05 RPT-TOT-VALUE PIC ZZZ,ZZZ,ZZ9.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       000-CONNECT.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "DATASRC_2" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC-2 FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_2_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR-2 FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_2_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD-2 FROM ENVIRONMENT-VALUE.

           DISPLAY "CONNECT_MAX_RETRIES" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF NOT = SPACES
              MOVE ENV-NUM-BUF TO MAX-RETRIES
           END-IF.

           DISPLAY "CONNECT_RETRY_DELAY" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF NOT = SPACES
              MOVE ENV-NUM-BUF TO RETRY-DELAY-SECS
           END-IF.

           DISPLAY "CAP_KEEP_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF NOT = SPACES
              MOVE ENV-NUM-BUF TO CAP-KEEP-DAYS
           END-IF.
           IF CAP-KEEP-DAYS < 31
              MOVE 31 TO CAP-KEEP-DAYS
           END-IF.

           DISPLAY "HIST_ROW_CEILING" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-VAL FROM ENVIRONMENT-VALUE.
           IF PARM-VAL NOT = SPACES
              MOVE 'HIST_ROW_CEILING' TO PARM-KEY
              PERFORM 009-PARM-NUMERIC
              IF PARM-NUM-OK AND PARM-VAL-NUM > 0
                 MOVE PARM-VAL-NUM TO HIST-ROW-CEILING
              ELSE
                 PERFORM 012-PARM-BAD-VALUE
              END-IF
           END-IF.

           PERFORM 005-READ-PARMS.

           IF PARM-ERR-COUNT > 0
              DISPLAY 'CAPACITY PARAMETERS REJECTED, ' PARM-ERR-COUNT
                      ' BAD VALUE(S)'
              MOVE 16 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY " SRC DATASRC : " DATASRC.
           DISPLAY " TGT DATASRC : " DATASRC-2.
           DISPLAY " KEEP DAYS   : " CAP-KEEP-DAYS.
           DISPLAY " RETAIN DAYS : " HIST-RETAIN-DAYS
                   " (" PARM-SOURCE ")".
           DISPLAY " ROW CEILING : " HIST-ROW-CEILING.
           DISPLAY '***************************************'.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           PERFORM 010-CONNECT-ATTEMPT
              WITH TEST AFTER
              UNTIL SQLCODE = 0 OR RETRY-COUNT > MAX-RETRIES.

           IF SQLCODE <> 0 THEN
              DISPLAY 'CONNECT SQLCODE. ' SQLCODE
              DISPLAY 'CONNECT SQLERRM. ' SQLERRM
              MOVE 10 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF DATASRC-2 NOT = SPACES
              MOVE 0 TO RETRY-COUNT
              PERFORM 015-CONNECT-2-ATTEMPT
                 WITH TEST AFTER
                 UNTIL SQLCODE = 0 OR RETRY-COUNT > MAX-RETRIES
              IF SQLCODE = 0
                 MOVE 'Y' TO TGT-SW
              ELSE
                 DISPLAY 'CONNECT-2 SQLCODE. ' SQLCODE
                 DISPLAY 'CONNECT-2 SQLERRM. ' SQLERRM
                 DISPLAY 'TARGET NOT AVAILABLE, SOURCE ONLY'
                 MOVE 'X' TO TGT-SW
              END-IF
           END-IF.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

       100-MAIN.

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(STAMP-DATE).

           MOVE SPACES TO CAP-TS.
           STRING STAMP-DATE DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  STAMP-TIME DELIMITED BY SIZE
             INTO CAP-TS.

           MOVE SPACES TO CAP-DAY-LOW.
           STRING STAMP-DATE  DELIMITED BY SIZE
                  '-00000000' DELIMITED BY SIZE
             INTO CAP-DAY-LOW.
           MOVE SPACES TO CAP-DAY-HIGH.
           STRING STAMP-DATE  DELIMITED BY SIZE
                  '-99999999' DELIMITED BY SIZE
             INTO CAP-DAY-HIGH.

           COMPUTE WORK-INT = TODAY-INT - CAP-KEEP-DAYS.
           COMPUTE WORK-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT).
           MOVE SPACES TO CAP-CUTOFF.
           STRING WORK-NUM    DELIMITED BY SIZE
                  '-00000000' DELIMITED BY SIZE
             INTO CAP-CUTOFF.

           COMPUTE WORK-INT = TODAY-INT - 30.
           COMPUTE WORK-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT).
           MOVE SPACES TO BASE-HIGH.
           STRING WORK-NUM    DELIMITED BY SIZE
                  '-99999999' DELIMITED BY SIZE
             INTO BASE-HIGH.

           IF HIST-RETAIN-DAYS < 30
              MOVE HIST-RETAIN-DAYS TO INFLOW-DAYS
           ELSE
              MOVE 30 TO INFLOW-DAYS
           END-IF.
           COMPUTE WORK-INT = TODAY-INT - INFLOW-DAYS.
           COMPUTE WORK-NUM = FUNCTION DATE-OF-INTEGER(WORK-INT).
           MOVE SPACES TO INFLOW-FROM.
           STRING WORK-NUM    DELIMITED BY SIZE
                  '-00000000' DELIMITED BY SIZE
             INTO INFLOW-FROM.

           DISPLAY 'SAMPLE TS : ' CAP-TS.

           OPEN OUTPUT CAP-FILE.
           PERFORM 110-WRITE-RPT-HEADER.

           MOVE 'SOURCE' TO CAP-SIDE.
           MOVE DATASRC TO CAP-SIDE-SRC.
           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           PERFORM 200-CAP-BACKEND THRU 200-EXIT.

           IF TGT-CONNECTED
              MOVE 'TARGET' TO CAP-SIDE
              MOVE DATASRC-2 TO CAP-SIDE-SRC
              MOVE 'SET-TGTDB' TO CUR-OP
              EXEC SQL
                 SET CONNECTION 'TGTDB'
              END-EXEC
              PERFORM 200-CAP-BACKEND THRU 200-EXIT
           END-IF.

           IF TGT-UNAVAILABLE
              MOVE SPACES TO CAP-REC
              WRITE CAP-REC
              MOVE RPT-HDR-3 TO CAP-REC
              WRITE CAP-REC
              MOVE SPACES TO CAP-REC
              STRING 'BACKEND: TARGET    DATASRC: ' DELIMITED BY SIZE
                     DATASRC-2                  DELIMITED BY SPACE
                     '  NOT AVAILABLE, NO SAMPLE TAKEN'
                                                DELIMITED BY SIZE
                INTO CAP-REC
              WRITE CAP-REC
           END-IF.

           PERFORM 120-WRITE-RPT-TRAILER.
           CLOSE CAP-FILE.

           DISPLAY 'SAMPLES TAKEN   : ' CAP-COUNT.
           DISPLAY 'SAMPLES FAILED  : ' CAP-FAILED.
           DISPLAY 'REPORTS FAILED  : ' RPT-FAILED.
           DISPLAY 'REPORT WRITTEN TO CAPRPT'.

           IF CAP-COUNT = 0 OR CAP-FAILED > 0 OR RPT-FAILED > 0
              DISPLAY 'CAPACITY PROFILE COMPLETED WITH FAILURES'
              MOVE 20 TO RETURN-CODE
           ELSE
           IF CEILING-OVER > 0
              DISPLAY 'BINTEST_HIST IS OVER ITS ROW CEILING'
              MOVE 8 TO RETURN-CODE
           ELSE
           IF CEILING-SOON > 0 OR AT-MAX-SIDES > 0 OR TGT-UNAVAILABLE
              DISPLAY 'CAPACITY PROFILE COMPLETED WITH WARNINGS'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'CAPACITY PROFILE COMPLETED'
              MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.

           MOVE 'RESET' TO CUR-OP.
           EXEC SQL
              CONNECT RESET
           END-EXEC.

       100-EXIT.
             STOP RUN.

       005-READ-PARMS.

           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = '00'
              MOVE 'N' TO PARM-EOF-SW
              READ PARM-FILE
                 AT END MOVE 'Y' TO PARM-EOF-SW
              END-READ
              PERFORM 006-PARM-ONE UNTIL PARM-EOF
              CLOSE PARM-FILE
           ELSE
              DISPLAY 'PARMFILE NOT AVAILABLE, STATUS '
                      PARM-FILE-STATUS ', HIST_RETAIN_DAYS DEFAULTED'
           END-IF.

       006-PARM-ONE.

           IF PARM-REC = SPACES OR PARM-REC(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO PARM-KEY
              MOVE SPACES TO PARM-VAL
              UNSTRING PARM-REC DELIMITED BY '='
                 INTO PARM-KEY
                      PARM-VAL
              IF PARM-KEY = 'HIST_RETAIN_DAYS'
                 PERFORM 009-PARM-NUMERIC
                 IF PARM-NUM-OK AND PARM-VAL-NUM > 0
                    AND PARM-VAL-NUM < 10000
                    MOVE PARM-VAL-NUM TO HIST-RETAIN-DAYS
                    MOVE 'PARMFILE' TO PARM-SOURCE
                 ELSE
                    PERFORM 012-PARM-BAD-VALUE
                 END-IF
              END-IF
           END-IF.

           READ PARM-FILE
              AT END MOVE 'Y' TO PARM-EOF-SW
           END-READ.

       009-PARM-NUMERIC.

           MOVE 'N' TO PARM-NUM-OK-SW.
           MOVE 'N' TO PARM-NUM-END-SW.
           MOVE 'N' TO PARM-NUM-BAD-SW.
           MOVE 0 TO PARM-DIGIT-CNT.
           MOVE 0 TO PARM-VAL-NUM.

           PERFORM 011-PARM-NUM-CHAR
              VARYING PARM-CIX FROM 1 BY 1
              UNTIL PARM-CIX > 64 OR PARM-NUM-BAD.

           IF PARM-DIGIT-CNT > 0 AND PARM-DIGIT-CNT <= 9
              AND NOT PARM-NUM-BAD
              MOVE PARM-VAL(1:PARM-DIGIT-CNT) TO PARM-VAL-NUM
              MOVE 'Y' TO PARM-NUM-OK-SW
           END-IF.

       011-PARM-NUM-CHAR.

           IF PARM-VAL(PARM-CIX:1) = SPACE
              MOVE 'Y' TO PARM-NUM-END-SW
           ELSE
           IF PARM-NUM-ENDED
              MOVE 'Y' TO PARM-NUM-BAD-SW
           ELSE
           IF PARM-VAL(PARM-CIX:1) IS NUMERIC
              ADD 1 TO PARM-DIGIT-CNT
           ELSE
              MOVE 'Y' TO PARM-NUM-BAD-SW
           END-IF
           END-IF
           END-IF.

       012-PARM-BAD-VALUE.

           DISPLAY 'BAD VALUE: ' PARM-KEY ' = ' PARM-VAL.
           ADD 1 TO PARM-ERR-COUNT.

       010-CONNECT-ATTEMPT.

           MOVE 'CONNECT' TO CUR-OP.
           EXEC SQL
              CONNECT TO :DATASRC AS 'SRCDB' USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLCODE <> 0
              ADD 1 TO RETRY-COUNT
              IF RETRY-COUNT <= MAX-RETRIES
                 DISPLAY 'CONNECT FAILED, SQLCODE ' SQLCODE
                 DISPLAY 'RETRYING (' RETRY-COUNT ' OF ' MAX-RETRIES
                         ') IN ' RETRY-DELAY-SECS ' SEC(S)...'
                 CALL 'C$SLEEP' USING RETRY-DELAY-SECS
              END-IF
           END-IF.

       015-CONNECT-2-ATTEMPT.

           MOVE 'CONNECT-2' TO CUR-OP.
           EXEC SQL
              CONNECT TO :DATASRC-2 AS 'TGTDB' USER :DBUSR-2 USING :DBPWD-2
           END-EXEC.

           IF SQLCODE <> 0
              ADD 1 TO RETRY-COUNT
              IF RETRY-COUNT <= MAX-RETRIES
                 DISPLAY 'CONNECT-2 FAILED, SQLCODE ' SQLCODE
                 DISPLAY 'RETRYING (' RETRY-COUNT ' OF ' MAX-RETRIES
                         ') IN ' RETRY-DELAY-SECS ' SEC(S)...'
                 CALL 'C$SLEEP' USING RETRY-DELAY-SECS
              END-IF
           END-IF.

       110-WRITE-RPT-HEADER.

           ACCEPT RPT-HDR-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-HDR-TIME FROM TIME.

           MOVE RPT-HDR-1 TO CAP-REC.
           WRITE CAP-REC.
           MOVE RPT-HDR-2 TO CAP-REC.
           WRITE CAP-REC.

       120-WRITE-RPT-TRAILER.

           MOVE SPACES TO CAP-REC.
           WRITE CAP-REC.
           MOVE RPT-HDR-2 TO CAP-REC.
           WRITE CAP-REC.

           MOVE 'SAMPLES TAKEN:' TO RPT-TOT-LABEL.
           MOVE CAP-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CAP-REC.
           WRITE CAP-REC.

           MOVE 'SAMPLES FAILED:' TO RPT-TOT-LABEL.
           MOVE CAP-FAILED TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CAP-REC.
           WRITE CAP-REC.

           IF RPT-FAILED > 0
              MOVE 'HISTORY LOOKUPS FAILED:' TO RPT-TOT-LABEL
              MOVE RPT-FAILED TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO CAP-REC
              WRITE CAP-REC
           END-IF.

           MOVE 'HIST_RETAIN_DAYS:' TO RPT-TOT-LABEL.
           MOVE HIST-RETAIN-DAYS TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CAP-REC.
           WRITE CAP-REC.

           MOVE 'BINTEST_HIST ROW CEILING:' TO RPT-TOT-LABEL.
           MOVE HIST-ROW-CEILING TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CAP-REC.
           WRITE CAP-REC.

           MOVE 'CAPHIST KEEP DAYS:' TO RPT-TOT-LABEL.
           MOVE CAP-KEEP-DAYS TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CAP-REC.
           WRITE CAP-REC.

           MOVE RPT-HDR-2 TO CAP-REC.
           WRITE CAP-REC.
           MOVE 'END OF REPORT' TO CAP-REC.
           WRITE CAP-REC.

       200-CAP-BACKEND.

           IF SQLCODE NOT = 0
              GO TO 200-FAILED
           END-IF.

           INITIALIZE SMP-TABLE.
           MOVE 0 TO CAP-REPLACED.
           MOVE 0 TO CAP-PURGED.

           PERFORM 210-COLLECT THRU 210-EXIT.
           IF SQLCODE NOT = 0
              GO TO 200-FAILED
           END-IF.

           MOVE 'CAP-REPLACE' TO CUR-OP.
           EXEC SQL
              DELETE FROM CAPHIST
              WHERE SAMPLE_TS >= :CAP-DAY-LOW
                AND SAMPLE_TS <= :CAP-DAY-HIGH
           END-EXEC.
           IF SQLCODE < 0
              GO TO 200-FAILED
           END-IF.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CAP-REPLACED
           END-IF.

           MOVE 'CAP-INSERT' TO CUR-OP.
           EXEC SQL
              INSERT INTO CAPHIST
                (SAMPLE_TS, BINTEST_ROWS, HIST_ROWS, MULTI_ROWS,
                 REJECT_ROWS, DATA_BYTES, DATA_AVG,
                 LEN_0, LEN_1_64, LEN_65_128, LEN_129_256,
                 LEN_257_299, LEN_300)
                VALUES(:CAP-TS, :CS-BIN-ROWS, :CS-HIST-ROWS,
                       :CS-MULTI-ROWS, :CS-REJ-ROWS,
                       :CS-DATA-BYTES, :CS-DATA-AVG,
                       :CS-LEN-0, :CS-LEN-64, :CS-LEN-128,
                       :CS-LEN-256, :CS-LEN-299, :CS-LEN-300)
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 200-FAILED
           END-IF.

           MOVE 'CAP-PURGE' TO CUR-OP.
           EXEC SQL
              DELETE FROM CAPHIST
              WHERE SAMPLE_TS < :CAP-CUTOFF
           END-EXEC.
           IF SQLCODE < 0
              GO TO 200-FAILED
           END-IF.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CAP-PURGED
           END-IF.

           MOVE 'CAP-COMMIT' TO CUR-OP.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 200-FAILED
           END-IF.

           ADD 1 TO CAP-COUNT.
           DISPLAY CAP-SIDE ' BINTEST ROWS   : ' CS-BIN-ROWS.
           DISPLAY CAP-SIDE ' ROWS AT 300    : ' CS-LEN-300.
           IF CAP-REPLACED > 0
              DISPLAY CAP-SIDE ' SAMPLE REPLACED'
           END-IF.
           DISPLAY CAP-SIDE ' SAMPLES PURGED : ' CAP-PURGED.

           MOVE 1 TO SMP-IX.
           MOVE CAP-TS TO SMP-TS(SMP-IX).
           PERFORM 260-SAMPLE-KEEP.

           PERFORM 300-REPORT-BACKEND THRU 300-EXIT.
           GO TO 200-EXIT.

       200-FAILED.

           MOVE SQLCODE TO CAP-SQLCODE.
           DISPLAY CAP-SIDE ' SAMPLE FAILED AT ' CUR-OP
                   ' SQLCODE ' CAP-SQLCODE.
           ADD 1 TO CAP-FAILED.

           MOVE SPACES TO CAP-REC.
           WRITE CAP-REC.
           MOVE RPT-HDR-3 TO CAP-REC.
           WRITE CAP-REC.
           MOVE SPACES TO CAP-REC.
           STRING 'BACKEND: '  DELIMITED BY SIZE
                  CAP-SIDE     DELIMITED BY SPACE
                  '  SAMPLE FAILED AT ' DELIMITED BY SIZE
                  CUR-OP       DELIMITED BY SPACE
                  ', NO REPORT' DELIMITED BY SIZE
             INTO CAP-REC.
           WRITE CAP-REC.

           MOVE 'CAP-ROLLBACK' TO CUR-OP.
           EXEC SQL
              ROLLBACK
           END-EXEC.

       200-EXIT.
           EXIT.

       210-COLLECT.

           MOVE 'COUNT-BINTEST' TO CUR-OP.
           EXEC SQL
              SELECT COUNT(*) INTO :CS-BIN-ROWS
              FROM BINTEST
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 210-EXIT
           END-IF.

           MOVE 'COUNT-BINTEST_HIST' TO CUR-OP.
           EXEC SQL
              SELECT COUNT(*) INTO :CS-HIST-ROWS
              FROM BINTEST_HIST
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 210-EXIT
           END-IF.

           MOVE 'COUNT-MULTITEST' TO CUR-OP.
           EXEC SQL
              SELECT COUNT(*) INTO :CS-MULTI-ROWS
              FROM MULTITEST
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 210-EXIT
           END-IF.

           MOVE 'COUNT-REJECTLOG' TO CUR-OP.
           EXEC SQL
              SELECT COUNT(*) INTO :CS-REJ-ROWS
              FROM REJECTLOG
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 210-EXIT
           END-IF.

           MOVE 'DATA-PROFILE' TO CUR-OP.
           EXEC SQL
              SELECT COALESCE(SUM(COALESCE(LENGTH(DATA), 0)), 0),
                 COALESCE(SUM(CASE WHEN COALESCE(LENGTH(DATA), 0) = 0
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN LENGTH(DATA) BETWEEN 1 AND 64
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN LENGTH(DATA) BETWEEN 65 AND 128
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN LENGTH(DATA) BETWEEN 129 AND 256
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN LENGTH(DATA) BETWEEN 257 AND 299
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN LENGTH(DATA) >= 300
                              THEN 1 ELSE 0 END), 0)
              INTO :CS-DATA-BYTES, :CS-LEN-0, :CS-LEN-64,
                   :CS-LEN-128, :CS-LEN-256, :CS-LEN-299,
                   :CS-LEN-300
              FROM BINTEST
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 210-EXIT
           END-IF.

           MOVE 'HIST-INFLOW' TO CUR-OP.
           EXEC SQL
              SELECT COUNT(*) INTO :HIST-INFLOW
              FROM BINTEST_HIST
              WHERE DELETED_TS >= :INFLOW-FROM
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 210-EXIT
           END-IF.

           IF CS-BIN-ROWS = 0
              MOVE 0 TO CS-DATA-AVG
           ELSE
              COMPUTE CS-DATA-AVG ROUNDED =
                 CS-DATA-BYTES / CS-BIN-ROWS
           END-IF.

       210-EXIT.
           EXIT.

       250-SAMPLE-READ.

           MOVE 'CAP-READ' TO CUR-OP.
           EXEC SQL
              SELECT BINTEST_ROWS, HIST_ROWS, MULTI_ROWS,
                     REJECT_ROWS, DATA_BYTES, DATA_AVG,
                     LEN_0, LEN_1_64, LEN_65_128, LEN_129_256,
                     LEN_257_299, LEN_300
              INTO :CS-BIN-ROWS, :CS-HIST-ROWS, :CS-MULTI-ROWS,
                   :CS-REJ-ROWS, :CS-DATA-BYTES, :CS-DATA-AVG,
                   :CS-LEN-0, :CS-LEN-64, :CS-LEN-128,
                   :CS-LEN-256, :CS-LEN-299, :CS-LEN-300
              FROM CAPHIST
              WHERE SAMPLE_TS = :CAP-WANT-TS
           END-EXEC.

           IF SQLCODE = 0
              MOVE CAP-WANT-TS TO SMP-TS(SMP-IX)
              PERFORM 260-SAMPLE-KEEP
           ELSE
              ADD 1 TO RPT-FAILED
              MOVE SPACES TO SMP-TS(SMP-IX)
           END-IF.

       260-SAMPLE-KEEP.

           MOVE CS-BIN-ROWS TO SMP-ROWS(SMP-IX, 1).
           MOVE CS-HIST-ROWS TO SMP-ROWS(SMP-IX, 2).
           MOVE CS-MULTI-ROWS TO SMP-ROWS(SMP-IX, 3).
           MOVE CS-REJ-ROWS TO SMP-ROWS(SMP-IX, 4).
           MOVE CS-DATA-BYTES TO SMP-BYTES(SMP-IX).
           MOVE CS-DATA-AVG TO SMP-AVG(SMP-IX).
           MOVE CS-LEN-0 TO SMP-LEN(SMP-IX, 1).
           MOVE CS-LEN-64 TO SMP-LEN(SMP-IX, 2).
           MOVE CS-LEN-128 TO SMP-LEN(SMP-IX, 3).
           MOVE CS-LEN-256 TO SMP-LEN(SMP-IX, 4).
           MOVE CS-LEN-299 TO SMP-LEN(SMP-IX, 5).
           MOVE CS-LEN-300 TO SMP-LEN(SMP-IX, 6).

           IF SMP-TS(SMP-IX)(1:8) IS NUMERIC
              MOVE SMP-TS(SMP-IX)(1:8) TO WORK-NUM
              COMPUTE SMP-DAYS(SMP-IX) =
                 TODAY-INT - FUNCTION INTEGER-OF-DATE(WORK-NUM)
           END-IF.

       300-REPORT-BACKEND.

           MOVE 2 TO SMP-IX.
           MOVE 'CAP-PREVIOUS' TO CUR-OP.
           EXEC SQL
              SELECT COALESCE(MAX(SAMPLE_TS), ' ')
              INTO :CAP-WANT-TS
              FROM CAPHIST
              WHERE SAMPLE_TS < :CAP-DAY-LOW
           END-EXEC.
           IF SQLCODE NOT = 0
              ADD 1 TO RPT-FAILED
           ELSE
           IF CAP-WANT-TS NOT = SPACES
              PERFORM 250-SAMPLE-READ
           END-IF
           END-IF.

           MOVE 3 TO SMP-IX.
           MOVE SPACES TO RPT-BASE-NOTE.
           MOVE 'CAP-BASE' TO CUR-OP.
           EXEC SQL
              SELECT COALESCE(MAX(SAMPLE_TS), ' ')
              INTO :CAP-WANT-TS
              FROM CAPHIST
              WHERE SAMPLE_TS <= :BASE-HIGH
           END-EXEC.
           IF SQLCODE NOT = 0
              ADD 1 TO RPT-FAILED
              MOVE SPACES TO CAP-WANT-TS
           END-IF.

           IF CAP-WANT-TS = SPACES AND SMP-TS(2) NOT = SPACES
              MOVE 'CAP-OLDEST' TO CUR-OP
              EXEC SQL
                 SELECT COALESCE(MIN(SAMPLE_TS), ' ')
                 INTO :CAP-WANT-TS
                 FROM CAPHIST
                 WHERE SAMPLE_TS < :CAP-DAY-LOW
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1 TO RPT-FAILED
                 MOVE SPACES TO CAP-WANT-TS
              ELSE
                 MOVE '  LESS THAN 30 DAYS OF HISTORY'
                   TO RPT-BASE-NOTE
              END-IF
           END-IF.

           IF CAP-WANT-TS NOT = SPACES
              PERFORM 250-SAMPLE-READ
           END-IF.

           MOVE SPACES TO CAP-REC.
           WRITE CAP-REC.
           MOVE RPT-HDR-3 TO CAP-REC.
           WRITE CAP-REC.

           MOVE CAP-SIDE TO RPT-SIDE.
           MOVE CAP-SIDE-SRC TO RPT-SIDE-SRC.
           MOVE CAP-TS TO RPT-SIDE-TS.
           MOVE RPT-SIDE-LINE TO CAP-REC.
           WRITE CAP-REC.

           IF SMP-TS(2) = SPACES
              MOVE 'NONE' TO RPT-PREV-TS
           ELSE
              MOVE SMP-TS(2) TO RPT-PREV-TS
           END-IF.
           IF SMP-TS(3) = SPACES
              MOVE 'NONE' TO RPT-BASE-TS
              MOVE 0 TO RPT-BASE-DAYS
           ELSE
              MOVE SMP-TS(3) TO RPT-BASE-TS
              MOVE SMP-DAYS(3) TO RPT-BASE-DAYS
           END-IF.
           MOVE RPT-BASE-LINE TO CAP-REC.
           WRITE CAP-REC.

           MOVE SPACES TO CAP-REC.
           WRITE CAP-REC.
           MOVE 'TABLE GROWTH' TO CAP-REC.
           WRITE CAP-REC.
           MOVE RPT-GRO-HDR TO CAP-REC.
           WRITE CAP-REC.

           PERFORM 320-GROWTH-LINE
              VARYING TBL-IX FROM 1 BY 1
              UNTIL TBL-IX > 4.

           MOVE SPACES TO CAP-REC.
           WRITE CAP-REC.
           MOVE 'BINTEST PAYLOAD SIZE' TO CAP-REC.
           WRITE CAP-REC.

           MOVE SMP-BYTES(1) TO RPT-BYTES-ED.
           MOVE RPT-BYTES-ED TO RPT-PAY-BYTES.
           MOVE SMP-AVG(1) TO RPT-AVG-ED.
           MOVE RPT-AVG-ED TO RPT-PAY-AVG.
           MOVE RPT-PAY-LINE TO CAP-REC.
           WRITE CAP-REC.

           MOVE SPACES TO CAP-REC.
           WRITE CAP-REC.
           MOVE RPT-BKT-HDR TO CAP-REC.
           WRITE CAP-REC.

           PERFORM 330-BUCKET-LINE
              VARYING BKT-IX FROM 1 BY 1
              UNTIL BKT-IX > 6.

           IF SMP-LEN(1, 6) > 0
              ADD 1 TO AT-MAX-SIDES
           END-IF.

           PERFORM 340-PROJECTION.

       300-EXIT.
           EXIT.

       320-GROWTH-LINE.

           MOVE TBL-NAME(TBL-IX) TO RPT-GRO-TABLE.
           MOVE SMP-ROWS(1, TBL-IX) TO RPT-GRO-NOW.

           IF SMP-TS(2) = SPACES
              MOVE '        N/A' TO RPT-GRO-PREV
              MOVE '          N/A' TO RPT-GRO-DOD
           ELSE
              MOVE SMP-ROWS(2, TBL-IX) TO RPT-CNT-ED
              MOVE RPT-CNT-ED TO RPT-GRO-PREV
              COMPUTE DELTA-WORK =
                 SMP-ROWS(1, TBL-IX) - SMP-ROWS(2, TBL-IX)
              MOVE DELTA-WORK TO RPT-DELTA-ED
              MOVE RPT-DELTA-ED(2:13) TO RPT-GRO-DOD
           END-IF.

           IF SMP-TS(3) = SPACES OR SMP-DAYS(3) = 0
              MOVE '        N/A' TO RPT-GRO-BASE
              MOVE '          N/A' TO RPT-GRO-D30
              MOVE '         N/A' TO RPT-GRO-RATE
           ELSE
              MOVE SMP-ROWS(3, TBL-IX) TO RPT-CNT-ED
              MOVE RPT-CNT-ED TO RPT-GRO-BASE
              COMPUTE DELTA-WORK =
                 SMP-ROWS(1, TBL-IX) - SMP-ROWS(3, TBL-IX)
              MOVE DELTA-WORK TO RPT-DELTA-ED
              MOVE RPT-DELTA-ED(2:13) TO RPT-GRO-D30
              COMPUTE RATE-WORK ROUNDED =
                 DELTA-WORK / SMP-DAYS(3)
              MOVE RATE-WORK TO RPT-RATE-ED
              MOVE RPT-RATE-ED(3:12) TO RPT-GRO-RATE
           END-IF.

           MOVE RPT-GRO-LINE TO CAP-REC.
           WRITE CAP-REC.

       330-BUCKET-LINE.

           MOVE BKT-NAME(BKT-IX) TO RPT-BKT-NAME.
           MOVE SMP-LEN(1, BKT-IX) TO RPT-BKT-ROWS.

           IF SMP-ROWS(1, 1) = 0
              MOVE 0 TO PCT-WORK
           ELSE
              COMPUTE PCT-WORK ROUNDED =
                 SMP-LEN(1, BKT-IX) * 100 / SMP-ROWS(1, 1)
           END-IF.
           MOVE PCT-WORK TO RPT-BKT-PCT.

           IF SMP-TS(2) = SPACES
              MOVE '          N/A' TO RPT-BKT-DOD
           ELSE
              COMPUTE DELTA-WORK =
                 SMP-LEN(1, BKT-IX) - SMP-LEN(2, BKT-IX)
              MOVE DELTA-WORK TO RPT-DELTA-ED
              MOVE RPT-DELTA-ED(2:13) TO RPT-BKT-DOD
           END-IF.

           MOVE SPACES TO RPT-BKT-NOTE.
           IF BKT-IX = 6 AND SMP-LEN(1, BKT-IX) > 0
              MOVE '<== VARRAW MAXIMUM (BFLD1/BFLD2), MAY BE TRUNCATED'
                TO RPT-BKT-NOTE
           END-IF.

           MOVE RPT-BKT-LINE TO CAP-REC.
           WRITE CAP-REC.

       340-PROJECTION.

           MOVE SPACES TO CAP-REC.
           WRITE CAP-REC.
           MOVE 'BINTEST_HIST CEILING PROJECTION' TO CAP-REC.
           WRITE CAP-REC.

           COMPUTE INFLOW-RATE ROUNDED = HIST-INFLOW / INFLOW-DAYS.
           COMPUTE STEADY-ROWS ROUNDED =
              INFLOW-RATE * HIST-RETAIN-DAYS.

           MOVE 'ROWS NOW / CEILING:' TO RPT-PRJ-LABEL.
           MOVE SPACES TO RPT-PRJ-TEXT.
           MOVE SMP-ROWS(1, 2) TO RPT-CNT-ED.
           STRING RPT-CNT-ED DELIMITED BY SIZE
                  ' / '      DELIMITED BY SIZE
             INTO RPT-PRJ-TEXT.
           MOVE HIST-ROW-CEILING TO RPT-CNT-ED.
           MOVE RPT-CNT-ED TO RPT-PRJ-TEXT(15:11).
           MOVE RPT-PRJ-LINE TO CAP-REC.
           WRITE CAP-REC.

           MOVE 'ROWS MOVED TO HISTORY, LAST N DAYS:' TO RPT-PRJ-LABEL.
           MOVE SPACES TO RPT-PRJ-TEXT.
           MOVE HIST-INFLOW TO RPT-CNT-ED.
           MOVE INFLOW-DAYS TO RPT-BASE-DAYS.
           MOVE INFLOW-RATE TO RPT-RATE-ED.
           STRING RPT-CNT-ED      DELIMITED BY SIZE
                  ' IN '          DELIMITED BY SIZE
                  RPT-BASE-DAYS   DELIMITED BY SIZE
                  ' DAYS ('       DELIMITED BY SIZE
                  RPT-RATE-ED(3:12) DELIMITED BY SIZE
                  ' PER DAY)'     DELIMITED BY SIZE
             INTO RPT-PRJ-TEXT.
           MOVE RPT-PRJ-LINE TO CAP-REC.
           WRITE CAP-REC.

           MOVE 'STEADY STATE AT HIST_RETAIN_DAYS:' TO RPT-PRJ-LABEL.
           MOVE SPACES TO RPT-PRJ-TEXT.
           MOVE STEADY-ROWS TO RPT-BYTES-ED.
           MOVE HIST-RETAIN-DAYS TO RPT-BASE-DAYS.
           STRING RPT-BYTES-ED    DELIMITED BY SIZE
                  ' ROWS AT '     DELIMITED BY SIZE
                  RPT-BASE-DAYS   DELIMITED BY SIZE
                  ' DAYS RETAINED' DELIMITED BY SIZE
             INTO RPT-PRJ-TEXT.
           MOVE RPT-PRJ-LINE TO CAP-REC.
           WRITE CAP-REC.

           MOVE 'PROJECTION:' TO RPT-PRJ-LABEL.
           MOVE SPACES TO RPT-PRJ-TEXT.

           IF SMP-ROWS(1, 2) >= HIST-ROW-CEILING
              ADD 1 TO CEILING-OVER
              MOVE 'ALREADY AT OR OVER THE ROW CEILING' TO RPT-PRJ-TEXT
           ELSE
           IF SMP-TS(3) = SPACES OR SMP-DAYS(3) = 0
              MOVE 'INSUFFICIENT HISTORY, NO EARLIER CAPHIST SAMPLE'
                TO RPT-PRJ-TEXT
           ELSE
           IF HIST-INFLOW = 0
              MOVE 'NO ROWS MOVED TO HISTORY, NOT PROJECTED TO PASS'
                TO RPT-PRJ-TEXT
           ELSE
           IF STEADY-ROWS NOT > HIST-ROW-CEILING
              MOVE 'NOT PROJECTED TO PASS THE CEILING AT CURRENT RATE'
                TO RPT-PRJ-TEXT
           ELSE
              ADD 1 TO CEILING-SOON
              COMPUTE CEILING-NUM =
                 (HIST-ROW-CEILING - SMP-ROWS(1, 2)) * INFLOW-DAYS
              DIVIDE HIST-INFLOW INTO CEILING-NUM
                 GIVING CEILING-DAYS REMAINDER CEILING-REM
              IF CEILING-REM > 0
                 ADD 1 TO CEILING-DAYS
              END-IF
              IF CEILING-DAYS > 99999
                 MOVE 99999 TO CEILING-DAYS
              END-IF
              COMPUTE WORK-INT = TODAY-INT + CEILING-DAYS
              COMPUTE CEILING-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT)
              MOVE CEILING-DAYS TO RPT-CNT-ED
              STRING 'PROJECTED TO PASS THE CEILING IN'
                                          DELIMITED BY SIZE
                     RPT-CNT-ED           DELIMITED BY SIZE
                     ' DAYS, ON OR AFTER ' DELIMITED BY SIZE
                     CEILING-DATE         DELIMITED BY SIZE
                INTO RPT-PRJ-TEXT
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE RPT-PRJ-LINE TO CAP-REC.
           WRITE CAP-REC.

       999-ERR.
            DISPLAY 'ERROR AT: ' CUR-OP
            DISPLAY 'SQLCODE : ' SQLCODE
            DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML)

            MOVE 20 TO RETURN-CODE.
