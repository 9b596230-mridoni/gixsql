       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041M.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAL-FILE
               ASSIGN TO "SCHEDCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT SLA-FILE
               ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CAL-FILE.
       01 CAL-REC PIC X(80).

       FD  ALERT-FILE.
       01 ALERT-REC PIC X(132).

       FD  SLA-FILE.
       01 SLA-REC PIC X(132).

       WORKING-STORAGE SECTION.

           01 DATASRC PIC X(64).
           01 DBUSR  PIC X(64).
           01 DBPWD  PIC X(64).

           01 ENV-NUM-BUF PIC X(10).

           01 CUR-OP PIC X(32).

           01 SLA-ALERT-DAYS PIC 9(4) VALUE 1.
           01 SLA-MONTH      PIC 9(6) VALUE 0.

           01 CAL-FILE-STATUS PIC XX.
           01 CAL-EOF-SW PIC X(01) VALUE 'N'.
               88 CAL-EOF VALUE 'Y'.
           01 ALERT-FILE-STATUS PIC XX.
           01 ALERT-OPEN-SW PIC X(01) VALUE 'N'.
               88 ALERT-OPEN VALUE 'Y'.

           01 CAL-LINES   PIC 9(9) COMP VALUE 0.
           01 CAL-BAD     PIC 9(9) COMP VALUE 0.

           01 CF-MODE  PIC X(16).
           01 CF-DAYS  PIC X(10).
           01 CF-START PIC X(06).
           01 CF-MAX   PIC X(06).
           01 CF-EXTRA PIC X(10).
           01 CF-HH    PIC 9(2).
           01 CF-MM    PIC 9(2).
           01 CF-OK-SW PIC X(01).
               88 CF-OK VALUE 'Y'.
           01 CF-POS   PIC 9(2) COMP.

           01 CAL-MAX   PIC 9(4) COMP VALUE 50.
           01 CAL-COUNT PIC 9(4) COMP VALUE 0.
           01 CAL-IDX   PIC 9(4) COMP VALUE 0.
           01 CAL-TABLE.
               05 CAL-ENTRY OCCURS 50 TIMES.
                  10 CAL-MODE   PIC X(16).
                  10 CAL-MASK   PIC X(07).
                  10 CAL-ADHOC  PIC X(01).
                  10 CAL-LATEST PIC X(04).
                  10 CAL-MAXMIN PIC 9(4).

           01 RUN-ID         PIC X(17).
           01 RUN-START-TS   PIC X(17).
           01 RUN-END-TS     PIC X(17).
           01 RUN-MODE       PIC X(16).
           01 RUN-FINAL-STATUS PIC X(9).

           01 RN-MAX   PIC 9(4) COMP VALUE 2000.
           01 RN-COUNT PIC 9(4) COMP VALUE 0.
           01 RN-IDX   PIC 9(4) COMP VALUE 0.
           01 RN-LOST  PIC 9(9) COMP VALUE 0.
           01 RN-TABLE.
               05 RN-ENTRY OCCURS 2000 TIMES.
                  10 RN-ID      PIC X(17).
                  10 RN-START   PIC X(17).
                  10 RN-END     PIC X(17).
                  10 RN-MODE    PIC X(16).
                  10 RN-STATUS  PIC X(9).
                  10 RN-MATCHED PIC X(01).

           01 RN-FOUND-SW PIC X(01) VALUE 'N'.
               88 RN-FOUND VALUE 'Y'.
           01 MODE-KNOWN-SW PIC X(01) VALUE 'N'.
               88 MODE-KNOWN VALUE 'Y'.
           01 MODE-ADHOC-SW PIC X(01) VALUE 'N'.
               88 MODE-ADHOC VALUE 'Y'.

           01 SCAN-EOF-SW PIC X(01) VALUE 'N'.
               88 SCAN-EOF VALUE 'Y'.
           01 SCAN-ABORT-SW PIC X(01) VALUE 'N'.
               88 SCAN-ABORTED VALUE 'Y'.

           01 NOW-DATE PIC X(08).
           01 NOW-TIME PIC X(08).
           01 NOW-TS   PIC X(17).
           01 NOW-SECS PIC S9(12) COMP-3.

           01 TS-BUF      PIC X(17).
           01 TS-SECS     PIC S9(12) COMP-3.
           01 TS-DATE-NUM PIC 9(8).
           01 TS-DATE-INT PIC 9(9) COMP.
           01 TS-HH       PIC 9(2).
           01 TS-MM       PIC 9(2).
           01 TS-SS       PIC 9(2).
           01 TS-VALID-SW PIC X(01).
               88 TS-VALID VALUE 'Y'.

           01 START-SECS  PIC S9(12) COMP-3.
           01 RUN-SECS    PIC S9(12) COMP-3.
           01 RUN-MINUTES PIC 9(7).
           01 RUN-MIN-ED  PIC Z,ZZZ,ZZ9.
           01 MAX-MIN-ED  PIC Z,ZZ9.

           01 TODAY-NUM   PIC 9(8).
           01 TODAY-INT   PIC 9(9) COMP.
           01 ALERT-INT   PIC 9(9) COMP.
           01 ALERT-NUM   PIC 9(8).
           01 MONTH-FIRST PIC 9(8).
           01 MONTH-LAST  PIC 9(8).
           01 MONTH-F-INT PIC 9(9) COMP.
           01 MONTH-L-INT PIC 9(9) COMP.
           01 NEXT-MONTH  PIC 9(8).
           01 NEXT-YEAR   PIC 9(4).
           01 NEXT-MON    PIC 9(2).
           01 FROM-INT    PIC 9(9) COMP.
           01 FROM-NUM    PIC 9(8).
           01 FROM-TS     PIC X(17).

           01 DT-INT      PIC 9(9) COMP.
           01 DT-NUM      PIC 9(8).
           01 DT-X        PIC X(08).
           01 DT-WDAY     PIC 9(1).
           01 DT-QUOT     PIC 9(9) COMP.
           01 DT-REM      PIC 9(1).
           01 DT-ALERT-SW PIC X(01).
               88 DT-ALERT VALUE 'Y'.
           01 DT-MONTH-SW PIC X(01).
               88 DT-MONTH VALUE 'Y'.

           01 SLOT-LATE-SW    PIC X(01).
               88 SLOT-LATE VALUE 'Y'.
           01 SLOT-OVERRUN-SW PIC X(01).
               88 SLOT-OVERRUN VALUE 'Y'.

           01 FND-TYPE   PIC X(12).
           01 FND-MODE   PIC X(16).
           01 FND-DATE   PIC X(08).
           01 FND-RUN-ID PIC X(17).
           01 FND-DETAIL PIC X(60).

           01 SUM-MAX   PIC 9(4) COMP VALUE 50.
           01 SUM-COUNT PIC 9(4) COMP VALUE 0.
           01 SUM-IDX   PIC 9(4) COMP VALUE 0.
           01 SUM-FOUND-SW PIC X(01) VALUE 'N'.
               88 SUM-FOUND VALUE 'Y'.
           01 SUM-TABLE.
               05 SUM-ENTRY OCCURS 50 TIMES.
                  10 SUM-MODE     PIC X(16).
                  10 SUM-EXPECTED PIC 9(9) COMP.
                  10 SUM-ONTIME   PIC 9(9) COMP.
                  10 SUM-MISSED   PIC 9(9) COMP.
                  10 SUM-LATE     PIC 9(9) COMP.
                  10 SUM-OVERRUN  PIC 9(9) COMP.
                  10 SUM-UNSCHED  PIC 9(9) COMP.

           01 PCT-WORK PIC 9(3)V9 VALUE 0.
           01 PCT-ED   PIC ZZ9.9.

           01 RUNS-READ       PIC 9(9) COMP VALUE 0.
           01 SLOTS-CHECKED   PIC 9(9) COMP VALUE 0.
           01 SLOTS-PENDING   PIC 9(9) COMP VALUE 0.
           01 ALERT-COUNT     PIC 9(9) COMP VALUE 0.
           01 ALERT-MISSED    PIC 9(9) COMP VALUE 0.
           01 MONTH-FINDINGS  PIC 9(9) COMP VALUE 0.
           01 RUNS-BAD-TS     PIC 9(9) COMP VALUE 0.

           01 ALERT-LINE PIC X(132).

           01 RETRY-COUNT      PIC 9(4) VALUE 0.
           01 MAX-RETRIES      PIC 9(4) VALUE 3.
           01 RETRY-DELAY-SECS PIC 9(4) VALUE 2.

           01 RPT-HDR-1.
               05 PIC X(40) VALUE 'TSQL041M BATCH WINDOW SLA REPORT'.
               05 PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDR-DATE PIC X(08).
               05 PIC X(01) VALUE SPACE.
               05 RPT-HDR-TIME PIC X(08).

           01 RPT-HDR-2.
               05 PIC X(132) VALUE ALL '='.

           01 RPT-MONTH-LINE.
               05 PIC X(11) VALUE 'SLA MONTH: '.
               05 RPT-MONTH PIC 9(6).
               05 PIC X(11) VALUE '  PERIOD:  '.
               05 RPT-MONTH-FROM PIC X(08).
               05 PIC X(04) VALUE ' TO '.
               05 RPT-MONTH-TO   PIC X(08).

           01 RPT-FND-HDR.
               05 PIC X(14) VALUE 'FINDING'.
               05 PIC X(18) VALUE 'RUN MODE'.
               05 PIC X(10) VALUE 'SLOT DATE'.
               05 PIC X(19) VALUE 'RUN-ID'.
               05 PIC X(60) VALUE 'DETAIL'.

           01 RPT-FND-LINE.
               05 RPT-FND-TYPE   PIC X(12).
               05 PIC X(02) VALUE SPACES.
               05 RPT-FND-MODE   PIC X(16).
               05 PIC X(02) VALUE SPACES.
               05 RPT-FND-DATE   PIC X(08).
               05 PIC X(02) VALUE SPACES.
               05 RPT-FND-RUN-ID PIC X(17).
               05 PIC X(02) VALUE SPACES.
               05 RPT-FND-DETAIL PIC X(60).

           01 RPT-SUM-HDR.
               05 PIC X(18) VALUE 'RUN MODE'.
               05 PIC X(10) VALUE '  EXPECTED'.
               05 PIC X(10) VALUE '   ON TIME'.
               05 PIC X(10) VALUE '    MISSED'.
               05 PIC X(10) VALUE '      LATE'.
               05 PIC X(10) VALUE '   OVERRUN'.
               05 PIC X(10) VALUE '   UNSCHED'.
               05 PIC X(12) VALUE '  COMPLIANCE'.

           01 RPT-SUM-LINE.
               05 RPT-SUM-MODE     PIC X(16).
               05 PIC X(02) VALUE SPACES.
               05 RPT-SUM-EXPECTED PIC ZZZ,ZZZ,ZZ9.
               05 RPT-SUM-ONTIME   PIC Z,ZZZ,ZZ9.
               05 PIC X(01) VALUE SPACE.
               05 RPT-SUM-MISSED   PIC Z,ZZZ,ZZ9.
               05 PIC X(01) VALUE SPACE.
               05 RPT-SUM-LATE     PIC Z,ZZZ,ZZ9.
               05 PIC X(01) VALUE SPACE.
               05 RPT-SUM-OVERRUN  PIC Z,ZZZ,ZZ9.
               05 PIC X(01) VALUE SPACE.
               05 RPT-SUM-UNSCHED  PIC Z,ZZZ,ZZ9.
               05 PIC X(06) VALUE SPACES.
               05 RPT-SUM-PCT      PIC X(06).

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

           DISPLAY "SLA_ALERT_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF NOT = SPACES
              MOVE ENV-NUM-BUF TO SLA-ALERT-DAYS
           END-IF.

           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE NOW-DATE TO TODAY-NUM.

           DISPLAY "SLA_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF = SPACES
              MOVE NOW-DATE(1:6) TO SLA-MONTH
           ELSE
              IF ENV-NUM-BUF(1:6) IS NOT NUMERIC
                 OR ENV-NUM-BUF(7:) NOT = SPACES
                 OR ENV-NUM-BUF(5:2) < '01'
                 OR ENV-NUM-BUF(5:2) > '12'
                 OR ENV-NUM-BUF(1:4) < '1601'
                 DISPLAY 'SLA_MONTH NOT YYYYMM: ' ENV-NUM-BUF
                 MOVE 16 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
              MOVE ENV-NUM-BUF(1:6) TO SLA-MONTH
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY " DATASRC        : " DATASRC.
           DISPLAY " SLA MONTH      : " SLA-MONTH.
           DISPLAY " SLA ALERT DAYS : " SLA-ALERT-DAYS.
           DISPLAY '***************************************'.

           PERFORM 050-CAL-LOAD.

           IF CAL-BAD > 0
              DISPLAY 'SCHEDCAL HAS ' CAL-BAD ' UNUSABLE LINE(S)'
              MOVE 16 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF CAL-COUNT = 0
              DISPLAY 'NO SCHEDCAL ENTRIES, NOTHING TO MONITOR'
              MOVE 12 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           PERFORM 010-CONNECT-ATTEMPT
              WITH TEST AFTER
              UNTIL SQLCODE = 0 OR RETRY-COUNT > MAX-RETRIES.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'CONNECT SQLCODE. ' SQLCODE
              DISPLAY 'CONNECT SQLERRM. ' SQLERRM
              MOVE 10 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

       100-MAIN.

           MOVE SPACES TO NOW-TS.
           STRING NOW-DATE DELIMITED BY SIZE
                  '-'      DELIMITED BY SIZE
                  NOW-TIME DELIMITED BY SIZE
             INTO NOW-TS.

           MOVE NOW-TS TO TS-BUF.
           PERFORM 260-TS-PARSE THRU 260-EXIT.
           MOVE TS-SECS TO NOW-SECS.

           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           COMPUTE ALERT-INT = TODAY-INT - SLA-ALERT-DAYS.
           COMPUTE ALERT-NUM = FUNCTION DATE-OF-INTEGER(ALERT-INT).

           COMPUTE MONTH-FIRST = SLA-MONTH * 100 + 1.
           MOVE SLA-MONTH(1:4) TO NEXT-YEAR.
           MOVE SLA-MONTH(5:2) TO NEXT-MON.
           IF NEXT-MON = 12
              ADD 1 TO NEXT-YEAR
              MOVE 1 TO NEXT-MON
           ELSE
              ADD 1 TO NEXT-MON
           END-IF.
           COMPUTE NEXT-MONTH = NEXT-YEAR * 10000 + NEXT-MON * 100 + 1.
           COMPUTE MONTH-F-INT = FUNCTION INTEGER-OF-DATE(MONTH-FIRST).
           COMPUTE MONTH-L-INT =
              FUNCTION INTEGER-OF-DATE(NEXT-MONTH) - 1.
           IF MONTH-L-INT > TODAY-INT
              MOVE TODAY-INT TO MONTH-L-INT
           END-IF.
           COMPUTE MONTH-LAST = FUNCTION DATE-OF-INTEGER(MONTH-L-INT).

           IF MONTH-F-INT > TODAY-INT
              DISPLAY 'SLA_MONTH IS IN THE FUTURE: ' SLA-MONTH
              MOVE 16 TO RETURN-CODE
              GO TO 100-DISCONNECT
           END-IF.

           IF MONTH-F-INT < ALERT-INT
              MOVE MONTH-F-INT TO FROM-INT
           ELSE
              MOVE ALERT-INT TO FROM-INT
           END-IF.
           COMPUTE FROM-NUM = FUNCTION DATE-OF-INTEGER(FROM-INT).
           MOVE SPACES TO FROM-TS.
           STRING FROM-NUM    DELIMITED BY SIZE
                  '-00000000' DELIMITED BY SIZE
             INTO FROM-TS.

           PERFORM 200-RUNS-LOAD.

           IF SCAN-ABORTED
              DISPLAY 'RUNCTL SCAN ABORTED BY SQL ERROR'
              MOVE 20 TO RETURN-CODE
              GO TO 100-DISCONNECT
           END-IF.

           OPEN EXTEND ALERT-FILE.
           IF ALERT-FILE-STATUS = '35'
              OPEN OUTPUT ALERT-FILE
           END-IF.
           IF ALERT-FILE-STATUS NOT = '00'
              DISPLAY 'OPALERT OPEN FAILED, STATUS ' ALERT-FILE-STATUS
              DISPLAY 'NO ALERTS WILL BE WRITTEN'
           ELSE
              MOVE 'Y' TO ALERT-OPEN-SW
           END-IF.

           OPEN OUTPUT SLA-FILE.
           PERFORM 110-WRITE-RPT-HEADER.

           PERFORM 300-CHECK-DATE
              VARYING DT-INT FROM FROM-INT BY 1
              UNTIL DT-INT > TODAY-INT.

           PERFORM 400-CHECK-UNSCHEDULED
              VARYING RN-IDX FROM 1 BY 1
              UNTIL RN-IDX > RN-COUNT.

           IF MONTH-FINDINGS = 0
              MOVE '  (NONE)' TO SLA-REC
              WRITE SLA-REC
           END-IF.

           PERFORM 120-WRITE-RPT-SUMMARY.

           IF ALERT-COUNT = 0
              MOVE SPACES TO ALERT-LINE
              STRING NOW-TS DELIMITED BY SIZE
                     ' SLA NO MISSED, LATE, OVERRUN OR UNSCHEDULED RUNS'
                       DELIMITED BY SIZE
                INTO ALERT-LINE
              PERFORM 900-WRITE-ALERT
           END-IF.

           CLOSE SLA-FILE.
           IF ALERT-OPEN
              CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'RUNCTL ROWS READ   : ' RUNS-READ.
           DISPLAY 'SLOTS CHECKED      : ' SLOTS-CHECKED.
           DISPLAY 'SLOTS NOT YET DUE  : ' SLOTS-PENDING.
           DISPLAY 'FINDINGS IN MONTH  : ' MONTH-FINDINGS.
           DISPLAY 'ALERTS RAISED      : ' ALERT-COUNT.
           IF RN-LOST > 0
              DISPLAY 'RUNS NOT LOADED (TABLE FULL): ' RN-LOST
           END-IF.
           DISPLAY 'REPORT WRITTEN TO SLARPT'.

           IF ALERT-MISSED > 0
              MOVE 8 TO RETURN-CODE
           ELSE
           IF ALERT-COUNT > 0 OR RN-LOST > 0 OR RUNS-BAD-TS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.

           IF NOT ALERT-OPEN
              MOVE 12 TO RETURN-CODE
           END-IF.

       100-DISCONNECT.

           MOVE 'RESET' TO CUR-OP.
           EXEC SQL
              CONNECT RESET
           END-EXEC.

       100-EXIT.
             STOP RUN.

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

       050-CAL-LOAD.

           OPEN INPUT CAL-FILE.
           IF CAL-FILE-STATUS NOT = '00'
              DISPLAY 'SCHEDCAL NOT AVAILABLE, STATUS '
                      CAL-FILE-STATUS
           ELSE
              READ CAL-FILE
                 AT END MOVE 'Y' TO CAL-EOF-SW
              END-READ
              PERFORM 060-CAL-LINE THRU 060-EXIT UNTIL CAL-EOF
              CLOSE CAL-FILE
           END-IF.

       060-CAL-LINE.

           ADD 1 TO CAL-LINES.

           IF CAL-REC = SPACES OR CAL-REC(1:1) = '*'
              GO TO 060-READ
           END-IF.

           MOVE SPACES TO CF-MODE.
           MOVE SPACES TO CF-DAYS.
           MOVE SPACES TO CF-START.
           MOVE SPACES TO CF-MAX.
           MOVE SPACES TO CF-EXTRA.

           UNSTRING CAL-REC DELIMITED BY ','
              INTO CF-MODE
                   CF-DAYS
                   CF-START
                   CF-MAX
                   CF-EXTRA.

           IF CAL-COUNT NOT < CAL-MAX
              DISPLAY 'SCHEDCAL LINE ' CAL-LINES
                      ' OVER THE ENTRY LIMIT'
              ADD 1 TO CAL-BAD
              GO TO 060-READ
           END-IF.

           MOVE 'Y' TO CF-OK-SW.
           ADD 1 TO CAL-COUNT.
           MOVE CF-MODE TO CAL-MODE(CAL-COUNT).
           MOVE 'N' TO CAL-ADHOC(CAL-COUNT).
           MOVE SPACES TO CAL-LATEST(CAL-COUNT).
           MOVE 0 TO CAL-MAXMIN(CAL-COUNT).

           EVALUATE TRUE
              WHEN CF-MODE = SPACES OR CF-EXTRA NOT = SPACES
                 MOVE 'N' TO CF-OK-SW
              WHEN CF-DAYS = 'DAILY'
                 MOVE 'YYYYYYY' TO CAL-MASK(CAL-COUNT)
              WHEN CF-DAYS = 'WEEKDAYS'
                 MOVE 'YYYYYNN' TO CAL-MASK(CAL-COUNT)
              WHEN CF-DAYS = 'WEEKENDS'
                 MOVE 'NNNNNYY' TO CAL-MASK(CAL-COUNT)
              WHEN CF-DAYS = 'ADHOC'
                 MOVE 'NNNNNNN' TO CAL-MASK(CAL-COUNT)
                 MOVE 'Y' TO CAL-ADHOC(CAL-COUNT)
              WHEN CF-DAYS(8:) = SPACES
                 MOVE CF-DAYS(1:7) TO CAL-MASK(CAL-COUNT)
                 PERFORM 065-CAL-MASK-CHECK
                    VARYING CF-POS FROM 1 BY 1
                    UNTIL CF-POS > 7
              WHEN OTHER
                 MOVE 'N' TO CF-OK-SW
           END-EVALUATE.

           IF CF-OK AND CAL-ADHOC(CAL-COUNT) NOT = 'Y'
              IF CF-START(1:4) IS NOT NUMERIC
                 OR CF-START(5:) NOT = SPACES
                 MOVE 'N' TO CF-OK-SW
              ELSE
                 MOVE CF-START(1:2) TO CF-HH
                 MOVE CF-START(3:2) TO CF-MM
                 IF CF-HH > 23 OR CF-MM > 59
                    MOVE 'N' TO CF-OK-SW
                 END-IF
                 MOVE CF-START(1:4) TO CAL-LATEST(CAL-COUNT)
              END-IF
              IF CF-MAX = SPACES
                 MOVE 'N' TO CF-OK-SW
              ELSE
                 MOVE 0 TO CF-POS
                 INSPECT CF-MAX TALLYING CF-POS
                    FOR CHARACTERS BEFORE INITIAL SPACE
                 IF CF-POS = 0 OR CF-POS > 4
                    OR CF-MAX(1:CF-POS) IS NOT NUMERIC
                    MOVE 'N' TO CF-OK-SW
                 ELSE
                    MOVE CF-MAX(1:CF-POS) TO CAL-MAXMIN(CAL-COUNT)
                    IF CAL-MAXMIN(CAL-COUNT) = 0
                       MOVE 'N' TO CF-OK-SW
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF NOT CF-OK
              DISPLAY 'SCHEDCAL LINE ' CAL-LINES ' NOT USABLE: '
                      CAL-REC
              ADD 1 TO CAL-BAD
              SUBTRACT 1 FROM CAL-COUNT
           END-IF.

       060-READ.

           READ CAL-FILE
              AT END MOVE 'Y' TO CAL-EOF-SW
           END-READ.

       060-EXIT.
           EXIT.

       065-CAL-MASK-CHECK.

           IF CAL-MASK(CAL-COUNT)(CF-POS:1) NOT = 'Y'
              AND CAL-MASK(CAL-COUNT)(CF-POS:1) NOT = 'N'
              MOVE 'N' TO CF-OK-SW
           END-IF.

       110-WRITE-RPT-HEADER.

           ACCEPT RPT-HDR-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-HDR-TIME FROM TIME.

           MOVE RPT-HDR-1 TO SLA-REC.
           WRITE SLA-REC.
           MOVE RPT-HDR-2 TO SLA-REC.
           WRITE SLA-REC.

           MOVE SLA-MONTH TO RPT-MONTH.
           MOVE MONTH-FIRST TO RPT-MONTH-FROM.
           MOVE MONTH-LAST TO RPT-MONTH-TO.
           MOVE RPT-MONTH-LINE TO SLA-REC.
           WRITE SLA-REC.

           MOVE SPACES TO SLA-REC.
           WRITE SLA-REC.
           MOVE 'FINDINGS' TO SLA-REC.
           WRITE SLA-REC.
           MOVE RPT-FND-HDR TO SLA-REC.
           WRITE SLA-REC.

       120-WRITE-RPT-SUMMARY.

           MOVE SPACES TO SLA-REC.
           WRITE SLA-REC.
           MOVE 'MONTHLY COMPLIANCE BY RUN MODE' TO SLA-REC.
           WRITE SLA-REC.
           MOVE RPT-SUM-HDR TO SLA-REC.
           WRITE SLA-REC.

           PERFORM 125-WRITE-SUM-LINE
              VARYING SUM-IDX FROM 1 BY 1
              UNTIL SUM-IDX > SUM-COUNT.

           IF SUM-COUNT = 0
              MOVE '  (NO SLOTS OR RUNS IN MONTH)' TO SLA-REC
              WRITE SLA-REC
           END-IF.

           MOVE SPACES TO SLA-REC.
           WRITE SLA-REC.
           MOVE RPT-HDR-2 TO SLA-REC.
           WRITE SLA-REC.

           MOVE 'SCHEDCAL ENTRIES:' TO RPT-TOT-LABEL.
           MOVE CAL-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO SLA-REC.
           WRITE SLA-REC.

           MOVE 'RUNCTL ROWS READ:' TO RPT-TOT-LABEL.
           MOVE RUNS-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO SLA-REC.
           WRITE SLA-REC.

           MOVE 'SLOTS CHECKED:' TO RPT-TOT-LABEL.
           MOVE SLOTS-CHECKED TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO SLA-REC.
           WRITE SLA-REC.

           MOVE 'SLOTS NOT YET DUE:' TO RPT-TOT-LABEL.
           MOVE SLOTS-PENDING TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO SLA-REC.
           WRITE SLA-REC.

           MOVE 'FINDINGS IN MONTH:' TO RPT-TOT-LABEL.
           MOVE MONTH-FINDINGS TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO SLA-REC.
           WRITE SLA-REC.

           MOVE 'ALERTS RAISED:' TO RPT-TOT-LABEL.
           MOVE ALERT-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO SLA-REC.
           WRITE SLA-REC.

           IF RUNS-BAD-TS > 0
              MOVE 'RUNS WITH BAD TIMESTAMPS:' TO RPT-TOT-LABEL
              MOVE RUNS-BAD-TS TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO SLA-REC
              WRITE SLA-REC
           END-IF.

           IF RN-LOST > 0
              MOVE 'RUNS NOT LOADED:' TO RPT-TOT-LABEL
              MOVE RN-LOST TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO SLA-REC
              WRITE SLA-REC
           END-IF.

           MOVE RPT-HDR-2 TO SLA-REC.
           WRITE SLA-REC.
           MOVE 'END OF REPORT' TO SLA-REC.
           WRITE SLA-REC.

       125-WRITE-SUM-LINE.

           MOVE SUM-MODE(SUM-IDX) TO RPT-SUM-MODE.
           MOVE SUM-EXPECTED(SUM-IDX) TO RPT-SUM-EXPECTED.
           MOVE SUM-ONTIME(SUM-IDX) TO RPT-SUM-ONTIME.
           MOVE SUM-MISSED(SUM-IDX) TO RPT-SUM-MISSED.
           MOVE SUM-LATE(SUM-IDX) TO RPT-SUM-LATE.
           MOVE SUM-OVERRUN(SUM-IDX) TO RPT-SUM-OVERRUN.
           MOVE SUM-UNSCHED(SUM-IDX) TO RPT-SUM-UNSCHED.

           IF SUM-EXPECTED(SUM-IDX) = 0
              MOVE '   N/A' TO RPT-SUM-PCT
           ELSE
              COMPUTE PCT-WORK ROUNDED =
                 SUM-ONTIME(SUM-IDX) * 100 / SUM-EXPECTED(SUM-IDX)
              MOVE PCT-WORK TO PCT-ED
              MOVE SPACES TO RPT-SUM-PCT
              STRING PCT-ED DELIMITED BY SIZE
                     '%'    DELIMITED BY SIZE
                INTO RPT-SUM-PCT
           END-IF.

           MOVE RPT-SUM-LINE TO SLA-REC.
           WRITE SLA-REC.

       200-RUNS-LOAD.

           MOVE 'RUNCTL-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE SLACRS CURSOR FOR
                 SELECT RUN_ID, START_TS,
                        COALESCE(END_TS, ' '),
                        COALESCE(RUN_MODE, ' '),
                        FINAL_STATUS
                 FROM RUNCTL
                 WHERE START_TS >= :FROM-TS
                 ORDER BY START_TS
           END-EXEC.
           EXEC SQL
              OPEN SLACRS
           END-EXEC.

           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM 205-FETCH-RUN.
           PERFORM 210-KEEP-RUN UNTIL SCAN-EOF.

           MOVE 'RUNCTL-CLOSE' TO CUR-OP.
           EXEC SQL
              CLOSE SLACRS
           END-EXEC.

       205-FETCH-RUN.

           MOVE 'RUNCTL-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH SLACRS
                 INTO :RUN-ID, :RUN-START-TS, :RUN-END-TS,
                      :RUN-MODE, :RUN-FINAL-STATUS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO SCAN-EOF-SW
           ELSE
           IF SQLCODE NOT = 0
              MOVE 'Y' TO SCAN-EOF-SW
              MOVE 'Y' TO SCAN-ABORT-SW
           ELSE
              ADD 1 TO RUNS-READ
           END-IF
           END-IF.

       210-KEEP-RUN.

           IF RN-COUNT < RN-MAX
              ADD 1 TO RN-COUNT
              MOVE RUN-ID TO RN-ID(RN-COUNT)
              MOVE RUN-START-TS TO RN-START(RN-COUNT)
              MOVE RUN-END-TS TO RN-END(RN-COUNT)
              MOVE RUN-MODE TO RN-MODE(RN-COUNT)
              MOVE RUN-FINAL-STATUS TO RN-STATUS(RN-COUNT)
              MOVE 'N' TO RN-MATCHED(RN-COUNT)
           ELSE
              ADD 1 TO RN-LOST
           END-IF.

           PERFORM 205-FETCH-RUN.

       260-TS-PARSE.

           MOVE 'N' TO TS-VALID-SW.
           MOVE 0 TO TS-SECS.

           IF TS-BUF(1:8) IS NOT NUMERIC
              OR TS-BUF(10:6) IS NOT NUMERIC
              GO TO 260-EXIT
           END-IF.

           MOVE TS-BUF(1:8) TO TS-DATE-NUM.
           IF TS-DATE-NUM < 16010101
              GO TO 260-EXIT
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE(TS-DATE-NUM)
              TO TS-DATE-INT.
           MOVE TS-BUF(10:2) TO TS-HH.
           MOVE TS-BUF(12:2) TO TS-MM.
           MOVE TS-BUF(14:2) TO TS-SS.

           COMPUTE TS-SECS = TS-DATE-INT * 86400
              + TS-HH * 3600 + TS-MM * 60 + TS-SS.

           MOVE 'Y' TO TS-VALID-SW.

       260-EXIT.
           EXIT.

       300-CHECK-DATE.

           COMPUTE DT-NUM = FUNCTION DATE-OF-INTEGER(DT-INT).
           MOVE DT-NUM TO DT-X.

           DIVIDE 7 INTO DT-INT GIVING DT-QUOT REMAINDER DT-REM.
           IF DT-REM = 0
              MOVE 7 TO DT-WDAY
           ELSE
              MOVE DT-REM TO DT-WDAY
           END-IF.

           MOVE 'N' TO DT-ALERT-SW.
           IF DT-INT NOT < ALERT-INT
              MOVE 'Y' TO DT-ALERT-SW
           END-IF.
           MOVE 'N' TO DT-MONTH-SW.
           IF DT-INT NOT < MONTH-F-INT AND DT-INT NOT > MONTH-L-INT
              MOVE 'Y' TO DT-MONTH-SW
           END-IF.

           PERFORM 310-CHECK-SLOT THRU 310-EXIT
              VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > CAL-COUNT.

       310-CHECK-SLOT.

           IF CAL-ADHOC(CAL-IDX) = 'Y'
              OR CAL-MASK(CAL-IDX)(DT-WDAY:1) NOT = 'Y'
              GO TO 310-EXIT
           END-IF.

           MOVE 'N' TO RN-FOUND-SW.
           PERFORM 315-MATCH-SLOT
              VARYING RN-IDX FROM 1 BY 1
              UNTIL RN-IDX > RN-COUNT OR RN-FOUND.

           IF NOT RN-FOUND
              IF DT-INT = TODAY-INT
                 AND NOW-TIME(1:4) NOT > CAL-LATEST(CAL-IDX)
                 ADD 1 TO SLOTS-PENDING
                 GO TO 310-EXIT
              END-IF
              ADD 1 TO SLOTS-CHECKED
              MOVE CAL-MODE(CAL-IDX) TO FND-MODE
              PERFORM 500-SUM-FIND THRU 500-EXIT
              IF DT-MONTH
                 ADD 1 TO SUM-EXPECTED(SUM-IDX)
                 ADD 1 TO SUM-MISSED(SUM-IDX)
              END-IF
              MOVE 'MISSED' TO FND-TYPE
              MOVE DT-X TO FND-DATE
              MOVE SPACES TO FND-RUN-ID
              MOVE SPACES TO FND-DETAIL
              STRING 'NO RUN STARTED, LATEST START '
                                         DELIMITED BY SIZE
                     CAL-LATEST(CAL-IDX) DELIMITED BY SIZE
                INTO FND-DETAIL
              PERFORM 600-FINDING
              IF DT-ALERT
                 ADD 1 TO ALERT-MISSED
              END-IF
              GO TO 310-EXIT
           END-IF.

           SUBTRACT 1 FROM RN-IDX.
           MOVE 'Y' TO RN-MATCHED(RN-IDX).
           ADD 1 TO SLOTS-CHECKED.

           MOVE CAL-MODE(CAL-IDX) TO FND-MODE.
           PERFORM 500-SUM-FIND THRU 500-EXIT.
           IF DT-MONTH
              ADD 1 TO SUM-EXPECTED(SUM-IDX)
           END-IF.

           MOVE DT-X TO FND-DATE.
           MOVE RN-ID(RN-IDX) TO FND-RUN-ID.
           MOVE 'N' TO SLOT-LATE-SW.
           MOVE 'N' TO SLOT-OVERRUN-SW.

           IF RN-START(RN-IDX)(10:4) > CAL-LATEST(CAL-IDX)
              MOVE 'Y' TO SLOT-LATE-SW
              IF DT-MONTH
                 ADD 1 TO SUM-LATE(SUM-IDX)
              END-IF
              MOVE 'LATE-START' TO FND-TYPE
              MOVE SPACES TO FND-DETAIL
              STRING 'STARTED '                DELIMITED BY SIZE
                     RN-START(RN-IDX)(10:4)    DELIMITED BY SIZE
                     ', LATEST START '         DELIMITED BY SIZE
                     CAL-LATEST(CAL-IDX)       DELIMITED BY SIZE
                INTO FND-DETAIL
              PERFORM 600-FINDING
           END-IF.

           PERFORM 320-CHECK-DURATION THRU 320-EXIT.

           IF DT-MONTH AND NOT SLOT-LATE AND NOT SLOT-OVERRUN
              ADD 1 TO SUM-ONTIME(SUM-IDX)
           END-IF.

       310-EXIT.
           EXIT.

       315-MATCH-SLOT.

           IF RN-MATCHED(RN-IDX) NOT = 'Y'
              AND RN-MODE(RN-IDX) = CAL-MODE(CAL-IDX)
              AND RN-START(RN-IDX)(1:8) = DT-X
              MOVE 'Y' TO RN-FOUND-SW
           END-IF.

       320-CHECK-DURATION.

           MOVE RN-START(RN-IDX) TO TS-BUF.
           PERFORM 260-TS-PARSE THRU 260-EXIT.
           IF NOT TS-VALID
              ADD 1 TO RUNS-BAD-TS
              GO TO 320-EXIT
           END-IF.
           MOVE TS-SECS TO START-SECS.

           IF RN-STATUS(RN-IDX) = 'RUNNING'
              MOVE NOW-SECS TO TS-SECS
           ELSE
              MOVE RN-END(RN-IDX) TO TS-BUF
              PERFORM 260-TS-PARSE THRU 260-EXIT
              IF NOT TS-VALID
                 ADD 1 TO RUNS-BAD-TS
                 GO TO 320-EXIT
              END-IF
           END-IF.

           COMPUTE RUN-SECS = TS-SECS - START-SECS.
           IF RUN-SECS > CAL-MAXMIN(CAL-IDX) * 60
              MOVE 'Y' TO SLOT-OVERRUN-SW
              IF DT-MONTH
                 ADD 1 TO SUM-OVERRUN(SUM-IDX)
              END-IF
              COMPUTE RUN-MINUTES = RUN-SECS / 60
              MOVE RUN-MINUTES TO RUN-MIN-ED
              MOVE CAL-MAXMIN(CAL-IDX) TO MAX-MIN-ED
              MOVE 'OVERRUN' TO FND-TYPE
              MOVE SPACES TO FND-DETAIL
              IF RN-STATUS(RN-IDX) = 'RUNNING'
                 STRING 'STILL RUNNING AFTER' DELIMITED BY SIZE
                        RUN-MIN-ED            DELIMITED BY SIZE
                        ' MIN, MAXIMUM'       DELIMITED BY SIZE
                        MAX-MIN-ED            DELIMITED BY SIZE
                   INTO FND-DETAIL
              ELSE
                 STRING 'RAN'                 DELIMITED BY SIZE
                        RUN-MIN-ED            DELIMITED BY SIZE
                        ' MIN, MAXIMUM'       DELIMITED BY SIZE
                        MAX-MIN-ED            DELIMITED BY SIZE
                        ', ENDED '            DELIMITED BY SIZE
                        RN-STATUS(RN-IDX)     DELIMITED BY SPACE
                   INTO FND-DETAIL
              END-IF
              PERFORM 600-FINDING
           END-IF.

       320-EXIT.
           EXIT.

       400-CHECK-UNSCHEDULED.

           IF RN-MATCHED(RN-IDX) = 'Y'
              OR RN-START(RN-IDX)(1:8) IS NOT NUMERIC
              CONTINUE
           ELSE
              MOVE 'N' TO MODE-KNOWN-SW
              MOVE 'N' TO MODE-ADHOC-SW
              PERFORM 410-MODE-ADHOC
                 VARYING CAL-IDX FROM 1 BY 1
                 UNTIL CAL-IDX > CAL-COUNT
              IF NOT MODE-ADHOC
                 MOVE RN-START(RN-IDX)(1:8) TO DT-NUM
                 COMPUTE DT-INT = FUNCTION INTEGER-OF-DATE(DT-NUM)
                 MOVE 'N' TO DT-ALERT-SW
                 IF DT-INT NOT < ALERT-INT
                    MOVE 'Y' TO DT-ALERT-SW
                 END-IF
                 MOVE RN-MODE(RN-IDX) TO FND-MODE
                 IF DT-INT NOT < MONTH-F-INT
                    AND DT-INT NOT > MONTH-L-INT
                    MOVE 'Y' TO DT-MONTH-SW
                    PERFORM 500-SUM-FIND THRU 500-EXIT
                    ADD 1 TO SUM-UNSCHED(SUM-IDX)
                 ELSE
                    MOVE 'N' TO DT-MONTH-SW
                 END-IF
                 MOVE 'UNSCHEDULED' TO FND-TYPE
                 MOVE RN-START(RN-IDX)(1:8) TO FND-DATE
                 MOVE RN-ID(RN-IDX) TO FND-RUN-ID
                 MOVE SPACES TO FND-DETAIL
                 IF MODE-KNOWN
                    STRING 'NO OPEN SLOT, STARTED '  DELIMITED BY SIZE
                           RN-START(RN-IDX)(10:4)    DELIMITED BY SIZE
                           ', ENDED '                DELIMITED BY SIZE
                           RN-STATUS(RN-IDX)         DELIMITED BY SPACE
                      INTO FND-DETAIL
                 ELSE
                    STRING 'RUN MODE NOT IN SCHEDCAL, ENDED '
                                                     DELIMITED BY SIZE
                           RN-STATUS(RN-IDX)         DELIMITED BY SPACE
                      INTO FND-DETAIL
                 END-IF
                 PERFORM 600-FINDING
              END-IF
           END-IF.

       410-MODE-ADHOC.

           IF CAL-MODE(CAL-IDX) = RN-MODE(RN-IDX)
              MOVE 'Y' TO MODE-KNOWN-SW
              IF CAL-ADHOC(CAL-IDX) = 'Y'
                 MOVE 'Y' TO MODE-ADHOC-SW
              END-IF
           END-IF.

       500-SUM-FIND.

           MOVE 'N' TO SUM-FOUND-SW.
           PERFORM 505-SUM-MATCH
              VARYING SUM-IDX FROM 1 BY 1
              UNTIL SUM-IDX > SUM-COUNT OR SUM-FOUND.

           IF SUM-FOUND
              SUBTRACT 1 FROM SUM-IDX
              GO TO 500-EXIT
           END-IF.

           IF SUM-COUNT < SUM-MAX - 1
              ADD 1 TO SUM-COUNT
              INITIALIZE SUM-ENTRY(SUM-COUNT)
              MOVE FND-MODE TO SUM-MODE(SUM-COUNT)
           ELSE
              IF SUM-COUNT < SUM-MAX
                 ADD 1 TO SUM-COUNT
                 INITIALIZE SUM-ENTRY(SUM-COUNT)
                 MOVE '(OTHER)' TO SUM-MODE(SUM-COUNT)
              END-IF
           END-IF.
           MOVE SUM-COUNT TO SUM-IDX.

       500-EXIT.
           EXIT.

       505-SUM-MATCH.

           IF SUM-MODE(SUM-IDX) = FND-MODE
              MOVE 'Y' TO SUM-FOUND-SW
           END-IF.

       600-FINDING.

           IF DT-MONTH
              ADD 1 TO MONTH-FINDINGS
              MOVE FND-TYPE TO RPT-FND-TYPE
              MOVE FND-MODE TO RPT-FND-MODE
              MOVE FND-DATE TO RPT-FND-DATE
              MOVE FND-RUN-ID TO RPT-FND-RUN-ID
              MOVE FND-DETAIL TO RPT-FND-DETAIL
              MOVE RPT-FND-LINE TO SLA-REC
              WRITE SLA-REC
           END-IF.

           IF DT-ALERT
              ADD 1 TO ALERT-COUNT
              MOVE SPACES TO ALERT-LINE
              STRING NOW-TS      DELIMITED BY SIZE
                     ' SLA '     DELIMITED BY SIZE
                     FND-TYPE    DELIMITED BY SPACE
                     ' '         DELIMITED BY SIZE
                     FND-MODE    DELIMITED BY SPACE
                     ' SLOT '    DELIMITED BY SIZE
                     FND-DATE    DELIMITED BY SIZE
                     ' '         DELIMITED BY SIZE
                     FND-RUN-ID  DELIMITED BY SIZE
                     ' '         DELIMITED BY SIZE
                     FND-DETAIL  DELIMITED BY SIZE
                INTO ALERT-LINE
              PERFORM 900-WRITE-ALERT
           END-IF.

       900-WRITE-ALERT.

           IF ALERT-OPEN
              MOVE SPACES TO ALERT-REC
              MOVE ALERT-LINE TO ALERT-REC
              WRITE ALERT-REC
           END-IF.

       999-ERR.
            DISPLAY 'ERROR AT: ' CUR-OP
            DISPLAY 'SQLCODE : ' SQLCODE
            DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML)

            MOVE 20 TO RETURN-CODE.
