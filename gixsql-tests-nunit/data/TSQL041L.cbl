       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041L.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT GEN-FILE
               ASSIGN TO "AUDGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-FILE-STATUS.

           SELECT INDEX-FILE
               ASSIGN TO "AUDGENIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-FILE-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO "LEDGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(220).

       FD  GEN-FILE.
       01 GEN-REC PIC X(220).

       FD  INDEX-FILE.
       01 INDEX-REC PIC X(200).

       FD  LEDGER-FILE.
       01 LEDGER-REC PIC X(132).

       WORKING-STORAGE SECTION.

           01 DATASRC PIC X(64).
           01 DBUSR  PIC X(64).
           01 DBPWD  PIC X(64).

           01 ENV-NUM-BUF PIC X(10).

           01 CUR-OP PIC X(32).

           01 LEDGER-DAYS    PIC 9(4) VALUE 30.
           01 LEDGER-BACKEND PIC X(10) VALUE SPACES.

           01 LEDGER-CUTOFF-TS PIC X(17).
           01 TODAY-NUM        PIC 9(8).
           01 CUTOFF-INT       PIC 9(9) COMP.
           01 CUTOFF-NUM       PIC 9(8).
           01 CUTOFF-DATE      PIC X(08).

           01 RUN-ID           PIC X(17).
           01 RUN-START-TS     PIC X(17).
           01 RUN-MODE         PIC X(16).
           01 RUN-INS-COUNT    PIC 9(9) COMP.
           01 RUN-DEL-COUNT    PIC 9(9) COMP.
           01 RUN-FINAL-STATUS PIC X(9).

           01 REJ-ID           PIC 9999.
           01 REJ-FAIL-COUNT   PIC 9(9) COMP.
           01 REJ-LAST-TS      PIC X(17).

           01 SCAN-EOF-SW PIC X(01) VALUE 'N'.
               88 SCAN-EOF VALUE 'Y'.
           01 SCAN-ABORT-SW PIC X(01) VALUE 'N'.
               88 SCAN-ABORTED VALUE 'Y'.

           01 AUDIT-FILE-STATUS PIC XX.
           01 AUDIT-EOF-SW PIC X(01) VALUE 'N'.
               88 AUDIT-EOF VALUE 'Y'.
           01 GEN-FILE-STATUS PIC XX.
           01 GEN-EOF-SW PIC X(01) VALUE 'N'.
               88 GEN-EOF VALUE 'Y'.
           01 INDEX-FILE-STATUS PIC XX.
           01 INDEX-EOF-SW PIC X(01) VALUE 'N'.
               88 INDEX-EOF VALUE 'Y'.

           01 IX-TYPE   PIC X(01).
           01 IX-GEN-X  PIC X(05).
           01 IX-NAME   PIC X(100).
           01 IX-GEN-NO PIC 9(5) VALUE 0.
           01 IX-HIGH   PIC 9(5) VALUE 0.
           01 IX-GENS   PIC 9(5) VALUE 0.
           01 HISTORY-PURGED-SW PIC X(01) VALUE 'N'.
               88 HISTORY-PURGED VALUE 'Y'.

           01 SOURCES-READ  PIC 9(4) COMP VALUE 0.
           01 GENS-MISSING  PIC 9(9) COMP VALUE 0.

           01 TALLY-REC    PIC X(220).

           01 AUDIT-TS     PIC X(17).
           01 AUDIT-OP     PIC X(32).
           01 AUDIT-ID     PIC X(04).
           01 AUDIT-HASH-1 PIC X(64).
           01 AUDIT-HASH-2 PIC X(64).
           01 AUDIT-STATUS PIC X(02).
           01 AUDIT-RUNID  PIC X(17).

           01 AUDIT-ROWS   PIC 9(9).
           01 AUDIT-ID-NUM PIC 9(4).

           01 LINES-READ    PIC 9(9) COMP VALUE 0.
           01 LINES-NO-RUN  PIC 9(9) COMP VALUE 0.

           01 RN-MAX      PIC 9(4) COMP VALUE 5000.
           01 RN-COUNT    PIC 9(4) COMP VALUE 0.
           01 RN-IDX      PIC 9(4) COMP VALUE 0.
           01 RN-FOUND-SW PIC X(01) VALUE 'N'.
               88 RN-FOUND VALUE 'Y'.
           01 RN-LOST     PIC 9(9) COMP VALUE 0.
           01 RN-TABLE.
               05 RN-ENTRY OCCURS 5000 TIMES.
                  10 RN-ID      PIC X(17).
                  10 RN-PARM    PIC 9(9) COMP.
                  10 RN-LINES   PIC 9(9) COMP.
                  10 RN-INS     PIC 9(9) COMP.
                  10 RN-DEL     PIC 9(9) COMP.
                  10 RN-KO      PIC 9(9) COMP.
                  10 RN-REPLAY  PIC X(01).
                  10 RN-VERIFY  PIC X(01).
                  10 RN-MATRIX  PIC X(01).
                  10 RN-PREREG  PIC X(01).
                  10 RN-MATCHED PIC X(01).
                  10 RN-CUR-BE  PIC X(10).

           01 LG-IDX PIC 9(5) COMP VALUE 0.
           01 LG-TABLE.
               05 LG-ENTRY OCCURS 10000 TIMES.
                  10 LG-CNT     PIC 9(9) COMP.
                  10 LG-RUN     PIC X(17).
                  10 LG-RUN-KO  PIC X(01).
                  10 LG-CLEAN   PIC X(01).
                  10 LG-MATCHED PIC X(01).

           01 RUNS-READ      PIC 9(9) COMP VALUE 0.
           01 REJS-READ      PIC 9(9) COMP VALUE 0.
           01 EXC-COUNT      PIC 9(9) COMP VALUE 0.
           01 SECTION-EXC    PIC 9(9) COMP VALUE 0.
           01 SKIP-PARM-ONLY PIC 9(9) COMP VALUE 0.
           01 SKIP-VERIFY    PIC 9(9) COMP VALUE 0.
           01 SKIP-PREREG    PIC 9(9) COMP VALUE 0.
           01 SKIP-MATRIX    PIC 9(9) COMP VALUE 0.
           01 SKIP-RUNNING   PIC 9(9) COMP VALUE 0.
           01 UNVERIFIABLE   PIC 9(9) COMP VALUE 0.

           01 EXC-TYPE   PIC X(14).
           01 EXC-KEY    PIC X(17).
           01 EXC-DETAIL PIC X(80).
           01 EXC-NUM-1  PIC ZZZ,ZZZ,ZZ9.
           01 EXC-NUM-2  PIC ZZZ,ZZZ,ZZ9.

           01 RETRY-COUNT      PIC 9(4) VALUE 0.
           01 MAX-RETRIES      PIC 9(4) VALUE 3.
           01 RETRY-DELAY-SECS PIC 9(4) VALUE 2.

           01 RPT-HDR-1.
               05 PIC X(40) VALUE 'TSQL041L LEDGER INTEGRITY CHECK'.
               05 PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDR-DATE PIC X(08).
               05 PIC X(01) VALUE SPACE.
               05 RPT-HDR-TIME PIC X(08).

           01 RPT-HDR-2.
               05 PIC X(132) VALUE ALL '='.

           01 RPT-WINDOW-LINE.
               05 PIC X(22) VALUE 'RUNS STARTED SINCE    '.
               05 RPT-WINDOW-DATE PIC X(08).
               05 PIC X(12) VALUE '   BACKEND: '.
               05 RPT-WINDOW-BE   PIC X(10).

           01 RPT-EXC-HDR.
               05 PIC X(16) VALUE 'EXCEPTION'.
               05 PIC X(19) VALUE 'RUN-ID / REC ID'.
               05 PIC X(80) VALUE 'DETAIL'.

           01 RPT-EXC-LINE.
               05 RPT-EXC-TYPE   PIC X(14).
               05 PIC X(02) VALUE SPACES.
               05 RPT-EXC-KEY    PIC X(17).
               05 PIC X(02) VALUE SPACES.
               05 RPT-EXC-DETAIL PIC X(80).

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

           DISPLAY "LEDGER_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF NOT = SPACES
              MOVE ENV-NUM-BUF TO LEDGER-DAYS
           END-IF.
           IF LEDGER-DAYS = 0
              MOVE 30 TO LEDGER-DAYS
           END-IF.

           DISPLAY "LEDGER_BACKEND" UPON ENVIRONMENT-NAME.
           ACCEPT LEDGER-BACKEND FROM ENVIRONMENT-VALUE.

           DISPLAY '***************************************'.
           DISPLAY " DATASRC     : " DATASRC.
           DISPLAY " LEDGER DAYS : " LEDGER-DAYS.
           DISPLAY " BACKEND     : " LEDGER-BACKEND.
           DISPLAY '***************************************'.

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

           INITIALIZE LG-TABLE.

           ACCEPT TODAY-NUM FROM DATE YYYYMMDD.
           COMPUTE CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(TODAY-NUM) - LEDGER-DAYS.
           COMPUTE CUTOFF-NUM =
              FUNCTION DATE-OF-INTEGER(CUTOFF-INT).
           MOVE CUTOFF-NUM TO CUTOFF-DATE.

           MOVE SPACES TO LEDGER-CUTOFF-TS.
           STRING CUTOFF-NUM  DELIMITED BY SIZE
                  '-00000000' DELIMITED BY SIZE
             INTO LEDGER-CUTOFF-TS.

           PERFORM 050-AUDIT-READ.

           IF SOURCES-READ = 0
              DISPLAY 'NO AUDIT GENERATION OR AUDITLOG AVAILABLE'
              MOVE 12 TO RETURN-CODE
              GO TO 100-RESET
           END-IF.

           PERFORM 410-LEDGER-SETTLE
              VARYING LG-IDX FROM 1 BY 1
              UNTIL LG-IDX > 10000.

           OPEN OUTPUT LEDGER-FILE.

           PERFORM 110-WRITE-RPT-HEADER.

           PERFORM 500-RUNCTL-CHECK.

           IF NOT SCAN-ABORTED
              PERFORM 600-REJECTLOG-CHECK
           END-IF.

           IF SCAN-ABORTED
              MOVE 'CHECK ABORTED BY SQL ERROR, SEE JOB LOG'
                 TO LEDGER-REC
              WRITE LEDGER-REC
              DISPLAY 'LEDGER SCAN ABORTED BY SQL ERROR'
              MOVE 20 TO RETURN-CODE
           END-IF.

           PERFORM 120-WRITE-RPT-TOTALS.

           CLOSE LEDGER-FILE.

           DISPLAY 'RUNCTL ROWS READ    : ' RUNS-READ.
           DISPLAY 'REJECTLOG ROWS READ : ' REJS-READ.
           DISPLAY 'AUDIT LINES READ    : ' LINES-READ.
           DISPLAY 'EXCEPTIONS          : ' EXC-COUNT.
           DISPLAY 'REPORT WRITTEN TO LEDGERPT'.

           IF NOT SCAN-ABORTED
              IF EXC-COUNT > 0
                 MOVE 40 TO RETURN-CODE
              ELSE
              IF UNVERIFIABLE > 0 OR RN-LOST > 0
                 OR GENS-MISSING > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
              END-IF
           END-IF.

       100-RESET.

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

       050-AUDIT-READ.

           OPEN INPUT INDEX-FILE.
           IF INDEX-FILE-STATUS NOT = '00'
              DISPLAY 'AUDGENIX NOT AVAILABLE, READING AUDITLOG ONLY'
           ELSE
              READ INDEX-FILE
                 AT END MOVE 'Y' TO INDEX-EOF-SW
              END-READ
              PERFORM 060-INDEX-LINE UNTIL INDEX-EOF
              CLOSE INDEX-FILE
           END-IF.

           IF IX-HIGH > IX-GENS
              MOVE 'Y' TO HISTORY-PURGED-SW
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'AUDITLOG NOT AVAILABLE, STATUS '
                      AUDIT-FILE-STATUS
           ELSE
              ADD 1 TO SOURCES-READ
              READ AUDIT-FILE
                 AT END MOVE 'Y' TO AUDIT-EOF-SW
              END-READ
              PERFORM 080-AUDIT-ONE UNTIL AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       060-INDEX-LINE.

           MOVE SPACES TO IX-TYPE.
           MOVE SPACES TO IX-GEN-X.
           MOVE SPACES TO IX-NAME.

           UNSTRING INDEX-REC DELIMITED BY ','
              INTO IX-TYPE
                   IX-GEN-X
                   IX-NAME.

           IF IX-GEN-X IS NUMERIC
              MOVE IX-GEN-X TO IX-GEN-NO
              IF IX-TYPE = 'H' AND IX-GEN-NO > IX-HIGH
                 MOVE IX-GEN-NO TO IX-HIGH
              END-IF
              IF IX-TYPE = 'G' AND IX-NAME NOT = SPACES
                 ADD 1 TO IX-GENS
                 IF IX-GEN-NO > IX-HIGH
                    MOVE IX-GEN-NO TO IX-HIGH
                 END-IF
                 PERFORM 070-READ-GEN
              END-IF
           END-IF.

           READ INDEX-FILE
              AT END MOVE 'Y' TO INDEX-EOF-SW
           END-READ.

       070-READ-GEN.

           DISPLAY "DD_AUDGEN" UPON ENVIRONMENT-NAME.
           DISPLAY IX-NAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT GEN-FILE.
           IF GEN-FILE-STATUS NOT = '00'
              DISPLAY 'AUDIT GENERATION NOT AVAILABLE: ' IX-NAME
              ADD 1 TO GENS-MISSING
           ELSE
              ADD 1 TO SOURCES-READ
              MOVE 'N' TO GEN-EOF-SW
              READ GEN-FILE
                 AT END MOVE 'Y' TO GEN-EOF-SW
              END-READ
              PERFORM 075-GEN-ONE UNTIL GEN-EOF
              CLOSE GEN-FILE
           END-IF.

       075-GEN-ONE.

           MOVE GEN-REC TO TALLY-REC.
           PERFORM 300-AUDIT-LINE THRU 300-EXIT.

           READ GEN-FILE
              AT END MOVE 'Y' TO GEN-EOF-SW
           END-READ.

       080-AUDIT-ONE.

           MOVE AUDIT-REC TO TALLY-REC.
           PERFORM 300-AUDIT-LINE THRU 300-EXIT.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO AUDIT-EOF-SW
           END-READ.

       110-WRITE-RPT-HEADER.

           ACCEPT RPT-HDR-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-HDR-TIME FROM TIME.

           MOVE RPT-HDR-1 TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE RPT-HDR-2 TO LEDGER-REC.
           WRITE LEDGER-REC.

           MOVE CUTOFF-DATE TO RPT-WINDOW-DATE.
           IF LEDGER-BACKEND = SPACES
              MOVE '(ANY)' TO RPT-WINDOW-BE
           ELSE
              MOVE LEDGER-BACKEND TO RPT-WINDOW-BE
           END-IF.
           MOVE RPT-WINDOW-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.

       120-WRITE-RPT-TOTALS.

           MOVE SPACES TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'RUNCTL ROWS READ:' TO RPT-TOT-LABEL.
           MOVE RUNS-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'REJECTLOG ROWS READ:' TO RPT-TOT-LABEL.
           MOVE REJS-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'AUDIT FILES READ:' TO RPT-TOT-LABEL.
           MOVE SOURCES-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'AUDIT LINES READ:' TO RPT-TOT-LABEL.
           MOVE LINES-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'AUDIT RUN-IDS SEEN:' TO RPT-TOT-LABEL.
           MOVE RN-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.

           MOVE SPACES TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'NOT JUDGED' TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE '  PARM-ONLY RUN-IDS:' TO RPT-TOT-LABEL.
           MOVE SKIP-PARM-ONLY TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE '  VERIFY-ONLY RUNS:' TO RPT-TOT-LABEL.
           MOVE SKIP-VERIFY TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE '  REFUSED BEFORE REGISTRY:' TO RPT-TOT-LABEL.
           MOVE SKIP-PREREG TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE '  MATRIX, OTHER BACKEND:' TO RPT-TOT-LABEL.
           MOVE SKIP-MATRIX TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE '  STILL RUNNING:' TO RPT-TOT-LABEL.
           MOVE SKIP-RUNNING TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE '  FAIL_COUNT UNVERIFIABLE:' TO RPT-TOT-LABEL.
           MOVE UNVERIFIABLE TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.

           IF LINES-NO-RUN > 0
              MOVE 'AUDIT LINES WITHOUT RUN-ID:' TO RPT-TOT-LABEL
              MOVE LINES-NO-RUN TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO LEDGER-REC
              WRITE LEDGER-REC
           END-IF.

           IF RN-LOST > 0
              MOVE 'AUDIT LINES NOT TRACKED:' TO RPT-TOT-LABEL
              MOVE RN-LOST TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO LEDGER-REC
              WRITE LEDGER-REC
           END-IF.

           IF GENS-MISSING > 0
              MOVE 'GENERATIONS NOT FOUND:' TO RPT-TOT-LABEL
              MOVE GENS-MISSING TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO LEDGER-REC
              WRITE LEDGER-REC
           END-IF.

           MOVE SPACES TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'EXCEPTIONS:' TO RPT-TOT-LABEL.
           MOVE EXC-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.

           MOVE RPT-HDR-2 TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'END OF REPORT' TO LEDGER-REC.
           WRITE LEDGER-REC.

       300-AUDIT-LINE.

           ADD 1 TO LINES-READ.

           MOVE SPACES TO AUDIT-TS.
           MOVE SPACES TO AUDIT-OP.
           MOVE SPACES TO AUDIT-ID.
           MOVE SPACES TO AUDIT-HASH-1.
           MOVE SPACES TO AUDIT-HASH-2.
           MOVE SPACES TO AUDIT-STATUS.
           MOVE SPACES TO AUDIT-RUNID.

           UNSTRING TALLY-REC DELIMITED BY ','
              INTO AUDIT-TS
                   AUDIT-OP
                   AUDIT-ID
                   AUDIT-HASH-1
                   AUDIT-HASH-2
                   AUDIT-STATUS
                   AUDIT-RUNID.

           IF AUDIT-RUNID = SPACES OR AUDIT-OP = SPACES
              ADD 1 TO LINES-NO-RUN
              GO TO 300-EXIT
           END-IF.

           IF RN-IDX = 0 OR RN-IDX > RN-COUNT
              PERFORM 310-FIND-RUN
           ELSE
           IF RN-ID(RN-IDX) NOT = AUDIT-RUNID
              PERFORM 310-FIND-RUN
           END-IF
           END-IF.

           IF NOT RN-FOUND
              ADD 1 TO RN-LOST
              GO TO 300-EXIT
           END-IF.

           IF AUDIT-OP = 'PARM'
              ADD 1 TO RN-PARM(RN-IDX)
              IF AUDIT-HASH-1 = 'REPLAY_MODE' AND AUDIT-HASH-2 = 'Y'
                 MOVE 'Y' TO RN-REPLAY(RN-IDX)
              END-IF
              IF AUDIT-HASH-1 = 'VERIFY_ONLY' AND AUDIT-HASH-2 = 'Y'
                 MOVE 'Y' TO RN-VERIFY(RN-IDX)
              END-IF
              GO TO 300-EXIT
           END-IF.

           IF AUDIT-OP = 'MATRIX-BACKEND'
              MOVE 'Y' TO RN-MATRIX(RN-IDX)
              MOVE AUDIT-HASH-1 TO RN-CUR-BE(RN-IDX)
              GO TO 300-EXIT
           END-IF.

           IF RN-MATRIX(RN-IDX) = 'Y'
              IF LEDGER-BACKEND = SPACES
                 OR RN-CUR-BE(RN-IDX) NOT = LEDGER-BACKEND
                 GO TO 300-EXIT
              END-IF
           END-IF.

           ADD 1 TO RN-LINES(RN-IDX).

           IF AUDIT-STATUS = 'KO' OR AUDIT-STATUS = 'NF'
              ADD 1 TO RN-KO(RN-IDX)
           END-IF.

           EVALUATE AUDIT-OP
              WHEN 'CONNECT'
              WHEN 'CONNECT-2'
              WHEN 'LOCK-REFUSED'
              WHEN 'RANGE-CHECK'
              WHEN 'RANGE-OVERLAP'
              WHEN 'BENCH-RANGE'
                 GO TO 300-EXIT
              WHEN 'INSERT-ROWS'
                 MOVE 'N' TO RN-PREREG(RN-IDX)
                 IF AUDIT-HASH-1(1:9) IS NUMERIC
                    MOVE AUDIT-HASH-1(1:9) TO AUDIT-ROWS
                    ADD AUDIT-ROWS TO RN-INS(RN-IDX)
                 END-IF
                 GO TO 300-EXIT
              WHEN 'DELETE-ROWS'
                 MOVE 'N' TO RN-PREREG(RN-IDX)
                 IF AUDIT-HASH-1(1:9) IS NUMERIC
                    MOVE AUDIT-HASH-1(1:9) TO AUDIT-ROWS
                    ADD AUDIT-ROWS TO RN-DEL(RN-IDX)
                 END-IF
                 GO TO 300-EXIT
              WHEN OTHER
                 MOVE 'N' TO RN-PREREG(RN-IDX)
           END-EVALUATE.

           IF RN-REPLAY(RN-IDX) = 'Y'
              AND RN-VERIFY(RN-IDX) NOT = 'Y'
              AND RN-MATRIX(RN-IDX) NOT = 'Y'
              AND AUDIT-ID IS NUMERIC
              AND (AUDIT-OP = 'HASH-COMPARE' OR AUDIT-OP = 'SELECT-1'
                   OR AUDIT-OP = 'BATCH-RANGE')
              MOVE AUDIT-ID TO AUDIT-ID-NUM
              IF AUDIT-ID-NUM > 0
                 PERFORM 400-LEDGER-NOTE
              END-IF
           END-IF.

       300-EXIT.
           EXIT.

       310-FIND-RUN.

           MOVE 'N' TO RN-FOUND-SW.
           PERFORM 315-MATCH-RUN
              VARYING RN-IDX FROM 1 BY 1
              UNTIL RN-IDX > RN-COUNT OR RN-FOUND.

           IF RN-FOUND
              SUBTRACT 1 FROM RN-IDX
           ELSE
              IF RN-COUNT < RN-MAX
                 ADD 1 TO RN-COUNT
                 MOVE RN-COUNT TO RN-IDX
                 INITIALIZE RN-ENTRY(RN-IDX)
                 MOVE AUDIT-RUNID TO RN-ID(RN-IDX)
                 MOVE 'N' TO RN-REPLAY(RN-IDX)
                 MOVE 'N' TO RN-VERIFY(RN-IDX)
                 MOVE 'N' TO RN-MATRIX(RN-IDX)
                 MOVE 'Y' TO RN-PREREG(RN-IDX)
                 MOVE 'N' TO RN-MATCHED(RN-IDX)
                 MOVE 'Y' TO RN-FOUND-SW
              ELSE
                 MOVE 0 TO RN-IDX
              END-IF
           END-IF.

       315-MATCH-RUN.

           IF RN-ID(RN-IDX) = AUDIT-RUNID
              MOVE 'Y' TO RN-FOUND-SW
           END-IF.

       400-LEDGER-NOTE.

           ADD 1 TO AUDIT-ID-NUM GIVING LG-IDX.

           IF LG-RUN(LG-IDX) NOT = RN-ID(RN-IDX)
              PERFORM 410-LEDGER-SETTLE
              MOVE RN-ID(RN-IDX) TO LG-RUN(LG-IDX)
              MOVE 'N' TO LG-RUN-KO(LG-IDX)
           END-IF.

           IF AUDIT-STATUS = 'KO' OR AUDIT-STATUS = 'NF'
              MOVE 'Y' TO LG-RUN-KO(LG-IDX)
           END-IF.

       410-LEDGER-SETTLE.

           IF LG-RUN(LG-IDX) NOT = SPACES
              IF LG-RUN-KO(LG-IDX) = 'Y'
                 ADD 1 TO LG-CNT(LG-IDX)
              ELSE
                 MOVE 0 TO LG-CNT(LG-IDX)
                 MOVE 'Y' TO LG-CLEAN(LG-IDX)
              END-IF
              MOVE SPACES TO LG-RUN(LG-IDX)
           END-IF.

       500-RUNCTL-CHECK.

           MOVE SPACES TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'RUNCTL AGAINST AUDITLOG' TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE RPT-EXC-HDR TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 0 TO SECTION-EXC.

           MOVE 'RUNCTL-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE RUNCRS CURSOR FOR
                 SELECT RUN_ID, START_TS,
                        RUN_MODE,
                        COALESCE(INS_COUNT, 0),
                        COALESCE(DEL_COUNT, 0),
                        FINAL_STATUS
                 FROM RUNCTL
                 WHERE START_TS >= :LEDGER-CUTOFF-TS
                 ORDER BY START_TS
           END-EXEC.
           EXEC SQL
              OPEN RUNCRS
           END-EXEC.

           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM 505-FETCH-RUN.
           PERFORM 510-CHECK-RUN UNTIL SCAN-EOF.

           MOVE 'RUNCTL-CLOSE' TO CUR-OP.
           EXEC SQL
              CLOSE RUNCRS
           END-EXEC.

           IF NOT SCAN-ABORTED
              PERFORM 520-CHECK-AUDIT-RUN
                 VARYING RN-IDX FROM 1 BY 1
                 UNTIL RN-IDX > RN-COUNT
           END-IF.

           IF SECTION-EXC = 0
              MOVE '  (NONE)' TO LEDGER-REC
              WRITE LEDGER-REC
           END-IF.

       505-FETCH-RUN.

           MOVE 'RUNCTL-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH RUNCRS
                 INTO :RUN-ID, :RUN-START-TS, :RUN-MODE,
                      :RUN-INS-COUNT, :RUN-DEL-COUNT,
                      :RUN-FINAL-STATUS
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

       510-CHECK-RUN.

           MOVE RUN-ID TO AUDIT-RUNID.
           MOVE 'N' TO RN-FOUND-SW.
           PERFORM 315-MATCH-RUN
              VARYING RN-IDX FROM 1 BY 1
              UNTIL RN-IDX > RN-COUNT OR RN-FOUND.

           IF NOT RN-FOUND
              IF RUN-FINAL-STATUS = 'RUNNING'
                 ADD 1 TO SKIP-RUNNING
              ELSE
                 MOVE 'NO-AUDIT' TO EXC-TYPE
                 MOVE RUN-ID TO EXC-KEY
                 MOVE SPACES TO EXC-DETAIL
                 STRING RUN-MODE         DELIMITED BY SPACE
                        ' RUN, STATUS '  DELIMITED BY SIZE
                        RUN-FINAL-STATUS DELIMITED BY SPACE
                        ', NO AUDITLOG LINES' DELIMITED BY SIZE
                   INTO EXC-DETAIL
                 PERFORM 590-WRITE-EXC
              END-IF
           ELSE
              SUBTRACT 1 FROM RN-IDX
              MOVE 'Y' TO RN-MATCHED(RN-IDX)
              PERFORM 515-CHECK-RUN-COUNTS
           END-IF.

           PERFORM 505-FETCH-RUN.

       515-CHECK-RUN-COUNTS.

           IF RN-MATRIX(RN-IDX) = 'Y'
              AND (LEDGER-BACKEND = SPACES OR RN-LINES(RN-IDX) = 0)
              ADD 1 TO SKIP-MATRIX
           ELSE
           IF RUN-FINAL-STATUS = 'RUNNING'
              ADD 1 TO SKIP-RUNNING
           ELSE
           IF RN-LINES(RN-IDX) = 0
              MOVE 'NO-AUDIT' TO EXC-TYPE
              MOVE RUN-ID TO EXC-KEY
              MOVE SPACES TO EXC-DETAIL
              STRING RUN-MODE         DELIMITED BY SPACE
                     ' RUN, STATUS '  DELIMITED BY SIZE
                     RUN-FINAL-STATUS DELIMITED BY SPACE
                     ', ONLY PARM LINES IN AUDITLOG'
                                      DELIMITED BY SIZE
                INTO EXC-DETAIL
              PERFORM 590-WRITE-EXC
           ELSE
              IF RUN-FINAL-STATUS = 'PASS' OR RUN-FINAL-STATUS = 'FAIL'
                 IF RUN-INS-COUNT NOT = RN-INS(RN-IDX)
                    MOVE 'INS-COUNT' TO EXC-TYPE
                    MOVE RUN-INS-COUNT TO EXC-NUM-1
                    MOVE RN-INS(RN-IDX) TO EXC-NUM-2
                    PERFORM 595-COUNT-DETAIL
                 END-IF
                 IF RUN-DEL-COUNT NOT = RN-DEL(RN-IDX)
                    MOVE 'DEL-COUNT' TO EXC-TYPE
                    MOVE RUN-DEL-COUNT TO EXC-NUM-1
                    MOVE RN-DEL(RN-IDX) TO EXC-NUM-2
                    PERFORM 595-COUNT-DETAIL
                 END-IF
              END-IF
              IF RUN-FINAL-STATUS = 'PASS' AND RN-KO(RN-IDX) > 0
                 MOVE 'PASS-WITH-KO' TO EXC-TYPE
                 MOVE RUN-ID TO EXC-KEY
                 MOVE RN-KO(RN-IDX) TO EXC-NUM-2
                 MOVE SPACES TO EXC-DETAIL
                 STRING 'FINAL_STATUS PASS BUT'  DELIMITED BY SIZE
                        EXC-NUM-2                DELIMITED BY SIZE
                        ' KO/NF AUDIT LINE(S)'   DELIMITED BY SIZE
                   INTO EXC-DETAIL
                 PERFORM 590-WRITE-EXC
              END-IF
           END-IF
           END-IF
           END-IF.

       520-CHECK-AUDIT-RUN.

           IF RN-MATCHED(RN-IDX) = 'Y'
              OR RN-ID(RN-IDX)(1:8) < CUTOFF-DATE
              CONTINUE
           ELSE
           IF RN-MATRIX(RN-IDX) = 'Y'
              ADD 1 TO SKIP-MATRIX
           ELSE
           IF RN-LINES(RN-IDX) = 0
              ADD 1 TO SKIP-PARM-ONLY
           ELSE
           IF RN-VERIFY(RN-IDX) = 'Y'
              ADD 1 TO SKIP-VERIFY
           ELSE
           IF RN-PREREG(RN-IDX) = 'Y'
              ADD 1 TO SKIP-PREREG
           ELSE
              MOVE 'NO-RUNCTL' TO EXC-TYPE
              MOVE RN-ID(RN-IDX) TO EXC-KEY
              MOVE RN-LINES(RN-IDX) TO EXC-NUM-2
              MOVE SPACES TO EXC-DETAIL
              STRING 'NO RUNCTL ROW FOR'     DELIMITED BY SIZE
                     EXC-NUM-2               DELIMITED BY SIZE
                     ' AUDIT LINE(S)'        DELIMITED BY SIZE
                INTO EXC-DETAIL
              PERFORM 590-WRITE-EXC
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       590-WRITE-EXC.

           MOVE EXC-TYPE TO RPT-EXC-TYPE.
           MOVE EXC-KEY TO RPT-EXC-KEY.
           MOVE EXC-DETAIL TO RPT-EXC-DETAIL.
           MOVE RPT-EXC-LINE TO LEDGER-REC.
           WRITE LEDGER-REC.
           ADD 1 TO EXC-COUNT.
           ADD 1 TO SECTION-EXC.

       595-COUNT-DETAIL.

           MOVE RUN-ID TO EXC-KEY.
           MOVE SPACES TO EXC-DETAIL.
           STRING 'RUNCTL'     DELIMITED BY SIZE
                  EXC-NUM-1    DELIMITED BY SIZE
                  '  AUDITLOG' DELIMITED BY SIZE
                  EXC-NUM-2    DELIMITED BY SIZE
             INTO EXC-DETAIL.
           PERFORM 590-WRITE-EXC.

       600-REJECTLOG-CHECK.

           MOVE SPACES TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 'REJECTLOG AGAINST AUDITLOG' TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE RPT-EXC-HDR TO LEDGER-REC.
           WRITE LEDGER-REC.
           MOVE 0 TO SECTION-EXC.

           MOVE 'REJECTLOG-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE REJCRS CURSOR FOR
                 SELECT REC_ID, FAIL_COUNT,
                        COALESCE(LAST_FAIL_TS, ' ')
                 FROM REJECTLOG
                 ORDER BY REC_ID
           END-EXEC.
           EXEC SQL
              OPEN REJCRS
           END-EXEC.

           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM 605-FETCH-REJ.
           PERFORM 610-CHECK-REJ UNTIL SCAN-EOF.

           MOVE 'REJECTLOG-CLOSE' TO CUR-OP.
           EXEC SQL
              CLOSE REJCRS
           END-EXEC.

           IF NOT SCAN-ABORTED
              PERFORM 620-CHECK-LEDGER-ID
                 VARYING LG-IDX FROM 1 BY 1
                 UNTIL LG-IDX > 10000
           END-IF.

           IF SECTION-EXC = 0
              MOVE '  (NONE)' TO LEDGER-REC
              WRITE LEDGER-REC
           END-IF.

       605-FETCH-REJ.

           MOVE 'REJECTLOG-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH REJCRS
                 INTO :REJ-ID, :REJ-FAIL-COUNT, :REJ-LAST-TS
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO SCAN-EOF-SW
           ELSE
           IF SQLCODE NOT = 0
              MOVE 'Y' TO SCAN-EOF-SW
              MOVE 'Y' TO SCAN-ABORT-SW
           ELSE
              ADD 1 TO REJS-READ
           END-IF
           END-IF.

       610-CHECK-REJ.

           ADD 1 TO REJ-ID GIVING LG-IDX.
           MOVE 'Y' TO LG-MATCHED(LG-IDX).

           IF REJ-FAIL-COUNT NOT = LG-CNT(LG-IDX)
              MOVE REJ-FAIL-COUNT TO EXC-NUM-1
              MOVE LG-CNT(LG-IDX) TO EXC-NUM-2
              IF LG-CNT(LG-IDX) < REJ-FAIL-COUNT
                 AND LG-CLEAN(LG-IDX) NOT = 'Y'
                 AND HISTORY-PURGED
                 ADD 1 TO UNVERIFIABLE
                 DISPLAY 'ID ' REJ-ID ' FAIL_COUNT ' EXC-NUM-1
                         ' PREDATES THE AUDIT GENERATIONS KEPT'
              ELSE
                 MOVE 'FAIL-COUNT' TO EXC-TYPE
                 MOVE REJ-ID TO EXC-KEY
                 MOVE SPACES TO EXC-DETAIL
                 STRING 'REJECTLOG'                DELIMITED BY SIZE
                        EXC-NUM-1                  DELIMITED BY SIZE
                        '  FAILING REPLAY RUNS'    DELIMITED BY SIZE
                        EXC-NUM-2                  DELIMITED BY SIZE
                        '  LAST FAIL '             DELIMITED BY SIZE
                        REJ-LAST-TS                DELIMITED BY SIZE
                   INTO EXC-DETAIL
                 PERFORM 590-WRITE-EXC
              END-IF
           END-IF.

           PERFORM 605-FETCH-REJ.

       620-CHECK-LEDGER-ID.

           IF LG-CNT(LG-IDX) > 0 AND LG-MATCHED(LG-IDX) NOT = 'Y'
              MOVE 'NO-REJECTLOG' TO EXC-TYPE
              SUBTRACT 1 FROM LG-IDX GIVING REJ-ID
              MOVE REJ-ID TO EXC-KEY
              MOVE LG-CNT(LG-IDX) TO EXC-NUM-2
              MOVE SPACES TO EXC-DETAIL
              STRING 'NO REJECTLOG ROW, FAILING REPLAY RUNS'
                                            DELIMITED BY SIZE
                     EXC-NUM-2              DELIMITED BY SIZE
                INTO EXC-DETAIL
              PERFORM 590-WRITE-EXC
           END-IF.

       999-ERR.
            DISPLAY 'ERROR AT: ' CUR-OP
            DISPLAY 'SQLCODE : ' SQLCODE
            DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML)

            MOVE 20 TO RETURN-CODE.
