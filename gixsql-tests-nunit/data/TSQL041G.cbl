       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041G.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RANGE-FILE
               ASSIGN TO "RANGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  RANGE-FILE.
       01 RANGE-REC PIC X(132).

       WORKING-STORAGE SECTION.

           01 DATASRC PIC X(64).
           01 DBUSR  PIC X(64).
           01 DBPWD  PIC X(64).

           01 DATASRC-2 PIC X(64).
           01 DBUSR-2  PIC X(64).
           01 DBPWD-2  PIC X(64).

           01 ENV-NUM-BUF PIC X(10).

           01 CUR-OP PIC X(32).

           01 RANGE-NAME    PIC X(16).
           01 RANGE-OWNER   PIC X(16).
           01 RANGE-PURPOSE PIC X(40).
           01 RANGE-LOW     PIC 9(4).
           01 RANGE-HIGH    PIC 9(4).

           01 RANGE-EOF-SW PIC X(01) VALUE 'N'.
               88 RANGE-EOF VALUE 'Y'.
           01 RANGE-DOWN-SW PIC X(01) VALUE 'N'.
               88 RANGE-DOWN VALUE 'Y'.
           01 RANGE-FOUND-SW PIC X(01) VALUE 'N'.
               88 RANGE-FOUND VALUE 'Y'.

           01 RANGE-MAX      PIC 9(4) COMP VALUE 20.
           01 RANGE-COUNT    PIC 9(4) COMP VALUE 0.
           01 RANGE-IDX      PIC 9(4) COMP VALUE 0.
           01 RANGE-IDX-2    PIC 9(4) COMP VALUE 0.
           01 RANGE-DEF-IDX  PIC 9(4) COMP VALUE 0.
           01 RANGE-LOST     PIC 9(9) COMP VALUE 0.
           01 RANGE-TABLE.
               05 RANGE-ENTRY OCCURS 20 TIMES.
                  10 RANGE-ENT-NAME    PIC X(16).
                  10 RANGE-ENT-OWNER   PIC X(16).
                  10 RANGE-ENT-PURPOSE PIC X(40).
                  10 RANGE-ENT-LOW     PIC 9(4).
                  10 RANGE-ENT-HIGH    PIC 9(4).
                  10 RANGE-ENT-FROM    PIC X(10).

           01 RANGE-DEFAULTS.
               05 PIC X(16) VALUE 'SINGLE-TGT'.
               05 PIC X(16) VALUE 'SINGLE'.
               05 PIC X(40) VALUE 'SINGLE CHECK AND TX TARGET ROW'.
               05 PIC 9(4) VALUE 0002.
               05 PIC 9(4) VALUE 0002.
               05 PIC X(16) VALUE 'BATCH-TGT'.
               05 PIC X(16) VALUE 'BATCH'.
               05 PIC X(40) VALUE 'BATCH TARGET IDS'.
               05 PIC 9(4) VALUE 5001.
               05 PIC 9(4) VALUE 6999.
               05 PIC X(16) VALUE 'BENCH'.
               05 PIC X(16) VALUE 'BENCH'.
               05 PIC X(40) VALUE 'BENCHMARK ROWS'.
               05 PIC 9(4) VALUE 7000.
               05 PIC 9(4) VALUE 7999.
               05 PIC X(16) VALUE 'BOUNDARY'.
               05 PIC X(16) VALUE 'BOUNDARY'.
               05 PIC X(40) VALUE 'VARRAW BOUNDARY SOURCE AND TARGET'.
               05 PIC 9(4) VALUE 9001.
               05 PIC 9(4) VALUE 9002.
               05 PIC X(16) VALUE 'MULTITYPE'.
               05 PIC X(16) VALUE 'MULTITYPE'.
               05 PIC X(40) VALUE 'MULTITEST CASES'.
               05 PIC 9(4) VALUE 9100.
               05 PIC 9(4) VALUE 9199.
           01 RANGE-DEFAULTS-R REDEFINES RANGE-DEFAULTS.
               05 RANGE-DEF-ENTRY OCCURS 5 TIMES.
                  10 RANGE-DEF-NAME    PIC X(16).
                  10 RANGE-DEF-OWNER   PIC X(16).
                  10 RANGE-DEF-PURPOSE PIC X(40).
                  10 RANGE-DEF-LOW     PIC 9(4).
                  10 RANGE-DEF-HIGH    PIC 9(4).

           01 SCAN-LOW  PIC 9(4).
           01 SCAN-HIGH PIC 9(4).

           01 SCAN-EOF-SW PIC X(01) VALUE 'N'.
               88 SCAN-EOF VALUE 'Y'.
           01 SCAN-ABORT-SW PIC X(01) VALUE 'N'.
               88 SCAN-ABORTED VALUE 'Y'.

           01 ROW-SIDE  PIC X(06).
           01 ROW-TABLE PIC X(12).
           01 ROW-ID    PIC 9(4).
           01 ROW-LEN   PIC 9(9) COMP.
           01 ROW-HASH  PIC X(64).
           01 ROW-OP    PIC X(16).
           01 ROW-TS    PIC X(17).
           01 ROW-REASON PIC X(56).
           01 BFLD1 PIC X(300) USAGE VARRAW.

           01 ROW-OWNED-SW PIC X(01) VALUE 'N'.
               88 ROW-OWNED VALUE 'Y'.
           01 ROW-AUDIT-SW PIC X(01) VALUE 'N'.
               88 ROW-AUDITED VALUE 'Y'.

           01 FILL-CHAR  PIC X(01).
           01 FILL-TALLY PIC 9(4) COMP.

           01 COPY-ID   PIC 9(4).
           01 COPY-HASH PIC X(64).

           01 OVERLAP-COUNT  PIC 9(9) COMP VALUE 0.
           01 BIN-IN-RANGE   PIC 9(9) COMP VALUE 0.
           01 HIST-IN-RANGE  PIC 9(9) COMP VALUE 0.
           01 MT-IN-RANGE    PIC 9(9) COMP VALUE 0.
           01 OWNED-COUNT    PIC 9(9) COMP VALUE 0.
           01 FOREIGN-COUNT  PIC 9(9) COMP VALUE 0.
           01 UNAUDITED-COUNT PIC 9(9) COMP VALUE 0.
           01 FAILED-COUNT   PIC 9(9) COMP VALUE 0.
           01 BUILTIN-COUNT  PIC 9(9) COMP VALUE 0.

           01 RETRY-COUNT      PIC 9(4) VALUE 0.
           01 MAX-RETRIES      PIC 9(4) VALUE 3.
           01 RETRY-DELAY-SECS PIC 9(4) VALUE 2.

           01 RPT-HDR-1.
               05 PIC X(40) VALUE 'TSQL041G TEST-ID RANGE AUDIT'.
               05 PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDR-DATE PIC X(08).
               05 PIC X(01) VALUE SPACE.
               05 RPT-HDR-TIME PIC X(08).

           01 RPT-HDR-2.
               05 PIC X(132) VALUE ALL '='.

           01 RPT-RNG-HDR.
               05 PIC X(17) VALUE 'RANGE'.
               05 PIC X(17) VALUE 'OWNER'.
               05 PIC X(11) VALUE 'IDS'.
               05 PIC X(12) VALUE 'DEFINED BY'.
               05 PIC X(07) VALUE 'PURPOSE'.

           01 RPT-RNG-LINE.
               05 RPT-RNG-NAME    PIC X(16).
               05 PIC X(01) VALUE SPACE.
               05 RPT-RNG-OWNER   PIC X(16).
               05 PIC X(01) VALUE SPACE.
               05 RPT-RNG-LOW     PIC 9(4).
               05 PIC X(01) VALUE '-'.
               05 RPT-RNG-HIGH    PIC 9(4).
               05 PIC X(02) VALUE SPACES.
               05 RPT-RNG-FROM    PIC X(10).
               05 PIC X(02) VALUE SPACES.
               05 RPT-RNG-PURPOSE PIC X(40).

           01 RPT-OVL-LINE.
               05 PIC X(09) VALUE 'OVERLAP: '.
               05 RPT-OVL-NAME-1 PIC X(16).
               05 PIC X(01) VALUE SPACE.
               05 RPT-OVL-LOW-1  PIC 9(4).
               05 PIC X(01) VALUE '-'.
               05 RPT-OVL-HIGH-1 PIC 9(4).
               05 PIC X(06) VALUE ' WITH '.
               05 RPT-OVL-NAME-2 PIC X(16).
               05 PIC X(01) VALUE SPACE.
               05 RPT-OVL-LOW-2  PIC 9(4).
               05 PIC X(01) VALUE '-'.
               05 RPT-OVL-HIGH-2 PIC 9(4).

           01 RPT-FND-LINE.
               05 RPT-FND-SIDE   PIC X(06).
               05 PIC X(02) VALUE SPACES.
               05 RPT-FND-TABLE  PIC X(12).
               05 PIC X(02) VALUE SPACES.
               05 PIC X(04) VALUE 'ID: '.
               05 RPT-FND-ID     PIC 9(4).
               05 PIC X(02) VALUE SPACES.
               05 RPT-FND-RANGE  PIC X(16).
               05 PIC X(01) VALUE SPACE.
               05 RPT-FND-OWNER  PIC X(16).
               05 PIC X(01) VALUE SPACE.
               05 PIC X(05) VALUE 'LEN: '.
               05 RPT-FND-LEN    PIC ZZ9.
               05 PIC X(02) VALUE SPACES.
               05 RPT-FND-REASON PIC X(56).

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

           DISPLAY '***************************************'.
           DISPLAY " SRC DATASRC : " DATASRC.
           DISPLAY " TGT DATASRC : " DATASRC-2.
           DISPLAY '***************************************'.

           IF DATASRC-2 = SPACES
              DISPLAY 'DATASRC_2 NOT SET, TARGET CANNOT BE AUDITED'
              MOVE 10 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           OPEN OUTPUT RANGE-FILE.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           PERFORM 010-CONNECT-ATTEMPT
              WITH TEST AFTER
              UNTIL SQLCODE = 0 OR RETRY-COUNT > MAX-RETRIES.

           IF SQLCODE <> 0 THEN
              DISPLAY 'CONNECT SQLCODE. ' SQLCODE
              DISPLAY 'CONNECT SQLERRM. ' SQLERRM
              MOVE 10 TO RETURN-CODE
              CLOSE RANGE-FILE
              GO TO 100-EXIT
           END-IF.

           MOVE 0 TO RETRY-COUNT.

           PERFORM 015-CONNECT-2-ATTEMPT
              WITH TEST AFTER
              UNTIL SQLCODE = 0 OR RETRY-COUNT > MAX-RETRIES.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'CONNECT-2 SQLCODE. ' SQLCODE
              DISPLAY 'CONNECT-2 SQLERRM. ' SQLERRM
              MOVE 10 TO RETURN-CODE
              CLOSE RANGE-FILE
              GO TO 100-EXIT
           END-IF.

       100-MAIN.

           PERFORM 110-WRITE-RPT-HEADER.

           PERFORM 200-REGISTRY-LOAD THRU 200-EXIT.

           MOVE 'REGISTERED TEST-ID RANGES' TO RANGE-REC.
           WRITE RANGE-REC.
           MOVE RPT-RNG-HDR TO RANGE-REC.
           WRITE RANGE-REC.
           PERFORM 210-REGISTRY-LINE
              VARYING RANGE-IDX FROM 1 BY 1
              UNTIL RANGE-IDX > RANGE-COUNT.

           PERFORM 290-WRITE-GAP.
           MOVE 'RANGE OVERLAPS' TO RANGE-REC.
           WRITE RANGE-REC.
           PERFORM 215-OVERLAP-ONE
              VARYING RANGE-IDX FROM 1 BY 1
              UNTIL RANGE-IDX > RANGE-COUNT.
           IF OVERLAP-COUNT = 0
              MOVE '  NONE' TO RANGE-REC
              WRITE RANGE-REC
           END-IF.

           PERFORM 290-WRITE-GAP.
           MOVE 'ROWS NOT WRITTEN BY THE OWNING TEST MODE'
             TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 9999 TO SCAN-LOW.
           MOVE 0 TO SCAN-HIGH.
           PERFORM 220-SCAN-BOUNDS
              VARYING RANGE-IDX FROM 1 BY 1
              UNTIL RANGE-IDX > RANGE-COUNT.

           IF RANGE-COUNT > 0
              PERFORM 300-SCAN-SOURCE THRU 300-EXIT
              PERFORM 305-SCAN-TARGET THRU 305-EXIT
           END-IF.

           IF FOREIGN-COUNT = 0
              MOVE '  NONE' TO RANGE-REC
              WRITE RANGE-REC
           END-IF.

           PERFORM 120-WRITE-RPT-TOTALS.

           DISPLAY 'RANGES AUDITED      : ' RANGE-COUNT.
           DISPLAY 'RANGE OVERLAPS      : ' OVERLAP-COUNT.
           DISPLAY 'BINTEST IN RANGES   : ' BIN-IN-RANGE.
           DISPLAY 'HIST IN RANGES      : ' HIST-IN-RANGE.
           DISPLAY 'MULTITEST IN RANGES : ' MT-IN-RANGE.
           DISPLAY 'ROWS FOREIGN        : ' FOREIGN-COUNT.
           DISPLAY 'LOOKUPS FAILED      : ' FAILED-COUNT.

           IF FOREIGN-COUNT > 0 OR OVERLAP-COUNT > 0
              OR FAILED-COUNT > 0 OR RANGE-LOST > 0
              DISPLAY 'RANGE AUDIT FOUND COLLISIONS OR FAILURES'
              MOVE 40 TO RETURN-CODE
           ELSE
              DISPLAY 'RANGE AUDIT CLEAN'
           END-IF.

           MOVE 'RESET' TO CUR-OP.
           EXEC SQL
              CONNECT RESET
           END-EXEC.

           CLOSE RANGE-FILE.

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

           MOVE RPT-HDR-1 TO RANGE-REC.
           WRITE RANGE-REC.
           MOVE RPT-HDR-2 TO RANGE-REC.
           WRITE RANGE-REC.
           MOVE SPACES TO RANGE-REC.
           WRITE RANGE-REC.

       120-WRITE-RPT-TOTALS.

           MOVE SPACES TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'RANGES AUDITED:' TO RPT-TOT-LABEL.
           MOVE RANGE-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'RANGES NOT IN TESTRANGE:' TO RPT-TOT-LABEL.
           MOVE BUILTIN-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'RANGE OVERLAPS:' TO RPT-TOT-LABEL.
           MOVE OVERLAP-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'BINTEST ROWS IN RANGES:' TO RPT-TOT-LABEL.
           MOVE BIN-IN-RANGE TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'BINTEST_HIST ROWS IN RANGES:' TO RPT-TOT-LABEL.
           MOVE HIST-IN-RANGE TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'MULTITEST ROWS IN RANGES:' TO RPT-TOT-LABEL.
           MOVE MT-IN-RANGE TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'ROWS WRITTEN BY OWNER:' TO RPT-TOT-LABEL.
           MOVE OWNED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'ROWS NOT WRITTEN BY OWNER:' TO RPT-TOT-LABEL.
           MOVE FOREIGN-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'ROWS OF UNKNOWN OWNERS:' TO RPT-TOT-LABEL.
           MOVE UNAUDITED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           MOVE 'LOOKUPS FAILED:' TO RPT-TOT-LABEL.
           MOVE FAILED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO RANGE-REC.
           WRITE RANGE-REC.

           IF RANGE-LOST > 0
              MOVE 'RANGES NOT LOADED:' TO RPT-TOT-LABEL
              MOVE RANGE-LOST TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO RANGE-REC
              WRITE RANGE-REC
           END-IF.

           MOVE RPT-HDR-2 TO RANGE-REC.
           WRITE RANGE-REC.
           MOVE 'END OF REPORT' TO RANGE-REC.
           WRITE RANGE-REC.

       200-REGISTRY-LOAD.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           MOVE 0 TO RANGE-COUNT.
           MOVE 0 TO RANGE-LOST.

           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO RANGE-DOWN-SW
              GO TO 200-DEFAULTS
           END-IF.

           MOVE 'RANGE-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE RNGCRS CURSOR FOR
                 SELECT RANGE_NAME, OWNER_MODE,
                        COALESCE(PURPOSE, ' '),
                        LOW_ID, HIGH_ID
                 FROM TESTRANGE
                 ORDER BY LOW_ID, RANGE_NAME
           END-EXEC.
           EXEC SQL
              OPEN RNGCRS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO RANGE-DOWN-SW
           ELSE
              MOVE 'N' TO RANGE-EOF-SW
              PERFORM 201-REGISTRY-FETCH
              PERFORM 202-REGISTRY-KEEP UNTIL RANGE-EOF
              EXEC SQL
                 CLOSE RNGCRS
              END-EXEC
           END-IF.

       200-DEFAULTS.

           IF RANGE-DOWN
              DISPLAY 'RANGE REGISTRY UNAVAILABLE, SQLCODE ' SQLCODE
              MOVE 'RANGE REGISTRY UNAVAILABLE, BUILT-IN RANGES USED'
                TO RANGE-REC
              WRITE RANGE-REC
              PERFORM 290-WRITE-GAP
           END-IF.

           PERFORM 205-REGISTRY-DEFAULT
              VARYING RANGE-DEF-IDX FROM 1 BY 1
              UNTIL RANGE-DEF-IDX > 5.

           IF RANGE-LOST > 0
              DISPLAY 'TESTRANGE HOLDS MORE THAN ' RANGE-MAX
                      ' ENTRIES, ' RANGE-LOST ' NOT LOADED'
           END-IF.

       200-EXIT.
           EXIT.

       201-REGISTRY-FETCH.

           MOVE 'RANGE-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH RNGCRS
              INTO :RANGE-NAME, :RANGE-OWNER, :RANGE-PURPOSE,
                   :RANGE-LOW, :RANGE-HIGH
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO RANGE-EOF-SW
           ELSE
           IF SQLCODE NOT = 0
              MOVE 'Y' TO RANGE-EOF-SW
              MOVE 'Y' TO RANGE-DOWN-SW
           END-IF
           END-IF.

       202-REGISTRY-KEEP.

           IF RANGE-COUNT NOT < RANGE-MAX
              ADD 1 TO RANGE-LOST
           ELSE
              ADD 1 TO RANGE-COUNT
              MOVE RANGE-NAME TO RANGE-ENT-NAME(RANGE-COUNT)
              MOVE RANGE-OWNER TO RANGE-ENT-OWNER(RANGE-COUNT)
              MOVE RANGE-PURPOSE TO RANGE-ENT-PURPOSE(RANGE-COUNT)
              MOVE RANGE-LOW TO RANGE-ENT-LOW(RANGE-COUNT)
              MOVE RANGE-HIGH TO RANGE-ENT-HIGH(RANGE-COUNT)
              MOVE 'TESTRANGE' TO RANGE-ENT-FROM(RANGE-COUNT)
           END-IF.

           PERFORM 201-REGISTRY-FETCH.

       205-REGISTRY-DEFAULT.

           MOVE RANGE-DEF-NAME(RANGE-DEF-IDX) TO RANGE-NAME.
           MOVE 'N' TO RANGE-FOUND-SW.
           PERFORM 206-REGISTRY-MATCH
              VARYING RANGE-IDX FROM 1 BY 1
              UNTIL RANGE-IDX > RANGE-COUNT OR RANGE-FOUND.

           IF NOT RANGE-FOUND
              IF RANGE-COUNT NOT < RANGE-MAX
                 ADD 1 TO RANGE-LOST
              ELSE
                 ADD 1 TO RANGE-COUNT
                 ADD 1 TO BUILTIN-COUNT
                 MOVE RANGE-DEF-NAME(RANGE-DEF-IDX)
                   TO RANGE-ENT-NAME(RANGE-COUNT)
                 MOVE RANGE-DEF-OWNER(RANGE-DEF-IDX)
                   TO RANGE-ENT-OWNER(RANGE-COUNT)
                 MOVE RANGE-DEF-PURPOSE(RANGE-DEF-IDX)
                   TO RANGE-ENT-PURPOSE(RANGE-COUNT)
                 MOVE RANGE-DEF-LOW(RANGE-DEF-IDX)
                   TO RANGE-ENT-LOW(RANGE-COUNT)
                 MOVE RANGE-DEF-HIGH(RANGE-DEF-IDX)
                   TO RANGE-ENT-HIGH(RANGE-COUNT)
                 MOVE 'BUILT-IN' TO RANGE-ENT-FROM(RANGE-COUNT)
              END-IF
           END-IF.

       206-REGISTRY-MATCH.

           IF RANGE-ENT-NAME(RANGE-IDX) = RANGE-NAME
              MOVE 'Y' TO RANGE-FOUND-SW
           END-IF.

       210-REGISTRY-LINE.

           MOVE RANGE-ENT-NAME(RANGE-IDX) TO RPT-RNG-NAME.
           MOVE RANGE-ENT-OWNER(RANGE-IDX) TO RPT-RNG-OWNER.
           MOVE RANGE-ENT-LOW(RANGE-IDX) TO RPT-RNG-LOW.
           MOVE RANGE-ENT-HIGH(RANGE-IDX) TO RPT-RNG-HIGH.
           MOVE RANGE-ENT-FROM(RANGE-IDX) TO RPT-RNG-FROM.
           MOVE RANGE-ENT-PURPOSE(RANGE-IDX) TO RPT-RNG-PURPOSE.
           MOVE RPT-RNG-LINE TO RANGE-REC.
           WRITE RANGE-REC.

       215-OVERLAP-ONE.

           PERFORM 216-OVERLAP-PAIR
              VARYING RANGE-IDX-2 FROM 1 BY 1
              UNTIL RANGE-IDX-2 > RANGE-COUNT.

       216-OVERLAP-PAIR.

           IF RANGE-IDX-2 > RANGE-IDX
              AND RANGE-ENT-LOW(RANGE-IDX-2)
                  NOT > RANGE-ENT-HIGH(RANGE-IDX)
              AND RANGE-ENT-LOW(RANGE-IDX)
                  NOT > RANGE-ENT-HIGH(RANGE-IDX-2)
              ADD 1 TO OVERLAP-COUNT
              MOVE RANGE-ENT-NAME(RANGE-IDX) TO RPT-OVL-NAME-1
              MOVE RANGE-ENT-LOW(RANGE-IDX) TO RPT-OVL-LOW-1
              MOVE RANGE-ENT-HIGH(RANGE-IDX) TO RPT-OVL-HIGH-1
              MOVE RANGE-ENT-NAME(RANGE-IDX-2) TO RPT-OVL-NAME-2
              MOVE RANGE-ENT-LOW(RANGE-IDX-2) TO RPT-OVL-LOW-2
              MOVE RANGE-ENT-HIGH(RANGE-IDX-2) TO RPT-OVL-HIGH-2
              MOVE RPT-OVL-LINE TO RANGE-REC
              WRITE RANGE-REC
           END-IF.

       220-SCAN-BOUNDS.

           IF RANGE-ENT-LOW(RANGE-IDX) < SCAN-LOW
              MOVE RANGE-ENT-LOW(RANGE-IDX) TO SCAN-LOW
           END-IF.
           IF RANGE-ENT-HIGH(RANGE-IDX) > SCAN-HIGH
              MOVE RANGE-ENT-HIGH(RANGE-IDX) TO SCAN-HIGH
           END-IF.

       300-SCAN-SOURCE.

           MOVE 'SOURCE' TO ROW-SIDE.

           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 300-EXIT
           END-IF.

           MOVE 'BINTEST' TO ROW-TABLE.
           MOVE 'BIN-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE BINSRC CURSOR FOR
                 SELECT ID,
                        COALESCE(LENGTH(DATA), 0),
                        COALESCE(MD5(DATA), ' '),
                        DATA
                 FROM BINTEST
                 WHERE ID >= :SCAN-LOW AND ID <= :SCAN-HIGH
                 ORDER BY ID
           END-EXEC.
           EXEC SQL
              OPEN BINSRC
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE 'N' TO SCAN-ABORT-SW
              PERFORM 310-BIN-SRC-FETCH
              PERFORM 400-BIN-ROW UNTIL SCAN-EOF
              EXEC SQL
                 CLOSE BINSRC
              END-EXEC
              IF SCAN-ABORTED
                 PERFORM 285-LOOKUP-FAILED
              END-IF
           END-IF.

           MOVE 'BINTEST_HIST' TO ROW-TABLE.
           MOVE 'HIST-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE HSTSRC CURSOR FOR
                 SELECT ID,
                        COALESCE(LENGTH(DATA), 0),
                        COALESCE(DELETED_OP, ' '),
                        COALESCE(DELETED_TS, ' ')
                 FROM BINTEST_HIST
                 WHERE ID >= :SCAN-LOW AND ID <= :SCAN-HIGH
                 ORDER BY ID, DELETED_TS
           END-EXEC.
           EXEC SQL
              OPEN HSTSRC
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE 'N' TO SCAN-ABORT-SW
              PERFORM 311-HST-SRC-FETCH
              PERFORM 410-HIST-ROW UNTIL SCAN-EOF
              EXEC SQL
                 CLOSE HSTSRC
              END-EXEC
              IF SCAN-ABORTED
                 PERFORM 285-LOOKUP-FAILED
              END-IF
           END-IF.

           MOVE 'MULTITEST' TO ROW-TABLE.
           MOVE 'MT-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE MLTSRC CURSOR FOR
                 SELECT ID
                 FROM MULTITEST
                 WHERE ID >= :SCAN-LOW AND ID <= :SCAN-HIGH
                 ORDER BY ID
           END-EXEC.
           EXEC SQL
              OPEN MLTSRC
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE 'N' TO SCAN-ABORT-SW
              PERFORM 312-MLT-SRC-FETCH
              PERFORM 420-MT-ROW UNTIL SCAN-EOF
              EXEC SQL
                 CLOSE MLTSRC
              END-EXEC
              IF SCAN-ABORTED
                 PERFORM 285-LOOKUP-FAILED
              END-IF
           END-IF.

       300-EXIT.
           EXIT.

       305-SCAN-TARGET.

           MOVE 'TARGET' TO ROW-SIDE.

           MOVE 'SET-TGTDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'TGTDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 305-EXIT
           END-IF.

           MOVE 'BINTEST' TO ROW-TABLE.
           MOVE 'BIN-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE BINTGT CURSOR FOR
                 SELECT ID,
                        COALESCE(LENGTH(DATA), 0),
                        COALESCE(MD5(DATA), ' '),
                        DATA
                 FROM BINTEST
                 WHERE ID >= :SCAN-LOW AND ID <= :SCAN-HIGH
                 ORDER BY ID
           END-EXEC.
           EXEC SQL
              OPEN BINTGT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE 'N' TO SCAN-ABORT-SW
              PERFORM 315-BIN-TGT-FETCH
              PERFORM 400-BIN-ROW UNTIL SCAN-EOF
              EXEC SQL
                 CLOSE BINTGT
              END-EXEC
              IF SCAN-ABORTED
                 PERFORM 285-LOOKUP-FAILED
              END-IF
           END-IF.

           MOVE 'BINTEST_HIST' TO ROW-TABLE.
           MOVE 'HIST-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE HSTTGT CURSOR FOR
                 SELECT ID,
                        COALESCE(LENGTH(DATA), 0),
                        COALESCE(DELETED_OP, ' '),
                        COALESCE(DELETED_TS, ' ')
                 FROM BINTEST_HIST
                 WHERE ID >= :SCAN-LOW AND ID <= :SCAN-HIGH
                 ORDER BY ID, DELETED_TS
           END-EXEC.
           EXEC SQL
              OPEN HSTTGT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE 'N' TO SCAN-ABORT-SW
              PERFORM 316-HST-TGT-FETCH
              PERFORM 410-HIST-ROW UNTIL SCAN-EOF
              EXEC SQL
                 CLOSE HSTTGT
              END-EXEC
              IF SCAN-ABORTED
                 PERFORM 285-LOOKUP-FAILED
              END-IF
           END-IF.

           MOVE 'MULTITEST' TO ROW-TABLE.
           MOVE 'MT-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE MLTTGT CURSOR FOR
                 SELECT ID
                 FROM MULTITEST
                 WHERE ID >= :SCAN-LOW AND ID <= :SCAN-HIGH
                 ORDER BY ID
           END-EXEC.
           EXEC SQL
              OPEN MLTTGT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE 'N' TO SCAN-ABORT-SW
              PERFORM 317-MLT-TGT-FETCH
              PERFORM 420-MT-ROW UNTIL SCAN-EOF
              EXEC SQL
                 CLOSE MLTTGT
              END-EXEC
              IF SCAN-ABORTED
                 PERFORM 285-LOOKUP-FAILED
              END-IF
           END-IF.

       305-EXIT.
           EXIT.

       310-BIN-SRC-FETCH.

           MOVE 'BIN-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH BINSRC
                 INTO :ROW-ID, :ROW-LEN, :ROW-HASH, :BFLD1
           END-EXEC.

           PERFORM 319-FETCH-CHECK.

       311-HST-SRC-FETCH.

           MOVE 'HIST-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH HSTSRC
                 INTO :ROW-ID, :ROW-LEN, :ROW-OP, :ROW-TS
           END-EXEC.

           PERFORM 319-FETCH-CHECK.

       312-MLT-SRC-FETCH.

           MOVE 'MT-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH MLTSRC
                 INTO :ROW-ID
           END-EXEC.

           PERFORM 319-FETCH-CHECK.

       315-BIN-TGT-FETCH.

           MOVE 'BIN-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH BINTGT
                 INTO :ROW-ID, :ROW-LEN, :ROW-HASH, :BFLD1
           END-EXEC.

           PERFORM 319-FETCH-CHECK.

       316-HST-TGT-FETCH.

           MOVE 'HIST-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH HSTTGT
                 INTO :ROW-ID, :ROW-LEN, :ROW-OP, :ROW-TS
           END-EXEC.

           PERFORM 319-FETCH-CHECK.

       317-MLT-TGT-FETCH.

           MOVE 'MT-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH MLTTGT
                 INTO :ROW-ID
           END-EXEC.

           PERFORM 319-FETCH-CHECK.

       319-FETCH-CHECK.

           IF SQLCODE = 100
              MOVE 'Y' TO SCAN-EOF-SW
           ELSE
           IF SQLCODE NOT = 0
              MOVE 'Y' TO SCAN-EOF-SW
              MOVE 'Y' TO SCAN-ABORT-SW
           END-IF
           END-IF.

       400-BIN-ROW.

           PERFORM 430-FIND-RANGE.

           IF RANGE-FOUND
              ADD 1 TO BIN-IN-RANGE
              IF ROW-LEN > 300
                 MOVE 300 TO ROW-LEN
              END-IF
              MOVE 'Y' TO ROW-AUDIT-SW
              MOVE 'N' TO ROW-OWNED-SW
              MOVE SPACES TO ROW-REASON
              EVALUATE RANGE-ENT-OWNER(RANGE-IDX)
              WHEN 'BENCH'
                 MOVE 'B' TO FILL-CHAR
                 PERFORM 440-FILL-CHECK
                 IF NOT ROW-OWNED
                    MOVE 'DATA IS NOT A BENCHMARK ROW' TO ROW-REASON
                 END-IF
              WHEN 'BOUNDARY'
                 MOVE 'A' TO FILL-CHAR
                 PERFORM 440-FILL-CHECK
                 IF ROW-LEN NOT = 0 AND ROW-LEN NOT = 1
                    AND ROW-LEN NOT = 299 AND ROW-LEN NOT = 300
                    MOVE 'N' TO ROW-OWNED-SW
                 END-IF
                 IF NOT ROW-OWNED
                    MOVE 'DATA IS NOT A BOUNDARY CASE' TO ROW-REASON
                 END-IF
              WHEN 'SINGLE'
                 MOVE 1 TO COPY-ID
                 PERFORM 450-COPY-CHECK THRU 450-EXIT
              WHEN 'BATCH'
                 COMPUTE COPY-ID =
                    ROW-ID - RANGE-ENT-LOW(RANGE-IDX) + 1
                 PERFORM 450-COPY-CHECK THRU 450-EXIT
              WHEN 'MULTITYPE'
                 MOVE 'MULTITYPE RANGE HOLDS NO BINTEST ROWS'
                   TO ROW-REASON
              WHEN OTHER
                 MOVE 'N' TO ROW-AUDIT-SW
              END-EVALUATE
              PERFORM 460-COUNT-ROW
           END-IF.

           IF ROW-SIDE = 'SOURCE'
              PERFORM 310-BIN-SRC-FETCH
           ELSE
              PERFORM 315-BIN-TGT-FETCH
           END-IF.

       410-HIST-ROW.

           PERFORM 430-FIND-RANGE.

           IF RANGE-FOUND
              ADD 1 TO HIST-IN-RANGE
              IF ROW-LEN > 300
                 MOVE 300 TO ROW-LEN
              END-IF
              MOVE 'Y' TO ROW-AUDIT-SW
              MOVE 'N' TO ROW-OWNED-SW
              EVALUATE RANGE-ENT-OWNER(RANGE-IDX)
              WHEN 'SINGLE'
              WHEN 'BATCH'
                 IF ROW-OP = 'RESET-TARGET'
                    MOVE 'Y' TO ROW-OWNED-SW
                 END-IF
              WHEN 'BOUNDARY'
                 IF ROW-OP = 'BOUNDARY-CASE'
                    MOVE 'Y' TO ROW-OWNED-SW
                 END-IF
              WHEN 'BENCH'
              WHEN 'MULTITYPE'
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO ROW-AUDIT-SW
              END-EVALUATE
              MOVE SPACES TO ROW-REASON
              STRING 'ARCHIVED BY ' DELIMITED BY SIZE
                     ROW-OP         DELIMITED BY SPACE
                     ' AT '         DELIMITED BY SIZE
                     ROW-TS         DELIMITED BY SPACE
                INTO ROW-REASON
              PERFORM 460-COUNT-ROW
           END-IF.

           IF ROW-SIDE = 'SOURCE'
              PERFORM 311-HST-SRC-FETCH
           ELSE
              PERFORM 316-HST-TGT-FETCH
           END-IF.

       420-MT-ROW.

           PERFORM 430-FIND-RANGE.

           IF RANGE-FOUND
              ADD 1 TO MT-IN-RANGE
              MOVE 0 TO ROW-LEN
              MOVE 'Y' TO ROW-AUDIT-SW
              IF RANGE-ENT-OWNER(RANGE-IDX) = 'MULTITYPE'
                 MOVE 'Y' TO ROW-OWNED-SW
              ELSE
                 MOVE 'N' TO ROW-OWNED-SW
                 MOVE SPACES TO ROW-REASON
                 STRING 'MULTITEST ROW IN '       DELIMITED BY SIZE
                        RANGE-ENT-OWNER(RANGE-IDX) DELIMITED BY SPACE
                        ' RANGE'                  DELIMITED BY SIZE
                   INTO ROW-REASON
              END-IF
              PERFORM 460-COUNT-ROW
           END-IF.

           IF ROW-SIDE = 'SOURCE'
              PERFORM 312-MLT-SRC-FETCH
           ELSE
              PERFORM 317-MLT-TGT-FETCH
           END-IF.

       430-FIND-RANGE.

           MOVE 'N' TO RANGE-FOUND-SW.
           PERFORM 431-RANGE-HOLDS
              VARYING RANGE-IDX FROM 1 BY 1
              UNTIL RANGE-IDX > RANGE-COUNT OR RANGE-FOUND.
           IF RANGE-FOUND
              SUBTRACT 1 FROM RANGE-IDX
           END-IF.

       431-RANGE-HOLDS.

           IF ROW-ID NOT < RANGE-ENT-LOW(RANGE-IDX)
              AND ROW-ID NOT > RANGE-ENT-HIGH(RANGE-IDX)
              MOVE 'Y' TO RANGE-FOUND-SW
           END-IF.

       440-FILL-CHECK.

           MOVE 0 TO FILL-TALLY.
           IF ROW-LEN > 0
              INSPECT BFLD1-ARR(1:ROW-LEN)
                 TALLYING FILL-TALLY FOR ALL FILL-CHAR
           END-IF.

           IF FILL-TALLY = ROW-LEN
              MOVE 'Y' TO ROW-OWNED-SW
           ELSE
              MOVE 'N' TO ROW-OWNED-SW
           END-IF.

       450-COPY-CHECK.

           MOVE 'T' TO FILL-CHAR.
           PERFORM 440-FILL-CHECK.
           IF ROW-OWNED AND ROW-LEN = 150
              GO TO 450-EXIT
           END-IF.
           MOVE 'N' TO ROW-OWNED-SW.

           IF ROW-SIDE = 'TARGET'
              MOVE 'SET-SRCDB' TO CUR-OP
              EXEC SQL
                 SET CONNECTION 'SRCDB'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 285-LOOKUP-FAILED
                 MOVE 'N' TO ROW-AUDIT-SW
                 GO TO 450-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO COPY-HASH.
           MOVE 'COPY-LOOKUP' TO CUR-OP.
           EXEC SQL
              SELECT COALESCE(MD5(DATA), ' ')
              INTO :COPY-HASH
              FROM BINTEST
              WHERE ID = :COPY-ID
           END-EXEC.

           IF SQLCODE = 100
              MOVE SPACES TO ROW-REASON
              STRING 'NO SOURCE ROW ' DELIMITED BY SIZE
                     COPY-ID          DELIMITED BY SIZE
                     ' TO HAVE COPIED' DELIMITED BY SIZE
                INTO ROW-REASON
           ELSE
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              MOVE 'N' TO ROW-AUDIT-SW
           ELSE
           IF COPY-HASH = ROW-HASH
              MOVE 'Y' TO ROW-OWNED-SW
           ELSE
              MOVE SPACES TO ROW-REASON
              STRING 'DATA DIFFERS FROM SOURCE ID ' DELIMITED BY SIZE
                     COPY-ID                        DELIMITED BY SIZE
                INTO ROW-REASON
           END-IF
           END-IF
           END-IF.

           IF ROW-SIDE = 'TARGET'
              MOVE 'SET-TGTDB' TO CUR-OP
              EXEC SQL
                 SET CONNECTION 'TGTDB'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 285-LOOKUP-FAILED
                 MOVE 'Y' TO SCAN-EOF-SW
                 MOVE 'N' TO ROW-AUDIT-SW
              END-IF
           END-IF.

       450-EXIT.
           EXIT.

       460-COUNT-ROW.

           IF NOT ROW-AUDITED
              ADD 1 TO UNAUDITED-COUNT
           ELSE
           IF ROW-OWNED
              ADD 1 TO OWNED-COUNT
           ELSE
              ADD 1 TO FOREIGN-COUNT
              MOVE ROW-SIDE TO RPT-FND-SIDE
              MOVE ROW-TABLE TO RPT-FND-TABLE
              MOVE ROW-ID TO RPT-FND-ID
              MOVE RANGE-ENT-NAME(RANGE-IDX) TO RPT-FND-RANGE
              MOVE RANGE-ENT-OWNER(RANGE-IDX) TO RPT-FND-OWNER
              MOVE ROW-LEN TO RPT-FND-LEN
              MOVE ROW-REASON TO RPT-FND-REASON
              MOVE RPT-FND-LINE TO RANGE-REC
              WRITE RANGE-REC
           END-IF
           END-IF.

       285-LOOKUP-FAILED.

           DISPLAY 'SQL ERROR AT ' CUR-OP ' ON ' ROW-SIDE
                   ' ' ROW-TABLE.
           DISPLAY 'SQLCODE : ' SQLCODE.
           DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML).

           ADD 1 TO FAILED-COUNT.
           MOVE SPACES TO RANGE-REC.
           STRING ROW-SIDE        DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  ROW-TABLE       DELIMITED BY SPACE
                  ': SQL ERROR AT ' DELIMITED BY SIZE
                  CUR-OP          DELIMITED BY SPACE
             INTO RANGE-REC.
           WRITE RANGE-REC.

       290-WRITE-GAP.

           MOVE SPACES TO RANGE-REC.
           WRITE RANGE-REC.

       999-ERR.
            DISPLAY 'ERROR AT: ' CUR-OP
            DISPLAY 'SQLCODE : ' SQLCODE
            DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML)

            MOVE 20 TO RETURN-CODE.
