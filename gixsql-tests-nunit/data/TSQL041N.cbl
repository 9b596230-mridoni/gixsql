       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041N.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       DATA DIVISION.

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

           01 SNAP-KEEP-DAYS PIC 9(4) VALUE 35.

           01 STAMP-DATE PIC 9(8).
           01 STAMP-TIME PIC 9(8).
           01 SNAP-TS       PIC X(17).
           01 SNAP-DAY-LOW  PIC X(17).
           01 SNAP-DAY-HIGH PIC X(17).
           01 SNAP-CUTOFF   PIC X(17).
           01 CUTOFF-INT    PIC 9(9) COMP.
           01 CUTOFF-NUM    PIC 9(8).

           01 SNAP-SIDE     PIC X(8).
           01 SNAP-ROWS     PIC 9(9) COMP.
           01 SNAP-REPLACED PIC 9(9) COMP.
           01 SNAP-PURGED   PIC 9(9) COMP.
           01 SNAP-SQLCODE  PIC S9(9) COMP.

           01 SNAP-COUNT    PIC 9(4) COMP VALUE 0.
           01 SNAP-FAILED   PIC 9(4) COMP VALUE 0.

           01 RETRY-COUNT      PIC 9(4) VALUE 0.
           01 MAX-RETRIES      PIC 9(4) VALUE 3.
           01 RETRY-DELAY-SECS PIC 9(4) VALUE 2.

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

           DISPLAY "SNAP_KEEP_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF NOT = SPACES
              MOVE ENV-NUM-BUF TO SNAP-KEEP-DAYS
           END-IF.
           IF SNAP-KEEP-DAYS < 2
              MOVE 2 TO SNAP-KEEP-DAYS
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY " SRC DATASRC : " DATASRC.
           DISPLAY " TGT DATASRC : " DATASRC-2.
           DISPLAY " KEEP DAYS   : " SNAP-KEEP-DAYS.
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

           MOVE SPACES TO SNAP-TS.
           STRING STAMP-DATE DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  STAMP-TIME DELIMITED BY SIZE
             INTO SNAP-TS.

           MOVE SPACES TO SNAP-DAY-LOW.
           STRING STAMP-DATE  DELIMITED BY SIZE
                  '-00000000' DELIMITED BY SIZE
             INTO SNAP-DAY-LOW.
           MOVE SPACES TO SNAP-DAY-HIGH.
           STRING STAMP-DATE  DELIMITED BY SIZE
                  '-99999999' DELIMITED BY SIZE
             INTO SNAP-DAY-HIGH.

           COMPUTE CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(STAMP-DATE) - SNAP-KEEP-DAYS.
           COMPUTE CUTOFF-NUM =
              FUNCTION DATE-OF-INTEGER(CUTOFF-INT).
           MOVE SPACES TO SNAP-CUTOFF.
           STRING CUTOFF-NUM  DELIMITED BY SIZE
                  '-00000000' DELIMITED BY SIZE
             INTO SNAP-CUTOFF.

           DISPLAY 'SNAPSHOT TS : ' SNAP-TS.

           MOVE 'SOURCE' TO SNAP-SIDE.
           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           PERFORM 200-SNAP-BACKEND THRU 200-EXIT.

           IF TGT-CONNECTED
              MOVE 'TARGET' TO SNAP-SIDE
              MOVE 'SET-TGTDB' TO CUR-OP
              EXEC SQL
                 SET CONNECTION 'TGTDB'
              END-EXEC
              PERFORM 200-SNAP-BACKEND THRU 200-EXIT
           END-IF.

           DISPLAY 'SNAPSHOTS TAKEN : ' SNAP-COUNT.
           DISPLAY 'SNAPSHOTS FAILED: ' SNAP-FAILED.

           IF SNAP-COUNT = 0 OR SNAP-FAILED > 0
              DISPLAY 'SNAPSHOT COMPLETED WITH FAILURES'
              MOVE 20 TO RETURN-CODE
           ELSE
           IF TGT-UNAVAILABLE
              DISPLAY 'SNAPSHOT COMPLETED, SOURCE ONLY'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'SNAPSHOT COMPLETED'
           END-IF
           END-IF.

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

       200-SNAP-BACKEND.

           IF SQLCODE NOT = 0
              GO TO 200-FAILED
           END-IF.

           MOVE 0 TO SNAP-ROWS.
           MOVE 0 TO SNAP-REPLACED.
           MOVE 0 TO SNAP-PURGED.

           MOVE 'SNAP-REPLACE' TO CUR-OP.
           EXEC SQL
              DELETE FROM BINSNAP
              WHERE SNAP_TS >= :SNAP-DAY-LOW
                AND SNAP_TS <= :SNAP-DAY-HIGH
           END-EXEC.
           IF SQLCODE < 0
              GO TO 200-FAILED
           END-IF.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO SNAP-REPLACED
           END-IF.

           MOVE 'SNAP-INSERT' TO CUR-OP.
           EXEC SQL
              INSERT INTO BINSNAP
                (SNAP_TS, ID, DATA_LEN, DATA_MD5)
                SELECT :SNAP-TS, ID,
                       COALESCE(LENGTH(DATA), 0),
                       COALESCE(MD5(DATA), ' ')
                FROM BINTEST
           END-EXEC.
           IF SQLCODE < 0
              GO TO 200-FAILED
           END-IF.

           MOVE 'SNAP-COUNT' TO CUR-OP.
           EXEC SQL
              SELECT COUNT(*) INTO :SNAP-ROWS
              FROM BINSNAP
              WHERE SNAP_TS = :SNAP-TS
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 200-FAILED
           END-IF.

           MOVE 'SNAP-PURGE' TO CUR-OP.
           EXEC SQL
              DELETE FROM BINSNAP
              WHERE SNAP_TS < :SNAP-CUTOFF
           END-EXEC.
           IF SQLCODE < 0
              GO TO 200-FAILED
           END-IF.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO SNAP-PURGED
           END-IF.

           MOVE 'SNAP-COMMIT' TO CUR-OP.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 200-FAILED
           END-IF.

           ADD 1 TO SNAP-COUNT.
           DISPLAY SNAP-SIDE ' ROWS SNAPPED   : ' SNAP-ROWS.
           IF SNAP-REPLACED > 0
              DISPLAY SNAP-SIDE ' ROWS REPLACED  : ' SNAP-REPLACED
           END-IF.
           DISPLAY SNAP-SIDE ' ROWS PURGED    : ' SNAP-PURGED.
           GO TO 200-EXIT.

       200-FAILED.

           MOVE SQLCODE TO SNAP-SQLCODE.
           DISPLAY SNAP-SIDE ' SNAPSHOT FAILED AT ' CUR-OP
                   ' SQLCODE ' SNAP-SQLCODE.
           ADD 1 TO SNAP-FAILED.

           MOVE 'SNAP-ROLLBACK' TO CUR-OP.
           EXEC SQL
              ROLLBACK
           END-EXEC.

       200-EXIT.
           EXIT.

       999-ERR.
            DISPLAY 'ERROR AT: ' CUR-OP
            DISPLAY 'SQLCODE : ' SQLCODE
            DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML)

            MOVE 20 TO RETURN-CODE.
