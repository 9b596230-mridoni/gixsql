               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUAR-FILE-STATUS.

           SELECT BACKEND-FILE
               ASSIGN TO "BACKENDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKEND-FILE-STATUS.

           SELECT MATRIX-FILE
               ASSIGN TO "MATRIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  QUAR-FILE.
       01 QUAR-REC PIC X(80).

       FD  BACKEND-FILE.
       01 BACKEND-REC PIC X(256).

       FD  MATRIX-FILE.
       01 MATRIX-REC PIC X(132).

       WORKING-STORAGE SECTION. 
       
           01 DATASRC PIC X(64).
           01 EXPECTED-DELTA PIC S9(9) COMP VALUE 0.
           01 INSERT-COUNT    PIC 9(9) COMP VALUE 0.
           01 DELETE-HIT-COUNT PIC 9(9) COMP VALUE 0.
           01 DML-OP          PIC X(32).
           01 DML-ID          PIC 9(4).
           01 DML-ROWS        PIC 9(9).

           01 MATRIX-MODE PIC X(01) VALUE 'N'.
               88 MATRIX-MODE-ON VALUE 'Y'.

           01 BACKEND-FILE-STATUS PIC XX.
           01 BACKEND-EOF-SW PIC X(01) VALUE 'N'.
               88 BACKEND-EOF VALUE 'Y'.

           01 MX-IN-NAME    PIC X(20).
           01 MX-IN-DATASRC PIC X(64).
           01 MX-IN-USR     PIC X(64).
           01 MX-IN-PWD     PIC X(64).

           01 MX-BE-MAX   PIC 9(4) COMP VALUE 8.
           01 MX-BE-COUNT PIC 9(4) COMP VALUE 0.
           01 MX-BE-IDX   PIC 9(4) COMP VALUE 0.
           01 MX-BE-BAD   PIC 9(4) COMP VALUE 0.
           01 MX-BE-TABLE.
               05 MX-BE-ENTRY OCCURS 8 TIMES.
                  10 MX-BE-NAME    PIC X(10).
                  10 MX-BE-DATASRC PIC X(64).
                  10 MX-BE-USR     PIC X(64).
                  10 MX-BE-PWD     PIC X(64).

           01 MX-ROW-KEY PIC X(16) VALUE SPACES.
           01 MX-ROW-MAX   PIC 9(4) COMP VALUE 60.
           01 MX-ROW-COUNT PIC 9(4) COMP VALUE 0.
           01 MX-ROW-IDX   PIC 9(4) COMP VALUE 0.
           01 MX-ROW-LOST  PIC 9(9) COMP VALUE 0.
           01 MX-ROW-FOUND-SW PIC X(01) VALUE 'N'.
               88 MX-ROW-FOUND VALUE 'Y'.
           01 MX-ROW-TABLE.
               05 MX-ROW-ENTRY OCCURS 60 TIMES.
                  10 MX-ROW-NAME  PIC X(16).
                  10 MX-ROW-CELLS.
                     15 MX-CELL PIC XX OCCURS 8 TIMES.

           01 MX-LOCKOUT-SW PIC X(01) VALUE 'N'.
               88 MX-LOCKED-OUT VALUE 'Y'.
           01 MX-DIFF-SW PIC X(01) VALUE 'N'.
               88 MX-DIFF VALUE 'Y'.
           01 MX-FIRST-CELL  PIC XX.
           01 MX-COL-POS     PIC 9(4) COMP.
           01 MX-KO-COUNT    PIC 9(9) COMP VALUE 0.
           01 MX-DIFF-COUNT  PIC 9(9) COMP VALUE 0.

           01 MX-HDR-1.
               05 PIC X(40) VALUE 'TSQL041A COMPATIBILITY MATRIX'.
               05 PIC X(10) VALUE 'RUN DATE: '.
               05 MX-HDR-DATE PIC X(08).
               05 PIC X(01) VALUE SPACE.
               05 MX-HDR-TIME PIC X(08).

           01 MX-HDR-2.
               05 PIC X(132) VALUE ALL '='.

           01 MX-BE-LINE.
               05 PIC X(02) VALUE SPACES.
               05 MX-BE-LINE-NAME    PIC X(10).
               05 PIC X(02) VALUE SPACES.
               05 MX-BE-LINE-DATASRC PIC X(64).

           01 MX-TOT-LINE.
               05 MX-TOT-LABEL PIC X(28).
               05 MX-TOT-VALUE PIC ZZZ,ZZZ,ZZ9.

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
           01 RANGE-REFUSE-SW PIC X(01) VALUE 'N'.
               88 RANGE-REFUSED VALUE 'Y'.

           01 RANGE-MAX      PIC 9(4) COMP VALUE 20.
           01 RANGE-COUNT    PIC 9(4) COMP VALUE 0.
           01 RANGE-IDX      PIC 9(4) COMP VALUE 0.
           01 RANGE-IDX-2    PIC 9(4) COMP VALUE 0.
           01 RANGE-DEF-IDX  PIC 9(4) COMP VALUE 0.
           01 RANGE-LOST     PIC 9(9) COMP VALUE 0.
           01 RANGE-CONFLICT PIC 9(9) COMP VALUE 0.
           01 RANGE-TABLE.
               05 RANGE-ENTRY OCCURS 20 TIMES.
                  10 RANGE-ENT-NAME    PIC X(16).
                  10 RANGE-ENT-OWNER   PIC X(16).
                  10 RANGE-ENT-PURPOSE PIC X(40).
                  10 RANGE-ENT-LOW     PIC 9(4).
                  10 RANGE-ENT-HIGH    PIC 9(4).
                  10 RANGE-ENT-USED    PIC X(01).

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

           01 BATCH-TGT-LOW  PIC 9(4) VALUE 5001.
           01 BATCH-TGT-HIGH PIC 9(4) VALUE 6999.
           01 MT-TOP-ID      PIC 9(4) VALUE 9199.

           01 RETRY-COUNT      PIC 9(4) VALUE 0.
           01 MAX-RETRIES      PIC 9(4) VALUE 3.

           PERFORM 005-READ-PARMS.

           IF MATRIX-MODE-ON
              AND (MIGRATE-MODE-ON OR BENCH-MODE-ON OR VERIFY-ONLY-ON)
              DISPLAY 'MATRIX_MODE CANNOT BE COMBINED WITH'
                      ' MIGRATE_MODE, BENCH_MODE OR VERIFY_ONLY'
              ADD 1 TO PARM-ERR-COUNT
           END-IF.

           IF PARM-ERR-COUNT > 0
              DISPLAY 'PARMFILE REJECTED, ' PARM-ERR-COUNT
                      ' BAD OR UNKNOWN PARAMETER(S)'

           PERFORM 045-ECHO-PARMS.

           IF MATRIX-MODE-ON
              PERFORM 800-MATRIX-RUN THRU 800-EXIT
              CLOSE AUDIT-FILE
              GO TO 100-EXIT
           END-IF.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           PERFORM 010-CONNECT-ATTEMPT
              PERFORM 020-CONNECT-2
           END-IF.

           PERFORM 070-RANGE-CHECK THRU 070-EXIT.
           IF RANGE-REFUSED
              PERFORM 080-RANGE-REFUSE
           END-IF.

           IF VERIFY-ONLY-ON
              DISPLAY 'VERIFY-ONLY MODE, NO TARGET UPDATES'
              PERFORM 067-VERIFY-LOCK-CHECK

       115-SINGLE-CHECK.

           MOVE 'SINGLE' TO MX-ROW-KEY.

           MOVE 'SELECT-1' TO CUR-OP.
           EXEC SQL
              SELECT
                    INSERT INTO BINTEST(ID, DATA)
                      VALUES(:REC-ID-TGT, :BFLD1)
                 END-EXEC
                 MOVE REC-ID-TGT TO DML-ID
                 MOVE 1 TO DML-ROWS
                 PERFORM 912-COUNT-INSERT
              END-IF

              MOVE 'SELECT-H-1' TO CUR-OP
                 MOVE SPACES TO HASH-2
                 PERFORM 900-WRITE-AUDIT
              NOT ON SIZE ERROR
                 IF REC-ID-TGT < BATCH-TGT-LOW
                    OR REC-ID-TGT > BATCH-TGT-HIGH
                    DISPLAY 'BATCH TARGET ID OUTSIDE BATCH-TGT RANGE: '
                            REC-ID-TGT
                    MOVE 'BATCH-RANGE' TO CUR-OP
                    MOVE 'KO' TO TEST-STATUS
                 ELSE
                    PERFORM 012-PARM-BAD-VALUE
                 END-IF
              WHEN 'MATRIX_MODE'
                 PERFORM 008-PARM-FLAG-CHECK
                 IF PARM-FLAG-OK
                    MOVE PARM-FLAG-BUF TO MATRIX-MODE
                    PERFORM 014-PARM-ECHO-KEEP
                 ELSE
                    PERFORM 012-PARM-BAD-VALUE
                 END-IF
              WHEN 'REPLAY_MAX_ATTEMPTS'
                 PERFORM 009-PARM-NUMERIC
                 IF PARM-NUM-OK AND PARM-VAL-NUM > 0
              EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC
           END-IF.

       070-RANGE-CHECK.

           MOVE 'N' TO RANGE-REFUSE-SW.
           MOVE 0 TO RANGE-CONFLICT.

           PERFORM 071-RANGE-LOAD.

           PERFORM 074-RANGE-DEFAULT-ONE
              VARYING RANGE-DEF-IDX FROM 1 BY 1
              UNTIL RANGE-DEF-IDX > 5.

           IF RANGE-LOST > 0
              DISPLAY 'TESTRANGE HOLDS MORE THAN ' RANGE-MAX
                      ' ENTRIES, ' RANGE-LOST ' NOT LOADED'
              MOVE 'RANGE-LOAD' TO CUR-OP
              MOVE 'KO' TO TEST-STATUS
              MOVE 'Y' TO TEST-FAIL-SW
              MOVE CUR-OP TO LAST-FAIL-OP
              MOVE ZERO TO AUDIT-REC-ID
              MOVE SPACES TO HASH-1
              MOVE SPACES TO HASH-2
              PERFORM 900-WRITE-AUDIT
              ADD 1 TO RANGE-CONFLICT
              MOVE 'Y' TO RANGE-REFUSE-SW
              GO TO 070-EXIT
           END-IF.

           PERFORM 077-RANGE-APPLY
              VARYING RANGE-IDX FROM 1 BY 1
              UNTIL RANGE-IDX > RANGE-COUNT.

           PERFORM 078-RANGE-OVERLAP-ONE
              VARYING RANGE-IDX FROM 1 BY 1
              UNTIL RANGE-IDX > RANGE-COUNT.

           IF BENCH-MODE-ON
              AND BENCH-BASE-ID + BENCH-ROWS > BENCH-TOP-ID
              DISPLAY 'BENCH_ROWS ' BENCH-ROWS
                      ' DOES NOT FIT BENCH RANGE '
                      BENCH-BASE-ID '-' BENCH-TOP-ID
              MOVE 'BENCH-RANGE' TO CUR-OP
              MOVE 'KO' TO TEST-STATUS
              MOVE 'Y' TO TEST-FAIL-SW
              MOVE CUR-OP TO LAST-FAIL-OP
              MOVE ZERO TO AUDIT-REC-ID
              MOVE 'BENCH' TO HASH-1
              MOVE BENCH-ROWS TO HASH-2
              PERFORM 900-WRITE-AUDIT
              ADD 1 TO RANGE-CONFLICT
           END-IF.

           IF RANGE-CONFLICT > 0
              MOVE 'Y' TO RANGE-REFUSE-SW
           ELSE
              DISPLAY 'TEST-ID RANGES CHECKED: ' RANGE-COUNT
                      ' REGISTERED, NO OVERLAP'
           END-IF.

       070-EXIT.
           EXIT.

       071-RANGE-LOAD.

           MOVE 0 TO RANGE-COUNT.
           MOVE 0 TO RANGE-LOST.
           MOVE 'N' TO RANGE-DOWN-SW.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

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
              DISPLAY 'RANGE REGISTRY UNAVAILABLE, SQLCODE ' SQLCODE
              MOVE 'Y' TO RANGE-DOWN-SW
           ELSE
              MOVE 'N' TO RANGE-EOF-SW
              PERFORM 072-RANGE-FETCH
              PERFORM 073-RANGE-KEEP UNTIL RANGE-EOF
              MOVE 'RANGE-CLOSE' TO CUR-OP
              EXEC SQL
                 CLOSE RNGCRS
              END-EXEC
           END-IF.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

       072-RANGE-FETCH.

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
              DISPLAY 'RANGE REGISTRY READ FAILED, SQLCODE ' SQLCODE
              MOVE 'Y' TO RANGE-DOWN-SW
              MOVE 'Y' TO RANGE-EOF-SW
           END-IF
           END-IF.

       073-RANGE-KEEP.

           IF RANGE-COUNT NOT < RANGE-MAX
              ADD 1 TO RANGE-LOST
           ELSE
              ADD 1 TO RANGE-COUNT
              MOVE RANGE-NAME TO RANGE-ENT-NAME(RANGE-COUNT)
              MOVE RANGE-OWNER TO RANGE-ENT-OWNER(RANGE-COUNT)
              MOVE RANGE-PURPOSE TO RANGE-ENT-PURPOSE(RANGE-COUNT)
              MOVE RANGE-LOW TO RANGE-ENT-LOW(RANGE-COUNT)
              MOVE RANGE-HIGH TO RANGE-ENT-HIGH(RANGE-COUNT)
              MOVE 'N' TO RANGE-ENT-USED(RANGE-COUNT)
           END-IF.

           PERFORM 072-RANGE-FETCH.

       074-RANGE-DEFAULT-ONE.

           MOVE RANGE-DEF-NAME(RANGE-DEF-IDX) TO RANGE-NAME.
           MOVE 'N' TO RANGE-FOUND-SW.
           PERFORM 075-RANGE-MATCH
              VARYING RANGE-IDX FROM 1 BY 1
              UNTIL RANGE-IDX > RANGE-COUNT OR RANGE-FOUND.

           IF NOT RANGE-FOUND
              IF RANGE-COUNT NOT < RANGE-MAX
                 ADD 1 TO RANGE-LOST
              ELSE
                 ADD 1 TO RANGE-COUNT
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
                 MOVE 'N' TO RANGE-ENT-USED(RANGE-COUNT)
                 DISPLAY 'RANGE ' RANGE-NAME ' NOT REGISTERED, USING '
                         RANGE-ENT-LOW(RANGE-COUNT) '-'
                         RANGE-ENT-HIGH(RANGE-COUNT)
                 IF NOT RANGE-DOWN AND NOT VERIFY-ONLY-ON
                    PERFORM 076-RANGE-SEED
                 END-IF
              END-IF
           END-IF.

       075-RANGE-MATCH.

           IF RANGE-ENT-NAME(RANGE-IDX) = RANGE-NAME
              MOVE 'Y' TO RANGE-FOUND-SW
           END-IF.

       076-RANGE-SEED.

           MOVE RANGE-ENT-OWNER(RANGE-COUNT) TO RANGE-OWNER.
           MOVE RANGE-ENT-PURPOSE(RANGE-COUNT) TO RANGE-PURPOSE.
           MOVE RANGE-ENT-LOW(RANGE-COUNT) TO RANGE-LOW.
           MOVE RANGE-ENT-HIGH(RANGE-COUNT) TO RANGE-HIGH.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           MOVE 'RANGE-SEED' TO CUR-OP.
           EXEC SQL
              INSERT INTO TESTRANGE
                (RANGE_NAME, OWNER_MODE, PURPOSE, LOW_ID, HIGH_ID)
                VALUES(:RANGE-NAME, :RANGE-OWNER, :RANGE-PURPOSE,
                       :RANGE-LOW, :RANGE-HIGH)
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'RANGE REGISTRY INSERT FAILED, SQLCODE '
                      SQLCODE
           END-IF.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

       077-RANGE-APPLY.

           EVALUATE RANGE-ENT-NAME(RANGE-IDX)
           WHEN 'SINGLE-TGT'
              MOVE RANGE-ENT-LOW(RANGE-IDX) TO REC-ID-TGT
              IF NOT BENCH-MODE-ON
                 MOVE 'Y' TO RANGE-ENT-USED(RANGE-IDX)
              END-IF
           WHEN 'BATCH-TGT'
              MOVE RANGE-ENT-LOW(RANGE-IDX) TO BATCH-TGT-LOW
              MOVE RANGE-ENT-HIGH(RANGE-IDX) TO BATCH-TGT-HIGH
              IF BATCH-TGT-LOW > 0
                 SUBTRACT 1 FROM BATCH-TGT-LOW
                    GIVING BATCH-TGT-OFFSET
              END-IF
              IF NOT BENCH-MODE-ON AND NOT MATRIX-MODE-ON
                 MOVE 'Y' TO RANGE-ENT-USED(RANGE-IDX)
                 IF BATCH-TGT-LOW = 0
                    DISPLAY 'RANGE BATCH-TGT CANNOT START AT ID 0000'
                    PERFORM 081-RANGE-UNUSABLE
                 END-IF
              END-IF
           WHEN 'BENCH'
              MOVE RANGE-ENT-LOW(RANGE-IDX) TO BENCH-BASE-ID
              MOVE RANGE-ENT-HIGH(RANGE-IDX) TO BENCH-TOP-ID
              IF BENCH-MODE-ON
                 MOVE 'Y' TO RANGE-ENT-USED(RANGE-IDX)
              END-IF
           WHEN 'BOUNDARY'
              MOVE RANGE-ENT-LOW(RANGE-IDX) TO BOUNDARY-SRC-ID
              ADD 1 TO BOUNDARY-SRC-ID GIVING BOUNDARY-TGT-ID
              IF NOT BENCH-MODE-ON
                 MOVE 'Y' TO RANGE-ENT-USED(RANGE-IDX)
                 IF BOUNDARY-TGT-ID > RANGE-ENT-HIGH(RANGE-IDX)
                    DISPLAY 'RANGE BOUNDARY NEEDS TWO IDS'
                    PERFORM 081-RANGE-UNUSABLE
                 END-IF
              END-IF
           WHEN 'MULTITYPE'
              MOVE RANGE-ENT-LOW(RANGE-IDX) TO MT-BASE-ID
              MOVE RANGE-ENT-HIGH(RANGE-IDX) TO MT-TOP-ID
              IF NOT BENCH-MODE-ON
                 AND (MT-TEST-ON OR MATRIX-MODE-ON)
                 MOVE 'Y' TO RANGE-ENT-USED(RANGE-IDX)
              END-IF
           END-EVALUATE.

       078-RANGE-OVERLAP-ONE.

           IF RANGE-ENT-USED(RANGE-IDX) = 'Y'
              IF RANGE-ENT-LOW(RANGE-IDX) > RANGE-ENT-HIGH(RANGE-IDX)
                 DISPLAY 'RANGE ' RANGE-ENT-NAME(RANGE-IDX)
                         ' LOW ID ABOVE HIGH ID'
                 PERFORM 081-RANGE-UNUSABLE
              ELSE
                 PERFORM 079-RANGE-OVERLAP-PAIR
                    VARYING RANGE-IDX-2 FROM 1 BY 1
                    UNTIL RANGE-IDX-2 > RANGE-COUNT
              END-IF
           END-IF.

       079-RANGE-OVERLAP-PAIR.

           IF RANGE-IDX-2 NOT = RANGE-IDX
              AND RANGE-ENT-LOW(RANGE-IDX-2)
                  NOT > RANGE-ENT-HIGH(RANGE-IDX)
              AND RANGE-ENT-LOW(RANGE-IDX)
                  NOT > RANGE-ENT-HIGH(RANGE-IDX-2)
              AND (RANGE-ENT-USED(RANGE-IDX-2) NOT = 'Y'
                   OR RANGE-IDX-2 > RANGE-IDX)
              DISPLAY 'RANGE ' RANGE-ENT-NAME(RANGE-IDX) ' '
                      RANGE-ENT-LOW(RANGE-IDX) '-'
                      RANGE-ENT-HIGH(RANGE-IDX)
                      ' OVERLAPS ' RANGE-ENT-NAME(RANGE-IDX-2) ' '
                      RANGE-ENT-LOW(RANGE-IDX-2) '-'
                      RANGE-ENT-HIGH(RANGE-IDX-2)
              MOVE 'RANGE-OVERLAP' TO CUR-OP
              MOVE 'KO' TO TEST-STATUS
              MOVE 'Y' TO TEST-FAIL-SW
              MOVE CUR-OP TO LAST-FAIL-OP
              MOVE ZERO TO AUDIT-REC-ID
              MOVE RANGE-ENT-NAME(RANGE-IDX) TO HASH-1
              MOVE RANGE-ENT-NAME(RANGE-IDX-2) TO HASH-2
              PERFORM 900-WRITE-AUDIT
              ADD 1 TO RANGE-CONFLICT
           END-IF.

       080-RANGE-REFUSE.

           DISPLAY 'TEST-ID RANGE CONFLICTS: ' RANGE-CONFLICT
                   ', THIS RUN WILL NOT START'.
           MOVE 80 TO RETURN-CODE.
           CLOSE AUDIT-FILE.
           GO TO 100-EXIT.

       081-RANGE-UNUSABLE.

           MOVE 'RANGE-CHECK' TO CUR-OP.
           MOVE 'KO' TO TEST-STATUS.
           MOVE 'Y' TO TEST-FAIL-SW.
           MOVE CUR-OP TO LAST-FAIL-OP.
           MOVE ZERO TO AUDIT-REC-ID.
           MOVE RANGE-ENT-NAME(RANGE-IDX) TO HASH-1.
           MOVE SPACES TO HASH-2.
           PERFORM 900-WRITE-AUDIT.
           ADD 1 TO RANGE-CONFLICT.

       260-TS-PARSE.

           MOVE 'N' TO TS-VALID-SW.

       030-RUN-REGISTER.

           IF MATRIX-MODE-ON
              MOVE 'MATRIX' TO RUN-MODE
           ELSE
           IF BENCH-MODE-ON
              MOVE 'BENCH' TO RUN-MODE
           ELSE
           ELSE
              MOVE 'SINGLE' TO RUN-MODE
           END-IF
           END-IF
           END-IF.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
                    DELETE FROM BINTEST
                    WHERE ID = :REC-ID-TGT
                 END-EXEC
                 MOVE REC-ID-TGT TO DML-ID
                 MOVE SQLERRD(3) TO DML-ROWS
                 PERFORM 914-COUNT-DELETE

                 MOVE 'INSERT-1' TO CUR-OP
                 EXEC SQL
                    INSERT INTO BINTEST(ID, DATA)
                      VALUES(:REC-ID-TGT, :BFLD1)
                 END-EXEC
                 MOVE REC-ID-TGT TO DML-ID
                 MOVE 1 TO DML-ROWS
                 PERFORM 912-COUNT-INSERT
              END-IF

              MOVE 'SELECT-H-2' TO CUR-OP
                 DELETE FROM BINTEST
                 WHERE ID = :REC-ID
              END-EXEC
              MOVE REC-ID TO DML-ID
              MOVE SQLERRD(3) TO DML-ROWS
              PERFORM 914-COUNT-DELETE

              MOVE 'INSERT-1' TO CUR-OP
              EXEC SQL
                 INSERT INTO BINTEST(ID, DATA)
                   VALUES(:REC-ID, :BFLD1)
              END-EXEC
              MOVE REC-ID TO DML-ID
              MOVE 1 TO DML-ROWS
              PERFORM 912-COUNT-INSERT
              ADD 1 TO SWEEP-COPIED
           END-IF.

              DELETE FROM BINTEST
              WHERE ID = :REC-ID-TGT
           END-EXEC.
           MOVE REC-ID-TGT TO DML-ID.
           MOVE SQLERRD(3) TO DML-ROWS.
           PERFORM 914-COUNT-DELETE.

       140-RECORD-RESULT.


           MOVE BOUNDARY-SIZE-ENT(BOUNDARY-IDX) TO BOUNDARY-SIZE.

           MOVE SPACES TO MX-ROW-KEY.
           STRING 'VARRAW-'     DELIMITED BY SIZE
                  BOUNDARY-SIZE DELIMITED BY SIZE
             INTO MX-ROW-KEY.

           MOVE SPACES TO BFLD2.
           IF BOUNDARY-SIZE > 0
              MOVE ALL 'A' TO BFLD2(1:BOUNDARY-SIZE)
           EXEC SQL
              DELETE FROM BINTEST WHERE ID = :BOUNDARY-SRC-ID
           END-EXEC.
           MOVE BOUNDARY-SRC-ID TO DML-ID.
           MOVE SQLERRD(3) TO DML-ROWS.
           PERFORM 914-COUNT-DELETE.
           EXEC SQL
              DELETE FROM BINTEST WHERE ID = :BOUNDARY-TGT-ID
           END-EXEC.
           MOVE BOUNDARY-TGT-ID TO DML-ID.
           MOVE SQLERRD(3) TO DML-ROWS.
           PERFORM 914-COUNT-DELETE.

           MOVE 'INSERT-1' TO CUR-OP.
           EXEC SQL
              INSERT INTO BINTEST(ID, DATA)
                VALUES(:BOUNDARY-SRC-ID, :BFLD2)
           END-EXEC.
           MOVE BOUNDARY-SRC-ID TO DML-ID.
           MOVE 1 TO DML-ROWS.
           PERFORM 912-COUNT-INSERT.

           MOVE 'SELECT-1' TO CUR-OP.
           EXEC SQL
              INSERT INTO BINTEST(ID, DATA)
                VALUES(:BOUNDARY-TGT-ID, :BFLD2)
           END-EXEC.
           MOVE BOUNDARY-TGT-ID TO DML-ID.
           MOVE 1 TO DML-ROWS.
           PERFORM 912-COUNT-INSERT.

           MOVE 'SELECT-H-1' TO CUR-OP.
           EXEC SQL

       420-TX-ROLLBACK-LEG.

           MOVE 'TX-ROLLBACK' TO MX-ROW-KEY.

           PERFORM 410-TX-SNAPSHOT.
           MOVE TX-ROWS-NOW TO TX-ROWS-BASE.
           MOVE TX-HASH-NOW TO TX-HASH-BASE.

       430-TX-COMMIT-LEG.

           MOVE 'TX-COMMIT' TO MX-ROW-KEY.

           MOVE 'TX-CM-START' TO CUR-OP.
           EXEC SQL
              START TRANSACTION
              DELETE FROM BINTEST
              WHERE ID = :REC-ID-TGT
           END-EXEC.
           MOVE REC-ID-TGT TO DML-ID.
           MOVE SQLERRD(3) TO DML-ROWS.
           PERFORM 914-COUNT-DELETE.

           MOVE 'TX-CM-INSERT' TO CUR-OP.
           EXEC SQL
              INSERT INTO BINTEST(ID, DATA)
                VALUES(:REC-ID-TGT, :BFLD2)
           END-EXEC.
           MOVE REC-ID-TGT TO DML-ID.
           MOVE 1 TO DML-ROWS.
           PERFORM 912-COUNT-INSERT.

           MOVE 'TX-CM-SELECT' TO CUR-OP.
           EXEC SQL

           MOVE '2024-02-29 23:59:59' TO MT-TS.

           PERFORM 614-MULTITYPE-RANGE.

       640-MT-FILE-CASE.

           IF MTC-LINE-BAD
              ADD 1 TO MTCASE-BAD
              DISPLAY 'MTCASES LINE NOT USABLE: ' MTCASE-REC(1:60)
              MOVE 'MT-CASEFILE' TO MX-ROW-KEY
              MOVE 'MT-CASEFILE' TO CUR-OP
              MOVE 'KO' TO TEST-STATUS
              MOVE 'Y' TO TEST-FAIL-SW
              MOVE SPACES TO MT-DESCR-ARR
              MOVE MTC-DESCR-X TO MT-DESCR-ARR
              MOVE MTC-TS-X TO MT-TS
              PERFORM 614-MULTITYPE-RANGE
           END-IF.

       646-MT-NUM-CHECK.
           END-IF
           END-IF.

       614-MULTITYPE-RANGE.

           IF MT-ID < MT-BASE-ID OR MT-ID > MT-TOP-ID
              DISPLAY 'MULTITYPE ID OUTSIDE MULTITYPE RANGE: ' MT-ID
              MOVE SPACES TO MX-ROW-KEY
              STRING 'MT-'  DELIMITED BY SIZE
                     MT-ID  DELIMITED BY SIZE
                INTO MX-ROW-KEY
              MOVE 'MT-RANGE' TO CUR-OP
              MOVE 'KO' TO TEST-STATUS
              MOVE 'Y' TO TEST-FAIL-SW
              MOVE CUR-OP TO LAST-FAIL-OP
              MOVE MT-ID TO AUDIT-REC-ID
              MOVE SPACES TO HASH-1
              MOVE SPACES TO HASH-2
              PERFORM 900-WRITE-AUDIT
           ELSE
              PERFORM 615-MULTITYPE-EXEC
           END-IF.

       615-MULTITYPE-EXEC.

           MOVE SPACES TO MX-ROW-KEY.
           STRING 'MT-'  DELIMITED BY SIZE
                  MT-ID  DELIMITED BY SIZE
             INTO MX-ROW-KEY.

           MOVE 'MT-DELETE' TO CUR-OP.
           EXEC SQL
              DELETE FROM MULTITEST
              DELETE FROM BINTEST
              WHERE ID > :BENCH-BASE-ID AND ID <= :BENCH-LAST-ID
           END-EXEC.
           ADD 1 TO BENCH-BASE-ID GIVING DML-ID.
           MOVE SQLERRD(3) TO DML-ROWS.
           PERFORM 914-COUNT-DELETE.

           DISPLAY 'BENCHMARK: ' BENCH-ROWS ' ROWS OF SIZE '
                   BENCH-SIZE.
           PERFORM 530-BENCH-GET-TIME.
           MOVE BENCH-TIME-CS TO BENCH-END-CS.

           ADD 1 TO BENCH-BASE-ID GIVING DML-ID.
           MOVE BENCH-ROWS TO DML-ROWS.
           PERFORM 912-COUNT-INSERT.

           MOVE 'BENCH-INSERT' TO CUR-OP.
           MOVE BENCH-ROWS TO AUDIT-REC-ID.
           MOVE 'OK' TO TEST-STATUS.
              DELETE FROM BINTEST
              WHERE ID > :BENCH-BASE-ID AND ID <= :BENCH-LAST-ID
           END-EXEC.
           ADD 1 TO BENCH-BASE-ID GIVING DML-ID.
           MOVE SQLERRD(3) TO DML-ROWS.
           PERFORM 914-COUNT-DELETE.

       510-BENCH-INSERT-ONE.

              INSERT INTO BINTEST(ID, DATA)
                VALUES(:BENCH-ID, :BFLD2)
           END-EXEC.

       520-BENCH-SELECT-ONE.

              PERFORM 905-WRITE-REJECT
           END-IF.

           IF MATRIX-MODE-ON AND MX-ROW-KEY NOT = SPACES
              PERFORM 815-MATRIX-NOTE
           END-IF.

       905-WRITE-REJECT.

           MOVE AUDIT-REC-ID TO REJECT-REC.
              ADD 1 TO REJECT-COUNT
           END-IF.

       910-WRITE-DML-AUDIT.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-TS.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
             INTO AUDIT-TS.

           MOVE SPACES TO AUDIT-REC.
           STRING AUDIT-TS DELIMITED BY SIZE
                  ','      DELIMITED BY SIZE
                  DML-OP   DELIMITED BY SPACE
                  ','      DELIMITED BY SIZE
                  DML-ID   DELIMITED BY SIZE
                  ','      DELIMITED BY SIZE
                  DML-ROWS DELIMITED BY SIZE
                  ','      DELIMITED BY SIZE
                  CUR-OP   DELIMITED BY SPACE
                  ','      DELIMITED BY SIZE
                  'OK'     DELIMITED BY SIZE
                  ','      DELIMITED BY SIZE
                  RUN-ID   DELIMITED BY SPACE
             INTO AUDIT-REC.

           WRITE AUDIT-REC.

       912-COUNT-INSERT.

           ADD DML-ROWS TO INSERT-COUNT.
           MOVE 'INSERT-ROWS' TO DML-OP.
           PERFORM 910-WRITE-DML-AUDIT.

       914-COUNT-DELETE.

           ADD DML-ROWS TO DELETE-HIT-COUNT.
           IF DML-ROWS > 0
              MOVE 'DELETE-ROWS' TO DML-OP
              PERFORM 910-WRITE-DML-AUDIT
           END-IF.

       700-LEDGER-CHECK.

           MOVE 0 TO LEDGER-FAIL-COUNT.
           MOVE LEDGER-LAST-OP TO HASH-2.
           PERFORM 900-WRITE-AUDIT.

       800-MATRIX-RUN.

           DISPLAY 'COMPATIBILITY MATRIX MODE'.

           PERFORM 805-MATRIX-LOAD.

           IF MX-BE-BAD > 0
              DISPLAY 'BACKENDS REJECTED, ' MX-BE-BAD
                      ' BAD LINE(S)'
              MOVE 16 TO RETURN-CODE
              GO TO 800-EXIT
           END-IF.

           IF MX-BE-COUNT = 0
              DISPLAY 'BACKENDS CATALOG EMPTY OR NOT AVAILABLE'
              MOVE 12 TO RETURN-CODE
              GO TO 800-EXIT
           END-IF.

           OPEN OUTPUT REJECT-FILE.

           PERFORM 810-MATRIX-BACKEND
              VARYING MX-BE-IDX FROM 1 BY 1
              UNTIL MX-BE-IDX > MX-BE-COUNT.

           CLOSE REJECT-FILE.
           IF QUAR-OPEN
              CLOSE QUAR-FILE
              MOVE 'N' TO QUAR-OPEN-SW
           END-IF.

           PERFORM 850-MATRIX-REPORT.

           IF MX-KO-COUNT > 0
              DISPLAY 'MATRIX CELLS KO OR NF: ' MX-KO-COUNT
              MOVE 40 TO RETURN-CODE
           ELSE
              DISPLAY 'MATRIX PASSED ON ALL BACKENDS'
              MOVE 0 TO RETURN-CODE
           END-IF.

       800-EXIT.
           EXIT.

       805-MATRIX-LOAD.

           MOVE 0 TO MX-BE-COUNT.
           MOVE 0 TO MX-BE-BAD.

           OPEN INPUT BACKEND-FILE.

           IF BACKEND-FILE-STATUS = '00'
              MOVE 'N' TO BACKEND-EOF-SW
              READ BACKEND-FILE
                 AT END MOVE 'Y' TO BACKEND-EOF-SW
              END-READ
              PERFORM 806-MATRIX-LOAD-ONE UNTIL BACKEND-EOF
              CLOSE BACKEND-FILE
           ELSE
              DISPLAY 'BACKENDS NOT AVAILABLE, STATUS '
                      BACKEND-FILE-STATUS
           END-IF.

       806-MATRIX-LOAD-ONE.

           IF BACKEND-REC = SPACES OR BACKEND-REC(1:1) = '*'
              CONTINUE
           ELSE
              MOVE SPACES TO MX-IN-NAME
              MOVE SPACES TO MX-IN-DATASRC
              MOVE SPACES TO MX-IN-USR
              MOVE SPACES TO MX-IN-PWD
              UNSTRING BACKEND-REC DELIMITED BY ','
                 INTO MX-IN-NAME MX-IN-DATASRC MX-IN-USR MX-IN-PWD
              END-UNSTRING
              IF MX-IN-NAME = SPACES OR MX-IN-DATASRC = SPACES
                 OR MX-IN-NAME(11:10) NOT = SPACES
                 DISPLAY 'BACKENDS LINE NOT USABLE: ' MX-IN-NAME
                 ADD 1 TO MX-BE-BAD
              ELSE
              IF MX-BE-COUNT NOT < MX-BE-MAX
                 DISPLAY 'BACKENDS HOLDS MORE THAN ' MX-BE-MAX
                         ' ENTRIES, ' MX-IN-NAME ' NOT LOADED'
                 ADD 1 TO MX-BE-BAD
              ELSE
                 ADD 1 TO MX-BE-COUNT
                 MOVE MX-IN-NAME TO MX-BE-NAME(MX-BE-COUNT)
                 MOVE MX-IN-DATASRC TO MX-BE-DATASRC(MX-BE-COUNT)
                 MOVE MX-IN-USR TO MX-BE-USR(MX-BE-COUNT)
                 MOVE MX-IN-PWD TO MX-BE-PWD(MX-BE-COUNT)
              END-IF
              END-IF
           END-IF.

           READ BACKEND-FILE
              AT END MOVE 'Y' TO BACKEND-EOF-SW
           END-READ.

       810-MATRIX-BACKEND.

           MOVE MX-BE-DATASRC(MX-BE-IDX) TO DATASRC.
           MOVE MX-BE-USR(MX-BE-IDX) TO DBUSR.
           MOVE MX-BE-PWD(MX-BE-IDX) TO DBPWD.

           DISPLAY '***************************************'.
           DISPLAY " BACKEND  : " MX-BE-NAME(MX-BE-IDX).
           DISPLAY " DATASRC  : " DATASRC.
           DISPLAY " AUTH     : " DBUSR.
           DISPLAY '***************************************'.

           MOVE 'N' TO TEST-FAIL-SW.
           MOVE SPACES TO LAST-FAIL-OP.
           MOVE 0 TO INSERT-COUNT.
           MOVE 0 TO DELETE-HIT-COUNT.
           MOVE 0 TO MTCASE-READ.
           MOVE 0 TO MTCASE-BAD.
           MOVE 'N' TO RUNREG-SW.
           MOVE 'N' TO LOCK-HELD-SW.
           MOVE 0 TO RETRY-COUNT.

           MOVE SPACES TO MX-ROW-KEY.
           MOVE 'MATRIX-BACKEND' TO CUR-OP.
           MOVE 'OK' TO TEST-STATUS.
           MOVE ZERO TO AUDIT-REC-ID.
           MOVE MX-BE-NAME(MX-BE-IDX) TO HASH-1.
           MOVE SPACES TO HASH-2.
           PERFORM 900-WRITE-AUDIT.

           MOVE 'CONNECT' TO MX-ROW-KEY.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           PERFORM 010-CONNECT-ATTEMPT
              WITH TEST AFTER
              UNTIL SQLCODE = 0 OR RETRY-COUNT > MAX-RETRIES.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

           IF SQLCODE <> 0
              DISPLAY 'CONNECT SQLCODE. ' SQLCODE
              DISPLAY 'CONNECT SQLERRM. ' SQLERRM
              MOVE 'KO' TO TEST-STATUS
              MOVE ZERO TO AUDIT-REC-ID
              MOVE MX-BE-NAME(MX-BE-IDX) TO HASH-1
              MOVE SPACES TO HASH-2
              PERFORM 900-WRITE-AUDIT
           ELSE
              MOVE 'OK' TO TEST-STATUS
              PERFORM 815-MATRIX-NOTE
              PERFORM 820-MATRIX-TESTS THRU 820-EXIT
              MOVE 'RESET' TO CUR-OP
              EXEC SQL
                 CONNECT RESET
              END-EXEC
           END-IF.

           MOVE SPACES TO MX-ROW-KEY.

       815-MATRIX-NOTE.

           IF TEST-STATUS = 'OK' OR TEST-STATUS = 'KO'
              OR TEST-STATUS = 'NF'
              MOVE 'N' TO MX-ROW-FOUND-SW
              PERFORM 816-MATRIX-MATCH-ROW
                 VARYING MX-ROW-IDX FROM 1 BY 1
                 UNTIL MX-ROW-IDX > MX-ROW-COUNT OR MX-ROW-FOUND
              IF MX-ROW-FOUND
                 SUBTRACT 1 FROM MX-ROW-IDX
              ELSE
              IF MX-ROW-COUNT < MX-ROW-MAX
                 ADD 1 TO MX-ROW-COUNT
                 MOVE MX-ROW-COUNT TO MX-ROW-IDX
                 MOVE MX-ROW-KEY TO MX-ROW-NAME(MX-ROW-IDX)
                 MOVE ALL '-' TO MX-ROW-CELLS(MX-ROW-IDX)
                 MOVE 'Y' TO MX-ROW-FOUND-SW
              ELSE
                 ADD 1 TO MX-ROW-LOST
              END-IF
              END-IF
              IF MX-ROW-FOUND
                 PERFORM 817-MATRIX-SET-CELL
              END-IF
           END-IF.

       816-MATRIX-MATCH-ROW.

           IF MX-ROW-NAME(MX-ROW-IDX) = MX-ROW-KEY
              MOVE 'Y' TO MX-ROW-FOUND-SW
           END-IF.

       817-MATRIX-SET-CELL.

           IF TEST-STATUS = 'KO'
              MOVE 'KO' TO MX-CELL(MX-ROW-IDX, MX-BE-IDX)
           ELSE
           IF TEST-STATUS = 'NF'
              IF MX-CELL(MX-ROW-IDX, MX-BE-IDX) NOT = 'KO'
                 MOVE 'NF' TO MX-CELL(MX-ROW-IDX, MX-BE-IDX)
              END-IF
           ELSE
              IF MX-CELL(MX-ROW-IDX, MX-BE-IDX) = '--'
                 MOVE 'OK' TO MX-CELL(MX-ROW-IDX, MX-BE-IDX)
              END-IF
           END-IF
           END-IF.

       820-MATRIX-TESTS.

           MOVE 'RANGE-CHECK' TO MX-ROW-KEY.

           PERFORM 070-RANGE-CHECK THRU 070-EXIT.

           IF RANGE-REFUSED
              DISPLAY 'TEST-ID RANGES OVERLAP, BACKEND SKIPPED'
              GO TO 820-EXIT
           END-IF.

           MOVE 'OK' TO TEST-STATUS.
           PERFORM 815-MATRIX-NOTE.

           PERFORM 840-MATRIX-LOCK.

           MOVE 'RUN-LOCK' TO MX-ROW-KEY.

           IF MX-LOCKED-OUT
              DISPLAY 'RUN LOCK HELD BY LIVE RUN ' LOCK-RUN-ID
                      ', BACKEND SKIPPED'
              MOVE 'LOCK-REFUSED' TO CUR-OP
              MOVE 'KO' TO TEST-STATUS
              MOVE ZERO TO AUDIT-REC-ID
              MOVE SPACES TO HASH-1
              MOVE LOCK-RUN-ID TO HASH-2
              PERFORM 900-WRITE-AUDIT
           ELSE
              MOVE 'OK' TO TEST-STATUS
              PERFORM 815-MATRIX-NOTE

              MOVE 'SETUP' TO MX-ROW-KEY
              PERFORM 030-RUN-REGISTER
              PERFORM 050-HIST-RETENTION
              PERFORM 150-ROWS-BEFORE

              PERFORM 115-SINGLE-CHECK
              PERFORM 300-VARRAW-BOUNDARY-TEST
              PERFORM 400-TX-VALIDATION
              PERFORM 600-MULTITYPE-TEST

              MOVE 'ROWCOUNT' TO MX-ROW-KEY
              PERFORM 160-ROWS-AFTER
              MOVE SPACES TO MX-ROW-KEY
              PERFORM 040-RUN-FINALIZE
              PERFORM 065-RUN-UNLOCK
           END-IF.

       820-EXIT.
           EXIT.

       840-MATRIX-LOCK.

           MOVE 'N' TO MX-LOCKOUT-SW.

           MOVE RUN-START-TS TO TS-BUF.
           PERFORM 260-TS-PARSE THRU 260-EXIT.
           MOVE TS-SECS TO LOCK-NOW-SECS.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           MOVE 'LOCK-CHECK' TO CUR-OP.
           EXEC SQL
              SELECT RUN_ID, ACQUIRED_TS
              INTO :LOCK-RUN-ID, :LOCK-TS
              FROM RUNLOCK
              WHERE LOCK_NAME = 'TSQL041A'
           END-EXEC.

           IF SQLCODE = 100
              PERFORM 845-MATRIX-LOCK-ACQUIRE
           ELSE
           IF SQLCODE NOT = 0
              DISPLAY 'RUN LOCK UNAVAILABLE, SQLCODE ' SQLCODE
           ELSE
              PERFORM 058-LOCK-EVALUATE
              IF LOCK-LIVE
                 MOVE 'Y' TO MX-LOCKOUT-SW
              ELSE
                 DISPLAY 'BREAKING STALE RUN LOCK HELD BY '
                         LOCK-RUN-ID
                 MOVE 'LOCK-BREAK' TO CUR-OP
                 EXEC SQL
                    DELETE FROM RUNLOCK
                    WHERE LOCK_NAME = 'TSQL041A'
                      AND RUN_ID = :LOCK-RUN-ID
                 END-EXEC
                 PERFORM 845-MATRIX-LOCK-ACQUIRE
              END-IF
           END-IF
           END-IF.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

       845-MATRIX-LOCK-ACQUIRE.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           MOVE 'LOCK-ACQUIRE' TO CUR-OP.
           EXEC SQL
              INSERT INTO RUNLOCK
                (LOCK_NAME, RUN_ID, ACQUIRED_TS)
                VALUES('TSQL041A', :RUN-ID, :RUN-START-TS)
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO LOCK-HELD-SW
           ELSE
              DISPLAY 'RUN LOCK TAKEN BY ANOTHER INSTANCE,'
                      ' SQLCODE ' SQLCODE
              MOVE 'Y' TO MX-LOCKOUT-SW
           END-IF.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

       850-MATRIX-REPORT.

           OPEN OUTPUT MATRIX-FILE.

           ACCEPT MX-HDR-DATE FROM DATE YYYYMMDD.
           ACCEPT MX-HDR-TIME FROM TIME.

           MOVE 0 TO MX-KO-COUNT.
           MOVE 0 TO MX-DIFF-COUNT.

           MOVE MX-HDR-1 TO MATRIX-REC.
           WRITE MATRIX-REC.
           MOVE MX-HDR-2 TO MATRIX-REC.
           WRITE MATRIX-REC.
           MOVE SPACES TO MATRIX-REC.
           STRING 'RUN ID: ' DELIMITED BY SIZE
                  RUN-ID     DELIMITED BY SIZE
             INTO MATRIX-REC.
           WRITE MATRIX-REC.
           MOVE SPACES TO MATRIX-REC.
           WRITE MATRIX-REC.

           MOVE 'BACKENDS' TO MATRIX-REC.
           WRITE MATRIX-REC.
           PERFORM 855-MATRIX-BE-LINE
              VARYING MX-BE-IDX FROM 1 BY 1
              UNTIL MX-BE-IDX > MX-BE-COUNT.
           MOVE SPACES TO MATRIX-REC.
           WRITE MATRIX-REC.

           MOVE SPACES TO MATRIX-REC.
           MOVE 'TEST' TO MATRIX-REC(1:16).
           PERFORM 856-MATRIX-COL-HDR
              VARYING MX-BE-IDX FROM 1 BY 1
              UNTIL MX-BE-IDX > MX-BE-COUNT.
           COMPUTE MX-COL-POS = 19 + MX-BE-COUNT * 12.
           MOVE 'DIFFERS' TO MATRIX-REC(MX-COL-POS:7).
           WRITE MATRIX-REC.

           PERFORM 860-MATRIX-ROW-LINE
              VARYING MX-ROW-IDX FROM 1 BY 1
              UNTIL MX-ROW-IDX > MX-ROW-COUNT.

           IF MX-ROW-LOST > 0
              MOVE 'RESULTS NOT TABULATED' TO MX-TOT-LABEL
              MOVE MX-ROW-LOST TO MX-TOT-VALUE
              MOVE MX-TOT-LINE TO MATRIX-REC
              WRITE MATRIX-REC
           END-IF.

           MOVE SPACES TO MATRIX-REC.
           WRITE MATRIX-REC.
           MOVE 'LEGEND: OK PASSED  KO FAILED  NF ROW NOT FOUND'
             TO MATRIX-REC.
           MOVE '-- NOT RUN  * RESULT DIFFERS BY BACKEND'
             TO MATRIX-REC(49:40).
           WRITE MATRIX-REC.
           MOVE SPACES TO MATRIX-REC.
           WRITE MATRIX-REC.

           MOVE 'BACKENDS IN CATALOG' TO MX-TOT-LABEL.
           MOVE MX-BE-COUNT TO MX-TOT-VALUE.
           MOVE MX-TOT-LINE TO MATRIX-REC.
           WRITE MATRIX-REC.
           MOVE 'TESTS IN MATRIX' TO MX-TOT-LABEL.
           MOVE MX-ROW-COUNT TO MX-TOT-VALUE.
           MOVE MX-TOT-LINE TO MATRIX-REC.
           WRITE MATRIX-REC.
           MOVE 'CELLS KO OR NF' TO MX-TOT-LABEL.
           MOVE MX-KO-COUNT TO MX-TOT-VALUE.
           MOVE MX-TOT-LINE TO MATRIX-REC.
           WRITE MATRIX-REC.
           MOVE 'TESTS DIFFERING' TO MX-TOT-LABEL.
           MOVE MX-DIFF-COUNT TO MX-TOT-VALUE.
           MOVE MX-TOT-LINE TO MATRIX-REC.
           WRITE MATRIX-REC.

           MOVE MX-HDR-2 TO MATRIX-REC.
           WRITE MATRIX-REC.
           MOVE 'END OF REPORT' TO MATRIX-REC.
           WRITE MATRIX-REC.

           CLOSE MATRIX-FILE.

           DISPLAY 'MATRIX REPORT WRITTEN, ' MX-ROW-COUNT
                   ' TEST(S), ' MX-DIFF-COUNT ' DIFFERING'.

       855-MATRIX-BE-LINE.

           MOVE MX-BE-NAME(MX-BE-IDX) TO MX-BE-LINE-NAME.
           MOVE MX-BE-DATASRC(MX-BE-IDX) TO MX-BE-LINE-DATASRC.
           MOVE MX-BE-LINE TO MATRIX-REC.
           WRITE MATRIX-REC.

       856-MATRIX-COL-HDR.

           COMPUTE MX-COL-POS = 19 + (MX-BE-IDX - 1) * 12.
           MOVE MX-BE-NAME(MX-BE-IDX) TO MATRIX-REC(MX-COL-POS:10).

       860-MATRIX-ROW-LINE.

           MOVE SPACES TO MATRIX-REC.
           MOVE MX-ROW-NAME(MX-ROW-IDX) TO MATRIX-REC(1:16).
           MOVE 'N' TO MX-DIFF-SW.
           MOVE SPACES TO MX-FIRST-CELL.

           PERFORM 865-MATRIX-CELL
              VARYING MX-BE-IDX FROM 1 BY 1
              UNTIL MX-BE-IDX > MX-BE-COUNT.

           IF MX-DIFF
              COMPUTE MX-COL-POS = 19 + MX-BE-COUNT * 12
              MOVE '*' TO MATRIX-REC(MX-COL-POS:1)
              ADD 1 TO MX-DIFF-COUNT
           END-IF.

           WRITE MATRIX-REC.

       865-MATRIX-CELL.

           COMPUTE MX-COL-POS = 19 + (MX-BE-IDX - 1) * 12.
           MOVE MX-CELL(MX-ROW-IDX, MX-BE-IDX)
             TO MATRIX-REC(MX-COL-POS:2).

           IF MX-CELL(MX-ROW-IDX, MX-BE-IDX) = 'KO'
              OR MX-CELL(MX-ROW-IDX, MX-BE-IDX) = 'NF'
              ADD 1 TO MX-KO-COUNT
           END-IF.

           IF MX-CELL(MX-ROW-IDX, MX-BE-IDX) NOT = '--'
              IF MX-FIRST-CELL = SPACES
                 MOVE MX-CELL(MX-ROW-IDX, MX-BE-IDX) TO MX-FIRST-CELL
              ELSE
              IF MX-CELL(MX-ROW-IDX, MX-BE-IDX) NOT = MX-FIRST-CELL
                 MOVE 'Y' TO MX-DIFF-SW
              END-IF
              END-IF
           END-IF.

       999-ERR.
            DISPLAY 'ERROR AT: ' CUR-OP
            DISPLAY 'SQLCODE : ' SQLCODE
