       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041B.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISCREP-FILE
               ASSIGN TO "DISCREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCREP-FILE-STATUS.

           SELECT BYTE-RPT-FILE
               ASSIGN TO "BYTERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DISCREP-FILE.
       01 DISCREP-REC PIC X(160).

       FD  BYTE-RPT-FILE.
       01 BYTE-RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

           01 DATASRC PIC X(64).
           01 DBUSR  PIC X(64).
           01 DBPWD  PIC X(64).

           01 DATASRC-2 PIC X(64).
           01 DBUSR-2  PIC X(64).
           01 DBPWD-2  PIC X(64).

           01 ENV-NUM-BUF PIC X(10).

           01 CUR-OP PIC X(32).

           01 DISCREP-FILE-STATUS PIC XX.
           01 DISCREP-EOF-SW PIC X(01) VALUE 'N'.
               88 DISCREP-EOF VALUE 'Y'.

           01 DIS-ID-X     PIC X(4).
           01 DIS-ID       PIC 9(4).
           01 DIS-SIDE     PIC X(9).
           01 DIS-HASH-SRC PIC X(64).
           01 DIS-HASH-TGT PIC X(64).

           01 BFLD1 PIC X(300) USAGE VARRAW.
           01 BFLD2 PIC X(300) USAGE VARRAW.
           01 SRC-LEN PIC 9(9) COMP.
           01 TGT-LEN PIC 9(9) COMP.

           01 CMP-LEN     PIC 9(4) COMP VALUE 0.
           01 CMP-IX      PIC 9(4) COMP VALUE 0.
           01 FIRST-DIFF  PIC 9(4) COMP VALUE 0.
           01 DIFF-COMMON PIC 9(4) COMP VALUE 0.
           01 DIFF-TOTAL  PIC 9(4) COMP VALUE 0.
           01 CHARSET-PAIRS PIC 9(4) COMP VALUE 0.
           01 BYTE-1      PIC 9(3) COMP VALUE 0.
           01 BYTE-2      PIC 9(3) COMP VALUE 0.

           01 FIRST-HIGH-SW PIC X(01) VALUE 'N'.
               88 FIRST-HIGH VALUE 'Y'.
           01 TAIL-PAD-SW PIC X(01) VALUE 'Y'.
               88 TAIL-PAD VALUE 'Y'.
           01 TAIL-SIDE PIC X(03).

           01 DIFF-CLASS PIC X(24).

           01 WIN-START PIC 9(4) COMP VALUE 0.
           01 WIN-END   PIC 9(4) COMP VALUE 0.
           01 WIN-SIZE  PIC 9(4) COMP VALUE 16.
           01 WIN-SIDE  PIC X(03).

           01 HEX-DIGITS PIC X(16) VALUE '0123456789ABCDEF'.
           01 HEX-BUF  PIC X(48).
           01 HEX-IX   PIC 9(4) COMP VALUE 0.
           01 HEX-OX   PIC 9(4) COMP VALUE 0.
           01 HEX-BYTE PIC 9(3) COMP VALUE 0.
           01 HEX-HI   PIC 9(2) COMP VALUE 0.
           01 HEX-LO   PIC 9(2) COMP VALUE 0.

           01 ROW-FAIL-SW PIC X(01) VALUE 'N'.
               88 ROW-FAILED VALUE 'Y'.
           01 ROW-REASON PIC X(60).

           01 LINES-READ      PIC 9(9) COMP VALUE 0.
           01 LINES-BAD       PIC 9(9) COMP VALUE 0.
           01 SKIPPED-COUNT   PIC 9(9) COMP VALUE 0.
           01 ANALYZED-COUNT  PIC 9(9) COMP VALUE 0.
           01 FAILED-COUNT    PIC 9(9) COMP VALUE 0.
           01 IDENT-COUNT     PIC 9(9) COMP VALUE 0.
           01 TRUNC-COUNT     PIC 9(9) COMP VALUE 0.
           01 PAD-COUNT       PIC 9(9) COMP VALUE 0.
           01 SUBST-COUNT     PIC 9(9) COMP VALUE 0.
           01 CHARSET-COUNT   PIC 9(9) COMP VALUE 0.
           01 UNREL-COUNT     PIC 9(9) COMP VALUE 0.

           01 RETRY-COUNT      PIC 9(4) VALUE 0.
           01 MAX-RETRIES      PIC 9(4) VALUE 3.
           01 RETRY-DELAY-SECS PIC 9(4) VALUE 2.

           01 RPT-HDR-1.
               05 PIC X(40) VALUE 'TSQL041B BYTE DIFFERENCE ANALYSIS'.
               05 PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDR-DATE PIC X(08).
               05 PIC X(01) VALUE SPACE.
               05 RPT-HDR-TIME PIC X(08).

           01 RPT-HDR-2.
               05 PIC X(132) VALUE ALL '='.

           01 RPT-ROW-LINE.
               05 PIC X(04) VALUE 'ID: '.
               05 RPT-ROW-ID       PIC X(04).
               05 PIC X(09) VALUE '  CLASS: '.
               05 RPT-ROW-CLASS    PIC X(24).
               05 PIC X(11) VALUE '  SRC LEN: '.
               05 RPT-ROW-SRC-LEN  PIC ZZ9.
               05 PIC X(11) VALUE '  TGT LEN: '.
               05 RPT-ROW-TGT-LEN  PIC ZZ9.
               05 PIC X(14) VALUE '  FIRST DIFF: '.
               05 RPT-ROW-FIRST    PIC ZZ9.
               05 PIC X(14) VALUE '  DIFF BYTES: '.
               05 RPT-ROW-DIFFS    PIC ZZ9.

           01 RPT-NOTE-LINE.
               05 PIC X(04) VALUE 'ID: '.
               05 RPT-NOTE-ID      PIC X(04).
               05 PIC X(09) VALUE '  CLASS: '.
               05 RPT-NOTE-CLASS   PIC X(24).
               05 PIC X(02) VALUE SPACES.
               05 RPT-NOTE-REASON  PIC X(60).

           01 RPT-HEX-LINE.
               05 PIC X(04) VALUE SPACES.
               05 RPT-HEX-SIDE   PIC X(03).
               05 PIC X(08) VALUE ' OFFSET '.
               05 RPT-HEX-OFFSET PIC ZZ9.
               05 PIC X(02) VALUE ': '.
               05 RPT-HEX-BYTES  PIC X(48).

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
              DISPLAY 'DATASRC_2 NOT SET, NOTHING TO ANALYZE'
              MOVE 10 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           OPEN INPUT DISCREP-FILE.
           IF DISCREP-FILE-STATUS NOT = '00'
              DISPLAY 'DISCREP NOT AVAILABLE, STATUS '
                      DISCREP-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           OPEN OUTPUT BYTE-RPT-FILE.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           PERFORM 010-CONNECT-ATTEMPT
              WITH TEST AFTER
              UNTIL SQLCODE = 0 OR RETRY-COUNT > MAX-RETRIES.

           IF SQLCODE <> 0 THEN
              DISPLAY 'CONNECT SQLCODE. ' SQLCODE
              DISPLAY 'CONNECT SQLERRM. ' SQLERRM
              MOVE 10 TO RETURN-CODE
              CLOSE BYTE-RPT-FILE
              CLOSE DISCREP-FILE
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
              CLOSE BYTE-RPT-FILE
              CLOSE DISCREP-FILE
              GO TO 100-EXIT
           END-IF.

       100-MAIN.

           PERFORM 110-WRITE-RPT-HEADER.

           READ DISCREP-FILE
              AT END MOVE 'Y' TO DISCREP-EOF-SW
           END-READ.

           PERFORM 200-ANALYZE-ONE UNTIL DISCREP-EOF.

           PERFORM 120-WRITE-RPT-TOTALS.

           DISPLAY 'DISCREP LINES READ  : ' LINES-READ.
           DISPLAY 'HASH-DIFF ANALYZED  : ' ANALYZED-COUNT.
           DISPLAY 'ENTRIES SKIPPED     : ' SKIPPED-COUNT.
           DISPLAY 'ENTRIES FAILED      : ' FAILED-COUNT.

           IF FAILED-COUNT > 0 OR LINES-BAD > 0
              DISPLAY 'ANALYSIS COMPLETED WITH FAILURES'
              MOVE 40 TO RETURN-CODE
           ELSE
              DISPLAY 'ANALYSIS WRITTEN TO BYTERPT'
           END-IF.

           MOVE 'RESET' TO CUR-OP.
           EXEC SQL
              CONNECT RESET
           END-EXEC.

           CLOSE BYTE-RPT-FILE.
           CLOSE DISCREP-FILE.

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

           MOVE RPT-HDR-1 TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.
           MOVE RPT-HDR-2 TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.
           MOVE SPACES TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

       120-WRITE-RPT-TOTALS.

           MOVE SPACES TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           MOVE 'DISCREP LINES READ:' TO RPT-TOT-LABEL.
           MOVE LINES-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           MOVE 'HASH-DIFF ANALYZED:' TO RPT-TOT-LABEL.
           MOVE ANALYZED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           MOVE '  TRUNCATED:' TO RPT-TOT-LABEL.
           MOVE TRUNC-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           MOVE '  PADDED:' TO RPT-TOT-LABEL.
           MOVE PAD-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           MOVE '  SINGLE-BYTE-SUBSTITUTION:' TO RPT-TOT-LABEL.
           MOVE SUBST-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           MOVE '  CHARSET-SHIFT:' TO RPT-TOT-LABEL.
           MOVE CHARSET-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           MOVE '  UNRELATED:' TO RPT-TOT-LABEL.
           MOVE UNREL-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           IF IDENT-COUNT > 0
              MOVE '  NOW IDENTICAL:' TO RPT-TOT-LABEL
              MOVE IDENT-COUNT TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO BYTE-RPT-REC
              WRITE BYTE-RPT-REC
           END-IF.

           MOVE 'OTHER ENTRIES SKIPPED:' TO RPT-TOT-LABEL.
           MOVE SKIPPED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           MOVE 'ENTRIES FAILED:' TO RPT-TOT-LABEL.
           MOVE FAILED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           IF LINES-BAD > 0
              MOVE 'LINES NOT PARSED:' TO RPT-TOT-LABEL
              MOVE LINES-BAD TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO BYTE-RPT-REC
              WRITE BYTE-RPT-REC
           END-IF.

           MOVE RPT-HDR-2 TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.
           MOVE 'END OF REPORT' TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

       200-ANALYZE-ONE.

           ADD 1 TO LINES-READ.

           MOVE SPACES TO DIS-ID-X.
           MOVE SPACES TO DIS-SIDE.
           MOVE SPACES TO DIS-HASH-SRC.
           MOVE SPACES TO DIS-HASH-TGT.

           UNSTRING DISCREP-REC DELIMITED BY ','
              INTO DIS-ID-X
                   DIS-SIDE
                   DIS-HASH-SRC
                   DIS-HASH-TGT.

           IF DIS-ID-X IS NOT NUMERIC OR DIS-SIDE = SPACES
              ADD 1 TO LINES-BAD
              MOVE 'UNPARSEABLE DISCREP RECORD' TO ROW-REASON
              MOVE 'NOT-ANALYZED' TO DIFF-CLASS
              PERFORM 290-WRITE-RPT-NOTE
           ELSE
           IF DIS-SIDE NOT = 'HASH-DIFF'
              ADD 1 TO SKIPPED-COUNT
           ELSE
              MOVE DIS-ID-X TO DIS-ID
              MOVE 'N' TO ROW-FAIL-SW
              MOVE SPACES TO ROW-REASON
              PERFORM 210-FETCH-PAIR THRU 210-EXIT
              IF NOT ROW-FAILED
                 ADD 1 TO ANALYZED-COUNT
                 PERFORM 220-COMPARE
                 PERFORM 230-CLASSIFY
                 PERFORM 240-WRITE-DETAIL
              END-IF
           END-IF
           END-IF.

           READ DISCREP-FILE
              AT END MOVE 'Y' TO DISCREP-EOF-SW
           END-READ.

       210-FETCH-PAIR.

           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-ROW-SQL-FAILED
              GO TO 210-EXIT
           END-IF.

           MOVE 'SELECT-SRC' TO CUR-OP.
           EXEC SQL
              SELECT DATA, COALESCE(LENGTH(DATA), 0)
              INTO :BFLD1, :SRC-LEN
              FROM BINTEST
              WHERE ID = :DIS-ID
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'SOURCE ROW NO LONGER PRESENT' TO ROW-REASON
              PERFORM 280-ROW-FAILED
              GO TO 210-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM 285-ROW-SQL-FAILED
              GO TO 210-EXIT
           END-IF.

           MOVE 'SET-TGTDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'TGTDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-ROW-SQL-FAILED
              GO TO 210-EXIT
           END-IF.

           MOVE 'SELECT-TGT' TO CUR-OP.
           EXEC SQL
              SELECT DATA, COALESCE(LENGTH(DATA), 0)
              INTO :BFLD2, :TGT-LEN
              FROM BINTEST
              WHERE ID = :DIS-ID
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'TARGET ROW NO LONGER PRESENT' TO ROW-REASON
              PERFORM 280-ROW-FAILED
              GO TO 210-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM 285-ROW-SQL-FAILED
              GO TO 210-EXIT
           END-IF.

           IF SRC-LEN > 300
              MOVE 300 TO SRC-LEN
           END-IF.
           IF TGT-LEN > 300
              MOVE 300 TO TGT-LEN
           END-IF.

       210-EXIT.
           EXIT.

       220-COMPARE.

           IF SRC-LEN < TGT-LEN
              MOVE SRC-LEN TO CMP-LEN
           ELSE
              MOVE TGT-LEN TO CMP-LEN
           END-IF.

           MOVE 0 TO FIRST-DIFF.
           MOVE 0 TO DIFF-COMMON.
           MOVE 0 TO CHARSET-PAIRS.
           MOVE 'N' TO FIRST-HIGH-SW.

           PERFORM 225-COMPARE-BYTE
              VARYING CMP-IX FROM 1 BY 1
              UNTIL CMP-IX > CMP-LEN.

           IF FIRST-DIFF = 0 AND SRC-LEN NOT = TGT-LEN
              COMPUTE FIRST-DIFF = CMP-LEN + 1
           END-IF.

           IF SRC-LEN > TGT-LEN
              COMPUTE DIFF-TOTAL = DIFF-COMMON + SRC-LEN - TGT-LEN
           ELSE
              COMPUTE DIFF-TOTAL = DIFF-COMMON + TGT-LEN - SRC-LEN
           END-IF.

       225-COMPARE-BYTE.

           IF BFLD1-ARR(CMP-IX:1) NOT = BFLD2-ARR(CMP-IX:1)
              ADD 1 TO DIFF-COMMON
              COMPUTE BYTE-1 = FUNCTION ORD(BFLD1-ARR(CMP-IX:1)) - 1
              COMPUTE BYTE-2 = FUNCTION ORD(BFLD2-ARR(CMP-IX:1)) - 1
              IF (BYTE-1 = 0 AND BYTE-2 = 32)
                 OR (BYTE-1 = 32 AND BYTE-2 = 0)
                 OR BYTE-1 > 127 OR BYTE-2 > 127
                 ADD 1 TO CHARSET-PAIRS
              END-IF
              IF FIRST-DIFF = 0
                 MOVE CMP-IX TO FIRST-DIFF
                 IF BYTE-1 > 127 OR BYTE-2 > 127
                    MOVE 'Y' TO FIRST-HIGH-SW
                 END-IF
              END-IF
           END-IF.

       230-CLASSIFY.

           IF DIFF-COMMON = 0 AND SRC-LEN = TGT-LEN
              MOVE 'IDENTICAL' TO DIFF-CLASS
              ADD 1 TO IDENT-COUNT
           ELSE
           IF DIFF-COMMON = 0
              PERFORM 235-TAIL-CHECK
              IF TAIL-PAD
                 MOVE 'PADDED' TO DIFF-CLASS
                 ADD 1 TO PAD-COUNT
              ELSE
                 MOVE 'TRUNCATED' TO DIFF-CLASS
                 ADD 1 TO TRUNC-COUNT
              END-IF
           ELSE
           IF SRC-LEN = TGT-LEN
              IF CHARSET-PAIRS = DIFF-COMMON
                 MOVE 'CHARSET-SHIFT' TO DIFF-CLASS
                 ADD 1 TO CHARSET-COUNT
              ELSE
              IF DIFF-COMMON = 1
                 MOVE 'SINGLE-BYTE-SUBSTITUTION' TO DIFF-CLASS
                 ADD 1 TO SUBST-COUNT
              ELSE
                 MOVE 'UNRELATED' TO DIFF-CLASS
                 ADD 1 TO UNREL-COUNT
              END-IF
              END-IF
           ELSE
              IF FIRST-HIGH
                 MOVE 'CHARSET-SHIFT' TO DIFF-CLASS
                 ADD 1 TO CHARSET-COUNT
              ELSE
                 MOVE 'UNRELATED' TO DIFF-CLASS
                 ADD 1 TO UNREL-COUNT
              END-IF
           END-IF
           END-IF
           END-IF.

       235-TAIL-CHECK.

           MOVE 'Y' TO TAIL-PAD-SW.

           IF SRC-LEN > TGT-LEN
              MOVE 'SRC' TO TAIL-SIDE
              PERFORM 236-TAIL-BYTE
                 VARYING CMP-IX FROM CMP-LEN BY 1
                 UNTIL CMP-IX >= SRC-LEN OR NOT TAIL-PAD
           ELSE
              MOVE 'TGT' TO TAIL-SIDE
              PERFORM 236-TAIL-BYTE
                 VARYING CMP-IX FROM CMP-LEN BY 1
                 UNTIL CMP-IX >= TGT-LEN OR NOT TAIL-PAD
           END-IF.

       236-TAIL-BYTE.

           IF TAIL-SIDE = 'SRC'
              COMPUTE BYTE-1 =
                 FUNCTION ORD(BFLD1-ARR(CMP-IX + 1:1)) - 1
           ELSE
              COMPUTE BYTE-1 =
                 FUNCTION ORD(BFLD2-ARR(CMP-IX + 1:1)) - 1
           END-IF.

           IF BYTE-1 NOT = 0 AND BYTE-1 NOT = 32
              MOVE 'N' TO TAIL-PAD-SW
           END-IF.

       240-WRITE-DETAIL.

           MOVE DIS-ID-X TO RPT-ROW-ID.
           MOVE DIFF-CLASS TO RPT-ROW-CLASS.
           MOVE SRC-LEN TO RPT-ROW-SRC-LEN.
           MOVE TGT-LEN TO RPT-ROW-TGT-LEN.
           IF FIRST-DIFF > 0
              COMPUTE RPT-ROW-FIRST = FIRST-DIFF - 1
           ELSE
              MOVE 0 TO RPT-ROW-FIRST
           END-IF.
           MOVE DIFF-TOTAL TO RPT-ROW-DIFFS.
           MOVE RPT-ROW-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

           IF FIRST-DIFF > 0
              IF FIRST-DIFF > 8
                 COMPUTE WIN-START = FIRST-DIFF - 8
              ELSE
                 MOVE 1 TO WIN-START
              END-IF
              COMPUTE WIN-END = WIN-START + WIN-SIZE - 1
              MOVE 'SRC' TO WIN-SIDE
              PERFORM 245-HEX-WINDOW
              MOVE 'TGT' TO WIN-SIDE
              PERFORM 245-HEX-WINDOW
           END-IF.

       245-HEX-WINDOW.

           MOVE SPACES TO HEX-BUF.
           PERFORM 246-HEX-BYTE
              VARYING HEX-IX FROM WIN-START BY 1
              UNTIL HEX-IX > WIN-END.

           MOVE WIN-SIDE TO RPT-HEX-SIDE.
           COMPUTE RPT-HEX-OFFSET = WIN-START - 1.
           MOVE HEX-BUF TO RPT-HEX-BYTES.
           MOVE RPT-HEX-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

       246-HEX-BYTE.

           COMPUTE HEX-OX = (HEX-IX - WIN-START) * 3 + 1.

           IF (WIN-SIDE = 'SRC' AND HEX-IX > SRC-LEN)
              OR (WIN-SIDE = 'TGT' AND HEX-IX > TGT-LEN)
              MOVE '..' TO HEX-BUF(HEX-OX:2)
           ELSE
              IF WIN-SIDE = 'SRC'
                 COMPUTE HEX-BYTE =
                    FUNCTION ORD(BFLD1-ARR(HEX-IX:1)) - 1
              ELSE
                 COMPUTE HEX-BYTE =
                    FUNCTION ORD(BFLD2-ARR(HEX-IX:1)) - 1
              END-IF
              DIVIDE HEX-BYTE BY 16
                 GIVING HEX-HI REMAINDER HEX-LO
              MOVE HEX-DIGITS(HEX-HI + 1:1) TO HEX-BUF(HEX-OX:1)
              MOVE HEX-DIGITS(HEX-LO + 1:1)
                 TO HEX-BUF(HEX-OX + 1:1)
           END-IF.

       280-ROW-FAILED.

           ADD 1 TO FAILED-COUNT.
           MOVE 'Y' TO ROW-FAIL-SW.
           MOVE 'NOT-ANALYZED' TO DIFF-CLASS.
           PERFORM 290-WRITE-RPT-NOTE.

       285-ROW-SQL-FAILED.

           DISPLAY 'SQL ERROR AT ' CUR-OP ' FOR ID ' DIS-ID.
           DISPLAY 'SQLCODE : ' SQLCODE.
           DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML).

           MOVE SPACES TO ROW-REASON.
           STRING 'SQL ERROR AT ' DELIMITED BY SIZE
                  CUR-OP          DELIMITED BY SPACE
             INTO ROW-REASON.
           PERFORM 280-ROW-FAILED.

       290-WRITE-RPT-NOTE.

           MOVE DIS-ID-X TO RPT-NOTE-ID.
           MOVE DIFF-CLASS TO RPT-NOTE-CLASS.
           MOVE ROW-REASON TO RPT-NOTE-REASON.
           MOVE RPT-NOTE-LINE TO BYTE-RPT-REC.
           WRITE BYTE-RPT-REC.

       999-ERR.
            DISPLAY 'ERROR AT: ' CUR-OP
            DISPLAY 'SQLCODE : ' SQLCODE
            DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML)

            MOVE 20 TO RETURN-CODE.
