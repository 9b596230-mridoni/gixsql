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

           SELECT REPORT-FILE
               ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(220).

       FD  GEN-FILE.
       01 GEN-REC PIC X(220).

       FD  INDEX-FILE.
       01 INDEX-REC PIC X(200).

       FD  REPORT-FILE.
       01 REPORT-REC PIC X(132).

           01 AUDIT-EOF-SW PIC X(01) VALUE 'N'.
               88 AUDIT-EOF VALUE 'Y'.

           01 GEN-FILE-STATUS PIC XX.
           01 GEN-EOF-SW PIC X(01) VALUE 'N'.
               88 GEN-EOF VALUE 'Y'.
           01 INDEX-FILE-STATUS PIC XX.
           01 INDEX-EOF-SW PIC X(01) VALUE 'N'.
               88 INDEX-EOF VALUE 'Y'.

           01 RANGE-FROM-BUF PIC X(10).
           01 RANGE-TO-BUF   PIC X(10).
           01 RANGE-FROM     PIC X(08) VALUE '00000000'.
           01 RANGE-TO       PIC X(08) VALUE '99999999'.
           01 RANGE-MODE-SW  PIC X(01) VALUE 'N'.
               88 RANGE-MODE VALUE 'Y'.
           01 RANGE-BAD-SW   PIC X(01) VALUE 'N'.
               88 RANGE-BAD VALUE 'Y'.

           01 IX-TYPE   PIC X(01).
           01 IX-GEN-X  PIC X(05).
           01 IX-NAME   PIC X(100).
           01 IX-FIRST  PIC X(17).
           01 IX-LAST   PIC X(17).
           01 NEWEST-LAST PIC X(17) VALUE SPACES.

           01 SOURCES-READ  PIC 9(4) COMP VALUE 0.
           01 GENS-MISSING  PIC 9(9) COMP VALUE 0.
           01 SRC-MAX       PIC 9(4) COMP VALUE 400.
           01 SRC-COUNT     PIC 9(4) COMP VALUE 0.
           01 SRC-IDX       PIC 9(4) COMP VALUE 0.
           01 SRC-TABLE.
               05 SRC-NAME PIC X(100) OCCURS 400 TIMES.

           01 TALLY-REC    PIC X(220).

           01 AUDIT-TS     PIC X(17).
           01 AUDIT-OP     PIC X(32).
           01 AUDIT-ID     PIC X(04).

           01 LINES-READ    PIC 9(9) COMP VALUE 0.
           01 LINES-BAD     PIC 9(9) COMP VALUE 0.
           01 LINES-OUT-RANGE PIC 9(9) COMP VALUE 0.

           01 OP-MAX        PIC 9(4) COMP VALUE 50.
           01 OP-COUNT      PIC 9(4) COMP VALUE 0.
           01 RPT-HDR-2.
               05 PIC X(132) VALUE ALL '='.

           01 RPT-RANGE-LINE.
               05 PIC X(12) VALUE 'DATE RANGE: '.
               05 RPT-RANGE-FROM PIC X(08).
               05 PIC X(04) VALUE ' TO '.
               05 RPT-RANGE-TO   PIC X(08).

           01 RPT-OP-HDR.
               05 PIC X(34) VALUE 'OPERATION'.
               05 PIC X(12) VALUE '     TOTAL'.

       000-MAIN.

           PERFORM 010-RANGE-PARMS.

           IF RANGE-BAD
              DISPLAY 'REPORT_FROM_DATE/REPORT_TO_DATE NOT VALID: '
                      RANGE-FROM-BUF ' ' RANGE-TO-BUF
              MOVE 16 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF RANGE-MODE
              DISPLAY 'REPORTING ' RANGE-FROM ' TO ' RANGE-TO
              PERFORM 050-RANGE-READ
              IF SOURCES-READ = 0
                 DISPLAY 'NO AUDIT GENERATION OR AUDITLOG AVAILABLE'
                 MOVE 12 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           ELSE
              OPEN INPUT AUDIT-FILE
              IF AUDIT-FILE-STATUS NOT = '00'
                 DISPLAY 'AUDITLOG NOT AVAILABLE, STATUS '
                         AUDIT-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
              READ AUDIT-FILE
                 AT END MOVE 'Y' TO AUDIT-EOF-SW
              END-READ
              PERFORM 200-TALLY-ONE UNTIL AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           PERFORM 300-PRINT-REPORT.

           CLOSE REPORT-FILE.

           DISPLAY 'AUDIT LINES READ: ' LINES-READ.
           DISPLAY 'REPORT WRITTEN TO AUDITRPT'.

           IF GENS-MISSING > 0
              DISPLAY 'AUDIT GENERATIONS NOT FOUND: ' GENS-MISSING
              MOVE 4 TO RETURN-CODE
           END-IF.

       100-EXIT.
             STOP RUN.

       010-RANGE-PARMS.

           DISPLAY "REPORT_FROM_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT RANGE-FROM-BUF FROM ENVIRONMENT-VALUE.
           DISPLAY "REPORT_TO_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT RANGE-TO-BUF FROM ENVIRONMENT-VALUE.

           IF RANGE-FROM-BUF NOT = SPACES
              MOVE 'Y' TO RANGE-MODE-SW
              IF RANGE-FROM-BUF(1:8) IS NUMERIC
                 AND RANGE-FROM-BUF(9:2) = SPACES
                 MOVE RANGE-FROM-BUF(1:8) TO RANGE-FROM
              ELSE
                 MOVE 'Y' TO RANGE-BAD-SW
              END-IF
           END-IF.

           IF RANGE-TO-BUF NOT = SPACES
              MOVE 'Y' TO RANGE-MODE-SW
              IF RANGE-TO-BUF(1:8) IS NUMERIC
                 AND RANGE-TO-BUF(9:2) = SPACES
                 MOVE RANGE-TO-BUF(1:8) TO RANGE-TO
              ELSE
                 MOVE 'Y' TO RANGE-BAD-SW
              END-IF
           END-IF.

           IF RANGE-FROM > RANGE-TO
              MOVE 'Y' TO RANGE-BAD-SW
           END-IF.

       050-RANGE-READ.

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

           IF NEWEST-LAST = SPACES
              OR RANGE-TO NOT < NEWEST-LAST(1:8)
              PERFORM 080-READ-CURRENT
           END-IF.

       060-INDEX-LINE.

           MOVE SPACES TO IX-TYPE.
           MOVE SPACES TO IX-GEN-X.
           MOVE SPACES TO IX-NAME.
           MOVE SPACES TO IX-FIRST.
           MOVE SPACES TO IX-LAST.

           UNSTRING INDEX-REC DELIMITED BY ','
              INTO IX-TYPE
                   IX-GEN-X
                   IX-NAME
                   IX-FIRST
                   IX-LAST.

           IF IX-TYPE = 'G' AND IX-NAME NOT = SPACES
              IF IX-LAST > NEWEST-LAST
                 MOVE IX-LAST TO NEWEST-LAST
              END-IF
              IF IX-LAST(1:8) NOT < RANGE-FROM
                 AND IX-FIRST(1:8) NOT > RANGE-TO
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
              PERFORM 090-NOTE-SOURCE
              MOVE 'N' TO GEN-EOF-SW
              READ GEN-FILE
                 AT END MOVE 'Y' TO GEN-EOF-SW
              END-READ
              PERFORM 075-GEN-TALLY-ONE UNTIL GEN-EOF
              CLOSE GEN-FILE
           END-IF.

       075-GEN-TALLY-ONE.

           MOVE GEN-REC TO TALLY-REC.
           PERFORM 205-TALLY-REC.

           READ GEN-FILE
              AT END MOVE 'Y' TO GEN-EOF-SW
           END-READ.

       080-READ-CURRENT.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'AUDITLOG NOT AVAILABLE, STATUS '
                      AUDIT-FILE-STATUS
           ELSE
              ADD 1 TO SOURCES-READ
              MOVE 'AUDITLOG' TO IX-NAME
              PERFORM 090-NOTE-SOURCE
              READ AUDIT-FILE
                 AT END MOVE 'Y' TO AUDIT-EOF-SW
              END-READ
              PERFORM 200-TALLY-ONE UNTIL AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       090-NOTE-SOURCE.

           IF SRC-COUNT < SRC-MAX
              ADD 1 TO SRC-COUNT
              MOVE IX-NAME TO SRC-NAME(SRC-COUNT)
           END-IF.

       200-TALLY-ONE.

           MOVE AUDIT-REC TO TALLY-REC.
           PERFORM 205-TALLY-REC.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO AUDIT-EOF-SW
           END-READ.

       205-TALLY-REC.

           ADD 1 TO LINES-READ.

           MOVE SPACES TO AUDIT-TS.
           MOVE SPACES TO AUDIT-STATUS.
           MOVE SPACES TO AUDIT-RUNID.

           UNSTRING TALLY-REC DELIMITED BY ','
              INTO AUDIT-TS
                   AUDIT-OP
                   AUDIT-ID
           IF AUDIT-OP = SPACES OR AUDIT-STATUS = SPACES
              ADD 1 TO LINES-BAD
           ELSE
              IF RANGE-MODE
                 AND (AUDIT-TS(1:8) < RANGE-FROM
                   OR AUDIT-TS(1:8) > RANGE-TO)
                 ADD 1 TO LINES-OUT-RANGE
              ELSE
                 PERFORM 210-TALLY-OP
                 PERFORM 220-TALLY-DAY
                 IF AUDIT-STATUS = 'KO' OR AUDIT-STATUS = 'NF'
                    PERFORM 230-TALLY-FAIL
                 END-IF
              END-IF
           END-IF.

       210-TALLY-OP.

           MOVE 'N' TO OP-FOUND-SW.
           MOVE RPT-HDR-2 TO REPORT-REC.
           WRITE REPORT-REC.

           IF RANGE-MODE
              MOVE RANGE-FROM TO RPT-RANGE-FROM
              MOVE RANGE-TO TO RPT-RANGE-TO
              MOVE RPT-RANGE-LINE TO REPORT-REC
              WRITE REPORT-REC
              MOVE SPACES TO REPORT-REC
              WRITE REPORT-REC
              MOVE 'AUDIT FILES READ' TO REPORT-REC
              WRITE REPORT-REC
              PERFORM 340-PRINT-SRC-LINE
                 VARYING SRC-IDX FROM 1 BY 1
                 UNTIL SRC-IDX > SRC-COUNT
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'TOTALS AND PASS RATE PER OPERATION' TO REPORT-REC.
              WRITE REPORT-REC
           END-IF.

           IF RANGE-MODE
              MOVE 'LINES OUTSIDE DATE RANGE:' TO RPT-TOT-LABEL
              MOVE LINES-OUT-RANGE TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO REPORT-REC
              WRITE REPORT-REC
              IF GENS-MISSING > 0
                 MOVE 'GENERATIONS NOT FOUND:' TO RPT-TOT-LABEL
                 MOVE GENS-MISSING TO RPT-TOT-VALUE
                 MOVE RPT-TOT-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-IF.

           MOVE RPT-HDR-2 TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'END OF REPORT' TO REPORT-REC.
           MOVE DAY-RUNS(DAY-IDX) TO RPT-DAY-RUNS.
           MOVE RPT-DAY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       340-PRINT-SRC-LINE.

           MOVE SPACES TO REPORT-REC.
           MOVE SRC-NAME(SRC-IDX) TO REPORT-REC(3:100).
           WRITE REPORT-REC.
