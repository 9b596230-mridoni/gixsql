       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041C.


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

           SELECT REPAIR-FILE
               ASSIGN TO "REPAIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT IMPORT-RPT-FILE
               ASSIGN TO "IMPORTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT RESTORE-RPT-FILE
               ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT CHANGE-FILE
               ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(220).

       FD  GEN-FILE.
       01 GEN-REC PIC X(220).

       FD  INDEX-FILE.
       01 INDEX-REC PIC X(200).

       FD  REPAIR-FILE.
       01 REPAIR-REC PIC X(132).

       FD  IMPORT-RPT-FILE.
       01 IMPORT-RPT-REC PIC X(132).

       FD  RESTORE-RPT-FILE.
       01 RESTORE-RPT-REC PIC X(132).

       FD  CHANGE-FILE.
       01 CHANGE-REC PIC X(132).

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

           01 SCAN-EOF-SW PIC X(01) VALUE 'N'.
               88 SCAN-EOF VALUE 'Y'.
           01 SCAN-ABORT-SW PIC X(01) VALUE 'N'.
               88 SCAN-ABORTED VALUE 'Y'.

           01 AUDIT-FILE-STATUS PIC XX.
           01 GEN-FILE-STATUS PIC XX.
           01 INDEX-FILE-STATUS PIC XX.
           01 RPT-FILE-STATUS PIC XX.

           01 FILE-EOF-SW PIC X(01) VALUE 'N'.
               88 FILE-EOF VALUE 'Y'.
           01 INDEX-EOF-SW PIC X(01) VALUE 'N'.
               88 INDEX-EOF VALUE 'Y'.

           01 ROW-SIDE  PIC X(06).

           01 SRC-PREV  PIC X(17) VALUE SPACES.
           01 SRC-CUR   PIC X(17) VALUE SPACES.
           01 TGT-PREV  PIC X(17) VALUE SPACES.
           01 TGT-CUR   PIC X(17) VALUE SPACES.
           01 SNAP-PREV PIC X(17).
           01 SNAP-CUR  PIC X(17).
           01 WINDOW-FROM PIC X(17) VALUE SPACES.

           01 IX-TYPE   PIC X(01).
           01 IX-GEN-X  PIC X(05).
           01 IX-NAME   PIC X(100).
           01 IX-FIRST  PIC X(17).
           01 IX-LAST   PIC X(17).

           01 SOURCES-READ PIC 9(4) COMP VALUE 0.
           01 GENS-MISSING PIC 9(9) COMP VALUE 0.
           01 GENS-SKIPPED PIC 9(9) COMP VALUE 0.

           01 TALLY-REC    PIC X(220).

           01 AUDIT-TS     PIC X(17).
           01 AUDIT-OP     PIC X(32).
           01 AUDIT-ID     PIC X(04).
           01 AUDIT-HASH-1 PIC X(64).
           01 AUDIT-HASH-2 PIC X(64).
           01 AUDIT-STATUS PIC X(02).
           01 AUDIT-RUNID  PIC X(17).

           01 AUDIT-ID-NUM PIC 9(4).
           01 AUDIT-ROWS   PIC 9(9).
           01 MARK-LOW     PIC 9(5) COMP.
           01 MARK-HIGH    PIC 9(5) COMP.

           01 LINES-READ   PIC 9(9) COMP VALUE 0.

           01 RX-NAME    PIC X(09).
           01 RX-SIDE    PIC X(06).
           01 RX-TS      PIC X(17).
           01 RX-LINE    PIC X(132).
           01 RX-ID-X    PIC X(04).
           01 RX-ACTION  PIC X(08).
           01 RX-FIRST-SW PIC X(01).
               88 RX-FIRST-LINE VALUE 'Y'.
           01 RPTS-READ    PIC 9(4) COMP VALUE 0.
           01 RPTS-OLD     PIC 9(4) COMP VALUE 0.
           01 RPTS-BAD     PIC 9(4) COMP VALUE 0.

           01 EX-IDX PIC 9(5) COMP VALUE 0.
           01 EX-TABLE.
               05 EX-ENTRY OCCURS 10000 TIMES.
                  10 EX-AUD-TS   PIC X(17).
                  10 EX-SRC-TS   PIC X(17).
                  10 EX-SRC-NAME PIC X(09).
                  10 EX-TGT-TS   PIC X(17).
                  10 EX-TGT-NAME PIC X(09).

           01 CHG-ID      PIC 9999.
           01 CHG-TYPE    PIC X(8).
           01 CHG-OLD-LEN PIC 9(9) COMP.
           01 CHG-NEW-LEN PIC 9(9) COMP.
           01 HIST-HITS   PIC 9(9) COMP.

           01 CH-MAX   PIC 9(5) COMP VALUE 10000.
           01 CH-COUNT PIC 9(5) COMP VALUE 0.
           01 CH-IDX   PIC 9(5) COMP VALUE 0.
           01 CH-LOST  PIC 9(9) COMP VALUE 0.
           01 CH-TABLE.
               05 CH-ENTRY OCCURS 10000 TIMES.
                  10 CH-ID      PIC 9(4).
                  10 CH-TYPE    PIC X(8).
                  10 CH-OLD-LEN PIC 9(9) COMP.
                  10 CH-NEW-LEN PIC 9(9) COMP.

           01 SIDES-COMPARED  PIC 9(4) COMP VALUE 0.
           01 SIDES-NO-BASE   PIC 9(4) COMP VALUE 0.
           01 CHANGE-COUNT    PIC 9(9) COMP VALUE 0.
           01 ADDED-COUNT     PIC 9(9) COMP VALUE 0.
           01 REMOVED-COUNT   PIC 9(9) COMP VALUE 0.
           01 CHANGED-COUNT   PIC 9(9) COMP VALUE 0.
           01 BY-AUDIT-COUNT  PIC 9(9) COMP VALUE 0.
           01 BY-HIST-COUNT   PIC 9(9) COMP VALUE 0.
           01 BY-RPT-COUNT    PIC 9(9) COMP VALUE 0.
           01 UNEXPLAINED     PIC 9(9) COMP VALUE 0.
           01 SECTION-HITS    PIC 9(9) COMP VALUE 0.
           01 SIDE-UNEXPL     PIC 9(9) COMP VALUE 0.
           01 FAILED-COUNT    PIC 9(9) COMP VALUE 0.

           01 RETRY-COUNT      PIC 9(4) VALUE 0.
           01 MAX-RETRIES      PIC 9(4) VALUE 3.
           01 RETRY-DELAY-SECS PIC 9(4) VALUE 2.

           01 RPT-HDR-1.
               05 PIC X(40) VALUE 'TSQL041C UNEXPLAINED CHANGE REPORT'.
               05 PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDR-DATE PIC X(08).
               05 PIC X(01) VALUE SPACE.
               05 RPT-HDR-TIME PIC X(08).

           01 RPT-HDR-2.
               05 PIC X(132) VALUE ALL '='.

           01 RPT-SIDE-LINE.
               05 RPT-SIDE-NAME PIC X(06).
               05 PIC X(22) VALUE ' SNAPSHOTS  PREVIOUS: '.
               05 RPT-SIDE-PREV PIC X(17).
               05 PIC X(11) VALUE '  CURRENT: '.
               05 RPT-SIDE-CUR  PIC X(17).

           01 RPT-CHG-HDR.
               05 PIC X(08) VALUE '    ID'.
               05 PIC X(10) VALUE 'CHANGE'.
               05 PIC X(12) VALUE 'OLD LENGTH'.
               05 PIC X(12) VALUE 'NEW LENGTH'.
               05 PIC X(12) VALUE 'EXPLAINED BY'.

           01 RPT-CHG-LINE.
               05 PIC X(04) VALUE SPACES.
               05 RPT-CHG-ID      PIC X(04).
               05 PIC X(02) VALUE SPACES.
               05 RPT-CHG-TYPE    PIC X(08).
               05 PIC X(02) VALUE SPACES.
               05 RPT-CHG-OLD-LEN PIC ZZZ,ZZ9.
               05 PIC X(05) VALUE SPACES.
               05 RPT-CHG-NEW-LEN PIC ZZZ,ZZ9.
               05 PIC X(05) VALUE SPACES.
               05 RPT-CHG-SOURCE  PIC X(12).

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

       100-MAIN.

           INITIALIZE EX-TABLE.

           OPEN OUTPUT CHANGE-FILE.

           PERFORM 110-WRITE-RPT-HEADER.

           PERFORM 200-PAIR-SOURCE THRU 200-EXIT.
           IF TGT-CONNECTED
              PERFORM 205-PAIR-TARGET THRU 205-EXIT
           END-IF.

           IF WINDOW-FROM = SPACES
              MOVE SPACES TO CHANGE-REC
              WRITE CHANGE-REC
              MOVE 'NO SNAPSHOT PAIR TO COMPARE' TO CHANGE-REC
              WRITE CHANGE-REC
              DISPLAY 'NO SNAPSHOT PAIR TO COMPARE'
           ELSE
              DISPLAY 'ACTIVITY WINDOW FROM ' WINDOW-FROM
              PERFORM 300-AUDIT-READ
              PERFORM 350-REPORTS-READ
              IF SRC-PREV NOT = SPACES
                 PERFORM 400-CHANGES-SOURCE THRU 400-EXIT
              END-IF
              IF TGT-PREV NOT = SPACES
                 PERFORM 405-CHANGES-TARGET THRU 405-EXIT
              END-IF
           END-IF.

           PERFORM 120-WRITE-RPT-TOTALS.

           CLOSE CHANGE-FILE.

           DISPLAY 'SIDES COMPARED     : ' SIDES-COMPARED.
           DISPLAY 'CHANGES FOUND      : ' CHANGE-COUNT.
           DISPLAY 'UNEXPLAINED CHANGES: ' UNEXPLAINED.
           DISPLAY 'LOOKUPS FAILED     : ' FAILED-COUNT.
           DISPLAY 'REPORT WRITTEN TO CHGRPT'.

           IF UNEXPLAINED > 0 OR FAILED-COUNT > 0 OR CH-LOST > 0
              MOVE 40 TO RETURN-CODE
           ELSE
           IF SIDES-NO-BASE > 0 OR TGT-UNAVAILABLE
              OR GENS-MISSING > 0 OR RPTS-BAD > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
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

       110-WRITE-RPT-HEADER.

           ACCEPT RPT-HDR-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-HDR-TIME FROM TIME.

           MOVE RPT-HDR-1 TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE RPT-HDR-2 TO CHANGE-REC.
           WRITE CHANGE-REC.

       120-WRITE-RPT-TOTALS.

           MOVE SPACES TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE RPT-HDR-2 TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'SIDES COMPARED:' TO RPT-TOT-LABEL.
           MOVE SIDES-COMPARED TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'SIDES WITHOUT BASELINE:' TO RPT-TOT-LABEL.
           MOVE SIDES-NO-BASE TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'AUDIT FILES READ:' TO RPT-TOT-LABEL.
           MOVE SOURCES-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'AUDIT LINES READ:' TO RPT-TOT-LABEL.
           MOVE LINES-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'RUN REPORTS IN WINDOW:' TO RPT-TOT-LABEL.
           MOVE RPTS-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'RUN REPORTS BEFORE WINDOW:' TO RPT-TOT-LABEL.
           MOVE RPTS-OLD TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           IF RPTS-BAD > 0
              MOVE 'RUN REPORTS NOT READABLE:' TO RPT-TOT-LABEL
              MOVE RPTS-BAD TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO CHANGE-REC
              WRITE CHANGE-REC
           END-IF.

           MOVE 'GENERATIONS BEFORE WINDOW:' TO RPT-TOT-LABEL.
           MOVE GENS-SKIPPED TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           IF GENS-MISSING > 0
              MOVE 'GENERATIONS NOT FOUND:' TO RPT-TOT-LABEL
              MOVE GENS-MISSING TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO CHANGE-REC
              WRITE CHANGE-REC
           END-IF.

           IF CH-LOST > 0
              MOVE 'CHANGES NOT EXAMINED:' TO RPT-TOT-LABEL
              MOVE CH-LOST TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO CHANGE-REC
              WRITE CHANGE-REC
           END-IF.

           MOVE SPACES TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'ROWS ADDED:' TO RPT-TOT-LABEL.
           MOVE ADDED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'ROWS REMOVED:' TO RPT-TOT-LABEL.
           MOVE REMOVED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'ROWS CHANGED:' TO RPT-TOT-LABEL.
           MOVE CHANGED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'EXPLAINED BY AUDITLOG:' TO RPT-TOT-LABEL.
           MOVE BY-AUDIT-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'EXPLAINED BY BINTEST_HIST:' TO RPT-TOT-LABEL.
           MOVE BY-HIST-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'EXPLAINED BY RUN REPORTS:' TO RPT-TOT-LABEL.
           MOVE BY-RPT-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'UNEXPLAINED CHANGES:' TO RPT-TOT-LABEL.
           MOVE UNEXPLAINED TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE 'LOOKUPS FAILED:' TO RPT-TOT-LABEL.
           MOVE FAILED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           MOVE RPT-HDR-2 TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE 'END OF REPORT' TO CHANGE-REC.
           WRITE CHANGE-REC.

       200-PAIR-SOURCE.

           MOVE 'SOURCE' TO ROW-SIDE.

           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 200-EXIT
           END-IF.

           PERFORM 210-SNAP-PAIR THRU 210-EXIT.
           MOVE SNAP-PREV TO SRC-PREV.
           MOVE SNAP-CUR TO SRC-CUR.

       200-EXIT.
           EXIT.

       205-PAIR-TARGET.

           MOVE 'TARGET' TO ROW-SIDE.

           MOVE 'SET-TGTDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'TGTDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 205-EXIT
           END-IF.

           PERFORM 210-SNAP-PAIR THRU 210-EXIT.
           MOVE SNAP-PREV TO TGT-PREV.
           MOVE SNAP-CUR TO TGT-CUR.

       205-EXIT.
           EXIT.

       210-SNAP-PAIR.

           MOVE SPACES TO SNAP-PREV.
           MOVE SPACES TO SNAP-CUR.

           MOVE 'SNAP-CURRENT' TO CUR-OP.
           EXEC SQL
              SELECT COALESCE(MAX(SNAP_TS), ' ')
              INTO :SNAP-CUR
              FROM BINSNAP
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              MOVE SPACES TO SNAP-CUR
              GO TO 210-EXIT
           END-IF.

           IF SNAP-CUR NOT = SPACES
              MOVE 'SNAP-PREVIOUS' TO CUR-OP
              EXEC SQL
                 SELECT COALESCE(MAX(SNAP_TS), ' ')
                 INTO :SNAP-PREV
                 FROM BINSNAP
                 WHERE SNAP_TS < :SNAP-CUR
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 285-LOOKUP-FAILED
                 MOVE SPACES TO SNAP-PREV
                 GO TO 210-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE ROW-SIDE TO RPT-SIDE-NAME.
           MOVE SNAP-PREV TO RPT-SIDE-PREV.
           MOVE SNAP-CUR TO RPT-SIDE-CUR.
           MOVE RPT-SIDE-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

           IF SNAP-PREV = SPACES
              ADD 1 TO SIDES-NO-BASE
              MOVE SPACES TO CHANGE-REC
              STRING '    ' ROW-SIDE DELIMITED BY SIZE
                     ': FEWER THAN TWO SNAPSHOTS IN BINSNAP,'
                                     DELIMITED BY SIZE
                     ' NOTHING TO COMPARE' DELIMITED BY SIZE
                INTO CHANGE-REC
              WRITE CHANGE-REC
              DISPLAY ROW-SIDE ' HAS NO BASELINE SNAPSHOT'
           ELSE
              IF WINDOW-FROM = SPACES OR SNAP-PREV < WINDOW-FROM
                 MOVE SNAP-PREV TO WINDOW-FROM
              END-IF
           END-IF.

       210-EXIT.
           EXIT.

       285-LOOKUP-FAILED.

           DISPLAY 'SQL ERROR AT ' CUR-OP ' ON ' ROW-SIDE.
           DISPLAY 'SQLCODE : ' SQLCODE.
           DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML).

           ADD 1 TO FAILED-COUNT.
           MOVE SPACES TO CHANGE-REC.
           STRING ROW-SIDE          DELIMITED BY SPACE
                  ': SQL ERROR AT ' DELIMITED BY SIZE
                  CUR-OP            DELIMITED BY SPACE
             INTO CHANGE-REC.
           WRITE CHANGE-REC.

       300-AUDIT-READ.

           OPEN INPUT INDEX-FILE.
           IF INDEX-FILE-STATUS NOT = '00'
              DISPLAY 'AUDGENIX NOT AVAILABLE, READING AUDITLOG ONLY'
           ELSE
              MOVE 'N' TO INDEX-EOF-SW
              READ INDEX-FILE
                 AT END MOVE 'Y' TO INDEX-EOF-SW
              END-READ
              PERFORM 310-INDEX-LINE UNTIL INDEX-EOF
              CLOSE INDEX-FILE
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'AUDITLOG NOT AVAILABLE, STATUS '
                      AUDIT-FILE-STATUS
           ELSE
              ADD 1 TO SOURCES-READ
              MOVE 'N' TO FILE-EOF-SW
              READ AUDIT-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 330-AUDIT-ONE UNTIL FILE-EOF
              CLOSE AUDIT-FILE
           END-IF.

       310-INDEX-LINE.

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
              IF IX-LAST NOT = SPACES AND IX-LAST < WINDOW-FROM
                 ADD 1 TO GENS-SKIPPED
              ELSE
                 PERFORM 320-READ-GEN
              END-IF
           END-IF.

           READ INDEX-FILE
              AT END MOVE 'Y' TO INDEX-EOF-SW
           END-READ.

       320-READ-GEN.

           DISPLAY "DD_AUDGEN" UPON ENVIRONMENT-NAME.
           DISPLAY IX-NAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT GEN-FILE.
           IF GEN-FILE-STATUS NOT = '00'
              DISPLAY 'AUDIT GENERATION NOT AVAILABLE: ' IX-NAME
              ADD 1 TO GENS-MISSING
           ELSE
              ADD 1 TO SOURCES-READ
              MOVE 'N' TO FILE-EOF-SW
              READ GEN-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 325-GEN-ONE UNTIL FILE-EOF
              CLOSE GEN-FILE
           END-IF.

       325-GEN-ONE.

           MOVE GEN-REC TO TALLY-REC.
           PERFORM 340-AUDIT-LINE THRU 340-EXIT.

           READ GEN-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       330-AUDIT-ONE.

           MOVE AUDIT-REC TO TALLY-REC.
           PERFORM 340-AUDIT-LINE THRU 340-EXIT.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       340-AUDIT-LINE.

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

           IF AUDIT-TS <= WINDOW-FROM
              OR AUDIT-OP = 'PARM'
              OR AUDIT-ID IS NOT NUMERIC
              GO TO 340-EXIT
           END-IF.

           MOVE AUDIT-ID TO AUDIT-ID-NUM.
           ADD 1 TO AUDIT-ID-NUM GIVING MARK-LOW.
           MOVE MARK-LOW TO MARK-HIGH.

           IF AUDIT-OP = 'INSERT-ROWS' OR AUDIT-OP = 'DELETE-ROWS'
              IF AUDIT-HASH-1(1:9) IS NUMERIC
                 MOVE AUDIT-HASH-1(1:9) TO AUDIT-ROWS
                 IF AUDIT-ROWS > 1
                    IF AUDIT-ROWS > 10000
                       MOVE 10000 TO MARK-HIGH
                    ELSE
                       COMPUTE MARK-HIGH = MARK-LOW + AUDIT-ROWS - 1
                    END-IF
                    IF MARK-HIGH > 10000
                       MOVE 10000 TO MARK-HIGH
                    END-IF
                 END-IF
              END-IF
           END-IF.

           PERFORM 345-MARK-AUDIT
              VARYING EX-IDX FROM MARK-LOW BY 1
              UNTIL EX-IDX > MARK-HIGH.

       340-EXIT.
           EXIT.

       345-MARK-AUDIT.

           IF AUDIT-TS > EX-AUD-TS(EX-IDX)
              MOVE AUDIT-TS TO EX-AUD-TS(EX-IDX)
           END-IF.

       350-REPORTS-READ.

           MOVE 'REPAIRRPT' TO RX-NAME.
           MOVE 'TARGET' TO RX-SIDE.
           OPEN INPUT REPAIR-FILE.
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'REPAIRRPT NOT AVAILABLE'
           ELSE
              MOVE 'Y' TO RX-FIRST-SW
              MOVE 'N' TO FILE-EOF-SW
              READ REPAIR-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 355-REPAIR-ONE UNTIL FILE-EOF
              CLOSE REPAIR-FILE
           END-IF.

           MOVE 'IMPORTRPT' TO RX-NAME.
           MOVE 'SOURCE' TO RX-SIDE.
           OPEN INPUT IMPORT-RPT-FILE.
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'IMPORTRPT NOT AVAILABLE'
           ELSE
              MOVE 'Y' TO RX-FIRST-SW
              MOVE 'N' TO FILE-EOF-SW
              READ IMPORT-RPT-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 360-IMPORT-ONE UNTIL FILE-EOF
              CLOSE IMPORT-RPT-FILE
           END-IF.

           MOVE 'RESTRPT' TO RX-NAME.
           MOVE 'SOURCE' TO RX-SIDE.
           OPEN INPUT RESTORE-RPT-FILE.
           IF RPT-FILE-STATUS NOT = '00'
              DISPLAY 'RESTRPT NOT AVAILABLE'
           ELSE
              MOVE 'Y' TO RX-FIRST-SW
              MOVE 'N' TO FILE-EOF-SW
              READ RESTORE-RPT-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 365-RESTORE-ONE UNTIL FILE-EOF
              CLOSE RESTORE-RPT-FILE
           END-IF.

       355-REPAIR-ONE.

           MOVE REPAIR-REC TO RX-LINE.
           MOVE SPACES TO RX-ACTION.
           IF RX-LINE(1:4) = 'ID: '
              AND (RX-LINE(36:8) = 'APPLIED'
                   OR RX-LINE(36:8) = 'DELETED')
              MOVE RX-LINE(36:8) TO RX-ACTION
           END-IF.
           PERFORM 370-REPORT-LINE THRU 370-EXIT.

           READ REPAIR-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       360-IMPORT-ONE.

           MOVE IMPORT-RPT-REC TO RX-LINE.
           MOVE SPACES TO RX-ACTION.
           IF RX-LINE(1:4) = 'ID: '
              AND RX-LINE(19:8) = 'LOADED'
              MOVE RX-LINE(19:8) TO RX-ACTION
           END-IF.
           PERFORM 370-REPORT-LINE THRU 370-EXIT.

           READ IMPORT-RPT-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       365-RESTORE-ONE.

           MOVE RESTORE-RPT-REC TO RX-LINE.
           MOVE SPACES TO RX-ACTION.
           IF RX-LINE(1:4) = 'ID: '
              AND RX-LINE(44:8) = 'RESTORED'
              MOVE RX-LINE(44:8) TO RX-ACTION
           END-IF.
           PERFORM 370-REPORT-LINE THRU 370-EXIT.

           READ RESTORE-RPT-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       370-REPORT-LINE.

           IF RX-FIRST-LINE
              MOVE 'N' TO RX-FIRST-SW
              IF RX-LINE(51:8) IS NOT NUMERIC
                 OR RX-LINE(60:8) IS NOT NUMERIC
                 DISPLAY RX-NAME ' HAS NO RUN DATE, NOT USED'
                 ADD 1 TO RPTS-BAD
                 MOVE 'Y' TO FILE-EOF-SW
                 GO TO 370-EXIT
              END-IF
              MOVE SPACES TO RX-TS
              STRING RX-LINE(51:8) DELIMITED BY SIZE
                     '-'           DELIMITED BY SIZE
                     RX-LINE(60:8) DELIMITED BY SIZE
                INTO RX-TS
              IF RX-TS <= WINDOW-FROM
                 DISPLAY RX-NAME ' RUN ' RX-TS ' PREDATES THE WINDOW'
                 ADD 1 TO RPTS-OLD
                 MOVE 'Y' TO FILE-EOF-SW
              ELSE
                 ADD 1 TO RPTS-READ
              END-IF
              GO TO 370-EXIT
           END-IF.

           IF RX-ACTION = SPACES
              GO TO 370-EXIT
           END-IF.

           MOVE RX-LINE(5:4) TO RX-ID-X.
           IF RX-ID-X IS NUMERIC
              MOVE RX-ID-X TO AUDIT-ID-NUM
              ADD 1 TO AUDIT-ID-NUM GIVING EX-IDX
              IF RX-SIDE = 'TARGET'
                 IF RX-TS > EX-TGT-TS(EX-IDX)
                    MOVE RX-TS TO EX-TGT-TS(EX-IDX)
                    MOVE RX-NAME TO EX-TGT-NAME(EX-IDX)
                 END-IF
              ELSE
                 IF RX-TS > EX-SRC-TS(EX-IDX)
                    MOVE RX-TS TO EX-SRC-TS(EX-IDX)
                    MOVE RX-NAME TO EX-SRC-NAME(EX-IDX)
                 END-IF
              END-IF
           END-IF.

       370-EXIT.
           EXIT.

       400-CHANGES-SOURCE.

           MOVE 'SOURCE' TO ROW-SIDE.
           MOVE SRC-PREV TO SNAP-PREV.
           MOVE SRC-CUR TO SNAP-CUR.
           MOVE 0 TO CH-COUNT.

           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 400-EXIT
           END-IF.

           MOVE 'CHG-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE CHGSRC CURSOR FOR
                 SELECT C.ID, 'CHANGED', P.DATA_LEN, C.DATA_LEN
                 FROM BINSNAP C, BINSNAP P
                 WHERE C.SNAP_TS = :SNAP-CUR
                   AND P.SNAP_TS = :SNAP-PREV
                   AND P.ID = C.ID
                   AND (P.DATA_LEN <> C.DATA_LEN
                        OR P.DATA_MD5 <> C.DATA_MD5)
                 UNION ALL
                 SELECT C.ID, 'ADDED', 0, C.DATA_LEN
                 FROM BINSNAP C
                 WHERE C.SNAP_TS = :SNAP-CUR
                   AND NOT EXISTS
                      (SELECT 1 FROM BINSNAP P
                       WHERE P.SNAP_TS = :SNAP-PREV
                         AND P.ID = C.ID)
                 UNION ALL
                 SELECT P.ID, 'REMOVED', P.DATA_LEN, 0
                 FROM BINSNAP P
                 WHERE P.SNAP_TS = :SNAP-PREV
                   AND NOT EXISTS
                      (SELECT 1 FROM BINSNAP C
                       WHERE C.SNAP_TS = :SNAP-CUR
                         AND C.ID = P.ID)
                 ORDER BY 1
           END-EXEC.
           EXEC SQL
              OPEN CHGSRC
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 400-EXIT
           END-IF.

           MOVE 'N' TO SCAN-EOF-SW.
           MOVE 'N' TO SCAN-ABORT-SW.
           PERFORM 410-CHG-SRC-FETCH.
           PERFORM 420-CHANGE-ROW UNTIL SCAN-EOF.
           EXEC SQL
              CLOSE CHGSRC
           END-EXEC.
           IF SCAN-ABORTED
              PERFORM 285-LOOKUP-FAILED
              GO TO 400-EXIT
           END-IF.

           PERFORM 430-SIDE-EXPLAIN.

       400-EXIT.
           EXIT.

       405-CHANGES-TARGET.

           MOVE 'TARGET' TO ROW-SIDE.
           MOVE TGT-PREV TO SNAP-PREV.
           MOVE TGT-CUR TO SNAP-CUR.
           MOVE 0 TO CH-COUNT.

           MOVE 'SET-TGTDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'TGTDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 405-EXIT
           END-IF.

           MOVE 'CHG-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE CHGTGT CURSOR FOR
                 SELECT C.ID, 'CHANGED', P.DATA_LEN, C.DATA_LEN
                 FROM BINSNAP C, BINSNAP P
                 WHERE C.SNAP_TS = :SNAP-CUR
                   AND P.SNAP_TS = :SNAP-PREV
                   AND P.ID = C.ID
                   AND (P.DATA_LEN <> C.DATA_LEN
                        OR P.DATA_MD5 <> C.DATA_MD5)
                 UNION ALL
                 SELECT C.ID, 'ADDED', 0, C.DATA_LEN
                 FROM BINSNAP C
                 WHERE C.SNAP_TS = :SNAP-CUR
                   AND NOT EXISTS
                      (SELECT 1 FROM BINSNAP P
                       WHERE P.SNAP_TS = :SNAP-PREV
                         AND P.ID = C.ID)
                 UNION ALL
                 SELECT P.ID, 'REMOVED', P.DATA_LEN, 0
                 FROM BINSNAP P
                 WHERE P.SNAP_TS = :SNAP-PREV
                   AND NOT EXISTS
                      (SELECT 1 FROM BINSNAP C
                       WHERE C.SNAP_TS = :SNAP-CUR
                         AND C.ID = P.ID)
                 ORDER BY 1
           END-EXEC.
           EXEC SQL
              OPEN CHGTGT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 405-EXIT
           END-IF.

           MOVE 'N' TO SCAN-EOF-SW.
           MOVE 'N' TO SCAN-ABORT-SW.
           PERFORM 415-CHG-TGT-FETCH.
           PERFORM 425-CHANGE-ROW-TGT UNTIL SCAN-EOF.
           EXEC SQL
              CLOSE CHGTGT
           END-EXEC.
           IF SCAN-ABORTED
              PERFORM 285-LOOKUP-FAILED
              GO TO 405-EXIT
           END-IF.

           PERFORM 430-SIDE-EXPLAIN.

       405-EXIT.
           EXIT.

       410-CHG-SRC-FETCH.

           MOVE 'CHG-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH CHGSRC
                 INTO :CHG-ID, :CHG-TYPE, :CHG-OLD-LEN, :CHG-NEW-LEN
           END-EXEC.

           PERFORM 419-FETCH-CHECK.

       415-CHG-TGT-FETCH.

           MOVE 'CHG-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH CHGTGT
                 INTO :CHG-ID, :CHG-TYPE, :CHG-OLD-LEN, :CHG-NEW-LEN
           END-EXEC.

           PERFORM 419-FETCH-CHECK.

       419-FETCH-CHECK.

           IF SQLCODE = 100
              MOVE 'Y' TO SCAN-EOF-SW
           ELSE
           IF SQLCODE NOT = 0
              MOVE 'Y' TO SCAN-EOF-SW
              MOVE 'Y' TO SCAN-ABORT-SW
           END-IF
           END-IF.

       420-CHANGE-ROW.

           PERFORM 428-CHANGE-KEEP.
           PERFORM 410-CHG-SRC-FETCH.

       425-CHANGE-ROW-TGT.

           PERFORM 428-CHANGE-KEEP.
           PERFORM 415-CHG-TGT-FETCH.

       428-CHANGE-KEEP.

           IF CH-COUNT < CH-MAX
              ADD 1 TO CH-COUNT
              MOVE CHG-ID TO CH-ID(CH-COUNT)
              MOVE CHG-TYPE TO CH-TYPE(CH-COUNT)
              MOVE CHG-OLD-LEN TO CH-OLD-LEN(CH-COUNT)
              MOVE CHG-NEW-LEN TO CH-NEW-LEN(CH-COUNT)
           ELSE
              ADD 1 TO CH-LOST
           END-IF.

       430-SIDE-EXPLAIN.

           ADD 1 TO SIDES-COMPARED.
           MOVE 0 TO SECTION-HITS.
           MOVE 0 TO SIDE-UNEXPL.

           MOVE SPACES TO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE SPACES TO CHANGE-REC.
           STRING ROW-SIDE DELIMITED BY SPACE
                  ' CHANGES' DELIMITED BY SIZE
             INTO CHANGE-REC.
           WRITE CHANGE-REC.
           MOVE RPT-CHG-HDR TO CHANGE-REC.
           WRITE CHANGE-REC.

           PERFORM 440-EXPLAIN-ONE THRU 440-EXIT
              VARYING CH-IDX FROM 1 BY 1
              UNTIL CH-IDX > CH-COUNT.

           IF SECTION-HITS = 0
              MOVE '    (NONE)' TO CHANGE-REC
              WRITE CHANGE-REC
           END-IF.

           DISPLAY ROW-SIDE ' CHANGES: ' CH-COUNT
                   '  UNEXPLAINED: ' SIDE-UNEXPL.

       440-EXPLAIN-ONE.

           ADD 1 TO CHANGE-COUNT.
           EVALUATE CH-TYPE(CH-IDX)
              WHEN 'ADDED'
                 ADD 1 TO ADDED-COUNT
              WHEN 'REMOVED'
                 ADD 1 TO REMOVED-COUNT
              WHEN OTHER
                 ADD 1 TO CHANGED-COUNT
           END-EVALUATE.

           ADD 1 TO CH-ID(CH-IDX) GIVING EX-IDX.

           IF EX-AUD-TS(EX-IDX) > SNAP-PREV
              ADD 1 TO BY-AUDIT-COUNT
              MOVE 'AUDITLOG' TO RPT-CHG-SOURCE
              GO TO 440-WRITE
           END-IF.

           MOVE CH-ID(CH-IDX) TO CHG-ID.
           MOVE 0 TO HIST-HITS.
           MOVE 'HIST-LOOKUP' TO CUR-OP.
           EXEC SQL
              SELECT COUNT(*) INTO :HIST-HITS
              FROM BINTEST_HIST
              WHERE ID = :CHG-ID
                AND DELETED_TS > :SNAP-PREV
                AND DELETED_TS <= :SNAP-CUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
           ELSE
              IF HIST-HITS > 0
                 ADD 1 TO BY-HIST-COUNT
                 MOVE 'BINTEST_HIST' TO RPT-CHG-SOURCE
                 GO TO 440-WRITE
              END-IF
           END-IF.

           IF ROW-SIDE = 'TARGET'
              IF EX-TGT-TS(EX-IDX) > SNAP-PREV
                 ADD 1 TO BY-RPT-COUNT
                 MOVE EX-TGT-NAME(EX-IDX) TO RPT-CHG-SOURCE
                 GO TO 440-WRITE
              END-IF
           ELSE
              IF EX-SRC-TS(EX-IDX) > SNAP-PREV
                 ADD 1 TO BY-RPT-COUNT
                 MOVE EX-SRC-NAME(EX-IDX) TO RPT-CHG-SOURCE
                 GO TO 440-WRITE
              END-IF
           END-IF.

           ADD 1 TO UNEXPLAINED.
           ADD 1 TO SIDE-UNEXPL.
           MOVE 'UNEXPLAINED' TO RPT-CHG-SOURCE.

       440-WRITE.

           ADD 1 TO SECTION-HITS.
           MOVE CH-ID(CH-IDX) TO CHG-ID.
           MOVE CHG-ID TO RPT-CHG-ID.
           MOVE CH-TYPE(CH-IDX) TO RPT-CHG-TYPE.
           MOVE CH-OLD-LEN(CH-IDX) TO RPT-CHG-OLD-LEN.
           MOVE CH-NEW-LEN(CH-IDX) TO RPT-CHG-NEW-LEN.
           MOVE RPT-CHG-LINE TO CHANGE-REC.
           WRITE CHANGE-REC.

       440-EXIT.
           EXIT.

       999-ERR.
            DISPLAY 'ERROR AT: ' CUR-OP
            DISPLAY 'SQLCODE : ' SQLCODE
            DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML)

            MOVE 20 TO RETURN-CODE.
