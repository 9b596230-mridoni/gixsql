       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041D.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DOSSID-FILE
               ASSIGN TO "DOSSIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOSSID-FILE-STATUS.

           SELECT DOSSIER-FILE
               ASSIGN TO "DOSSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT DISCREP-FILE
               ASSIGN TO "DISCREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCREP-FILE-STATUS.

           SELECT REPAIR-FILE
               ASSIGN TO "REPAIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPAIR-FILE-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJECTIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT QUAR-FILE
               ASSIGN TO "QUARIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUAR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  DOSSID-FILE.
       01 DOSSID-REC PIC X(4).

       FD  DOSSIER-FILE.
       01 DOSSIER-REC PIC X(132).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(220).

       FD  GEN-FILE.
       01 GEN-REC PIC X(220).

       FD  INDEX-FILE.
       01 INDEX-REC PIC X(200).

       FD  DISCREP-FILE.
       01 DISCREP-REC PIC X(160).

       FD  REPAIR-FILE.
       01 REPAIR-REC PIC X(132).

       FD  REJECT-FILE.
       01 REJECT-REC PIC X(4).

       FD  QUAR-FILE.
       01 QUAR-REC PIC X(80).

       WORKING-STORAGE SECTION.

           01 DATASRC PIC X(64).
           01 DBUSR  PIC X(64).
           01 DBPWD  PIC X(64).

           01 DATASRC-2 PIC X(64).
           01 DBUSR-2  PIC X(64).
           01 DBPWD-2  PIC X(64).

           01 ENV-NUM-BUF PIC X(10).
           01 ENV-ID-LIST PIC X(80).
           01 ENV-ID-PTR  PIC 9(4) COMP.
           01 ENV-ID-ITEM PIC X(10).

           01 CUR-OP PIC X(32).

           01 DOSSID-FILE-STATUS PIC XX.
           01 DOSSID-EOF-SW PIC X(01) VALUE 'N'.
               88 DOSSID-EOF VALUE 'Y'.
           01 DOSSID-SOURCE PIC X(01) VALUE 'F'.
               88 DOSSID-FROM-FILE VALUE 'F'.
               88 DOSSID-FROM-PARM VALUE 'P'.

           01 TGT-SW PIC X(01) VALUE 'N'.
               88 TGT-CONNECTED VALUE 'Y'.

           01 AUDIT-FILE-STATUS PIC XX.
           01 GEN-FILE-STATUS PIC XX.
           01 INDEX-FILE-STATUS PIC XX.
           01 INDEX-EOF-SW PIC X(01) VALUE 'N'.
               88 INDEX-EOF VALUE 'Y'.
           01 DISCREP-FILE-STATUS PIC XX.
           01 REPAIR-FILE-STATUS PIC XX.
           01 REJECT-FILE-STATUS PIC XX.
           01 QUAR-FILE-STATUS PIC XX.

           01 FILE-EOF-SW PIC X(01) VALUE 'N'.
               88 FILE-EOF VALUE 'Y'.

           01 SCAN-EOF-SW PIC X(01) VALUE 'N'.
               88 SCAN-EOF VALUE 'Y'.
           01 SCAN-ABORT-SW PIC X(01) VALUE 'N'.
               88 SCAN-ABORTED VALUE 'Y'.

           01 DOSS-ID   PIC 9(4).
           01 DOSS-ID-X PIC X(4).

           01 ROW-SIDE  PIC X(8).
           01 ROW-LEN   PIC 9(9) COMP.
           01 ROW-HASH  PIC X(64).

           01 HIST-TS   PIC X(17).
           01 HIST-OP   PIC X(16).
           01 HIST-LEN  PIC 9(9) COMP.
           01 HIST-HASH PIC X(64).

           01 LEDGER-FAIL-COUNT PIC 9(9) COMP VALUE 0.
           01 LEDGER-LAST-OP PIC X(32).
           01 LEDGER-LAST-TS PIC X(17).

           01 AUDIT-TS     PIC X(17).
           01 AUDIT-OP     PIC X(32).
           01 AUDIT-ID     PIC X(04).
           01 AUDIT-HASH-1 PIC X(64).
           01 AUDIT-HASH-2 PIC X(64).
           01 AUDIT-STATUS PIC X(02).
           01 AUDIT-RUNID  PIC X(17).
           01 AUDIT-LINE   PIC X(220).

           01 IX-TYPE   PIC X(01).
           01 IX-GEN-X  PIC X(05).
           01 IX-NAME   PIC X(100).
           01 IX-GEN-NO PIC 9(5) VALUE 0.
           01 IX-HIGH   PIC 9(5) VALUE 0.
           01 IX-GENS   PIC 9(5) VALUE 0.
           01 AUD-GEN-TAG PIC X(07).
           01 AUD-SOURCES PIC 9(4) COMP VALUE 0.
           01 AUD-GEN-SHOWN-SW PIC X(01) VALUE 'N'.
               88 AUD-GEN-SHOWN VALUE 'Y'.

           01 DIS-ID-X     PIC X(4).
           01 DIS-SIDE     PIC X(9).
           01 DIS-HASH-SRC PIC X(64).
           01 DIS-HASH-TGT PIC X(64).

           01 QUAR-ID-X  PIC X(4).
           01 QUAR-CNT-X PIC X(4).
           01 QUAR-OP    PIC X(32).
           01 QUAR-TS    PIC X(17).

           01 SECTION-HITS PIC 9(9) COMP VALUE 0.

           01 IDS-READ       PIC 9(9) COMP VALUE 0.
           01 IDS-BAD        PIC 9(9) COMP VALUE 0.
           01 DOSSIER-COUNT  PIC 9(9) COMP VALUE 0.
           01 FAILED-COUNT   PIC 9(9) COMP VALUE 0.

           01 RETRY-COUNT      PIC 9(4) VALUE 0.
           01 MAX-RETRIES      PIC 9(4) VALUE 3.
           01 RETRY-DELAY-SECS PIC 9(4) VALUE 2.

           01 RPT-HDR-1.
               05 PIC X(40) VALUE 'TSQL041D ID DOSSIER'.
               05 PIC X(10) VALUE 'RUN DATE: '.
               05 RPT-HDR-DATE PIC X(08).
               05 PIC X(01) VALUE SPACE.
               05 RPT-HDR-TIME PIC X(08).

           01 RPT-HDR-2.
               05 PIC X(132) VALUE ALL '='.

           01 RPT-HDR-3.
               05 PIC X(132) VALUE ALL '-'.

           01 RPT-ID-LINE.
               05 PIC X(16) VALUE 'DOSSIER FOR ID: '.
               05 RPT-ID PIC X(04).

           01 RPT-ROW-LINE.
               05 PIC X(04) VALUE SPACES.
               05 RPT-ROW-SIDE PIC X(08).
               05 PIC X(10) VALUE '  LENGTH: '.
               05 RPT-ROW-LEN  PIC ZZZ,ZZ9.
               05 PIC X(07) VALUE '  MD5: '.
               05 RPT-ROW-HASH PIC X(32).

           01 RPT-NOTE-LINE.
               05 PIC X(04) VALUE SPACES.
               05 RPT-NOTE-SIDE PIC X(08).
               05 PIC X(02) VALUE SPACES.
               05 RPT-NOTE-TEXT PIC X(60).

           01 RPT-HIST-LINE.
               05 PIC X(04) VALUE SPACES.
               05 RPT-HIST-SIDE PIC X(08).
               05 PIC X(02) VALUE SPACES.
               05 RPT-HIST-TS   PIC X(17).
               05 PIC X(02) VALUE SPACES.
               05 RPT-HIST-OP   PIC X(16).
               05 PIC X(10) VALUE '  LENGTH: '.
               05 RPT-HIST-LEN  PIC ZZZ,ZZ9.
               05 PIC X(07) VALUE '  MD5: '.
               05 RPT-HIST-HASH PIC X(32).

           01 RPT-LEDGER-LINE.
               05 PIC X(16) VALUE '    FAIL COUNT: '.
               05 RPT-LEDGER-COUNT PIC ZZZ,ZZ9.
               05 PIC X(18) VALUE '  LAST FAILED OP: '.
               05 RPT-LEDGER-OP    PIC X(32).
               05 PIC X(06) VALUE '  AT: '.
               05 RPT-LEDGER-TS    PIC X(17).

           01 RPT-QUAR-LINE.
               05 PIC X(28) VALUE '    QUARANTINED, FAIL COUNT '.
               05 RPT-QUAR-COUNT PIC X(04).
               05 PIC X(11) VALUE '  LAST OP: '.
               05 RPT-QUAR-OP    PIC X(32).
               05 PIC X(06) VALUE '  AT: '.
               05 RPT-QUAR-TS    PIC X(17).

           01 RPT-DIS-LINE.
               05 PIC X(04) VALUE SPACES.
               05 RPT-DIS-SIDE PIC X(09).
               05 PIC X(11) VALUE '  SRC MD5: '.
               05 RPT-DIS-SRC  PIC X(32).
               05 PIC X(11) VALUE '  TGT MD5: '.
               05 RPT-DIS-TGT  PIC X(32).

           01 RPT-AUD-HDR.
               05 PIC X(12) VALUE '    GEN'.
               05 PIC X(19) VALUE 'TIMESTAMP'.
               05 PIC X(21) VALUE 'OPERATION'.
               05 PIC X(04) VALUE 'ST'.
               05 PIC X(19) VALUE 'RUN-ID'.
               05 PIC X(15) VALUE 'HASH-1 / HASH-2'.

           01 RPT-AUD-LINE.
               05 PIC X(04) VALUE SPACES.
               05 RPT-AUD-GEN    PIC X(07).
               05 PIC X(01) VALUE SPACE.
               05 RPT-AUD-TS     PIC X(17).
               05 PIC X(02) VALUE SPACES.
               05 RPT-AUD-OP     PIC X(19).
               05 PIC X(02) VALUE SPACES.
               05 RPT-AUD-STATUS PIC X(02).
               05 PIC X(02) VALUE SPACES.
               05 RPT-AUD-RUNID  PIC X(17).
               05 PIC X(02) VALUE SPACES.
               05 RPT-AUD-HASH-1 PIC X(28).
               05 PIC X(01) VALUE SPACE.
               05 RPT-AUD-HASH-2 PIC X(28).

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

           DISPLAY "DOSSIER_ID" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-ID-LIST FROM ENVIRONMENT-VALUE.

           DISPLAY '***************************************'.
           DISPLAY " SRC DATASRC : " DATASRC.
           DISPLAY " TGT DATASRC : " DATASRC-2.
           DISPLAY '***************************************'.

           OPEN INPUT DOSSID-FILE.
           IF DOSSID-FILE-STATUS = '00'
              MOVE 'F' TO DOSSID-SOURCE
           ELSE
              MOVE 'P' TO DOSSID-SOURCE
              IF ENV-ID-LIST = SPACES
                 DISPLAY 'NO DOSSIDS FILE AND NO DOSSIER_ID SET,'
                         ' NOTHING TO REPORT'
                 MOVE 12 TO RETURN-CODE
                 GO TO 100-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT DOSSIER-FILE.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           PERFORM 010-CONNECT-ATTEMPT
              WITH TEST AFTER
              UNTIL SQLCODE = 0 OR RETRY-COUNT > MAX-RETRIES.

           IF SQLCODE <> 0 THEN
              DISPLAY 'CONNECT SQLCODE. ' SQLCODE
              DISPLAY 'CONNECT SQLERRM. ' SQLERRM
              MOVE 10 TO RETURN-CODE
              CLOSE DOSSIER-FILE
              IF DOSSID-FROM-FILE
                 CLOSE DOSSID-FILE
              END-IF
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
              END-IF
           END-IF.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

       100-MAIN.

           PERFORM 110-WRITE-RPT-HEADER.

           IF DOSSID-FROM-FILE
              READ DOSSID-FILE
                 AT END MOVE 'Y' TO DOSSID-EOF-SW
              END-READ
              PERFORM 200-DOSSIER-FROM-FILE UNTIL DOSSID-EOF
              CLOSE DOSSID-FILE
           ELSE
              MOVE 1 TO ENV-ID-PTR
              PERFORM 205-DOSSIER-FROM-PARM
                 UNTIL ENV-ID-PTR > 80
           END-IF.

           PERFORM 120-WRITE-RPT-TOTALS.

           DISPLAY 'IDS READ        : ' IDS-READ.
           DISPLAY 'DOSSIERS WRITTEN: ' DOSSIER-COUNT.
           DISPLAY 'LOOKUPS FAILED  : ' FAILED-COUNT.

           IF FAILED-COUNT > 0 OR IDS-BAD > 0
              DISPLAY 'DOSSIER COMPLETED WITH FAILURES'
              MOVE 40 TO RETURN-CODE
           ELSE
              DISPLAY 'DOSSIER WRITTEN TO DOSSRPT'
           END-IF.

           MOVE 'RESET' TO CUR-OP.
           EXEC SQL
              CONNECT RESET
           END-EXEC.

           CLOSE DOSSIER-FILE.

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

           MOVE RPT-HDR-1 TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           MOVE RPT-HDR-2 TO DOSSIER-REC.
           WRITE DOSSIER-REC.

       120-WRITE-RPT-TOTALS.

           MOVE SPACES TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           MOVE RPT-HDR-2 TO DOSSIER-REC.
           WRITE DOSSIER-REC.

           MOVE 'IDS READ:' TO RPT-TOT-LABEL.
           MOVE IDS-READ TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO DOSSIER-REC.
           WRITE DOSSIER-REC.

           MOVE 'DOSSIERS WRITTEN:' TO RPT-TOT-LABEL.
           MOVE DOSSIER-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO DOSSIER-REC.
           WRITE DOSSIER-REC.

           MOVE 'LOOKUPS FAILED:' TO RPT-TOT-LABEL.
           MOVE FAILED-COUNT TO RPT-TOT-VALUE.
           MOVE RPT-TOT-LINE TO DOSSIER-REC.
           WRITE DOSSIER-REC.

           IF IDS-BAD > 0
              MOVE 'IDS NOT PARSED:' TO RPT-TOT-LABEL
              MOVE IDS-BAD TO RPT-TOT-VALUE
              MOVE RPT-TOT-LINE TO DOSSIER-REC
              WRITE DOSSIER-REC
           END-IF.

           MOVE RPT-HDR-2 TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           MOVE 'END OF REPORT' TO DOSSIER-REC.
           WRITE DOSSIER-REC.

       200-DOSSIER-FROM-FILE.

           ADD 1 TO IDS-READ.

           IF DOSSID-REC IS NUMERIC
              MOVE DOSSID-REC TO DOSS-ID
              PERFORM 210-DOSSIER-ONE
           ELSE
              ADD 1 TO IDS-BAD
              DISPLAY 'DOSSIDS RECORD NOT NUMERIC: ' DOSSID-REC
           END-IF.

           READ DOSSID-FILE
              AT END MOVE 'Y' TO DOSSID-EOF-SW
           END-READ.

       205-DOSSIER-FROM-PARM.

           MOVE SPACES TO ENV-ID-ITEM.
           UNSTRING ENV-ID-LIST DELIMITED BY ',' OR ' '
              INTO ENV-ID-ITEM
              WITH POINTER ENV-ID-PTR.

           IF ENV-ID-ITEM NOT = SPACES
              ADD 1 TO IDS-READ
              IF ENV-ID-ITEM(1:4) IS NUMERIC
                 AND ENV-ID-ITEM(5:) = SPACES
                 MOVE ENV-ID-ITEM(1:4) TO DOSS-ID
                 PERFORM 210-DOSSIER-ONE
              ELSE
                 ADD 1 TO IDS-BAD
                 DISPLAY 'DOSSIER_ID ENTRY NOT NUMERIC: '
                         ENV-ID-ITEM
              END-IF
           END-IF.

       210-DOSSIER-ONE.

           MOVE DOSS-ID TO DOSS-ID-X.
           ADD 1 TO DOSSIER-COUNT.

           MOVE SPACES TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           MOVE DOSS-ID-X TO RPT-ID.
           MOVE RPT-ID-LINE TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           MOVE RPT-HDR-3 TO DOSSIER-REC.
           WRITE DOSSIER-REC.

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.

           MOVE 'CURRENT ROW' TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           PERFORM 220-CURRENT-SRC THRU 220-EXIT.
           PERFORM 225-CURRENT-TGT THRU 225-EXIT.

           PERFORM 290-WRITE-GAP.
           MOVE 'BINTEST_HIST VERSIONS' TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           MOVE 0 TO SECTION-HITS.
           PERFORM 230-HIST-SRC THRU 230-EXIT.
           PERFORM 235-HIST-TGT THRU 235-EXIT.
           PERFORM 295-WRITE-NONE.

           PERFORM 290-WRITE-GAP.
           MOVE 'REJECT LEDGER' TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           PERFORM 240-LEDGER THRU 240-EXIT.

           EXEC SQL WHENEVER SQLERROR PERFORM 999-ERR END-EXEC.

           PERFORM 290-WRITE-GAP.
           MOVE 'QUARANTINE STATUS' TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           PERFORM 250-QUARANTINE.

           PERFORM 290-WRITE-GAP.
           MOVE 'REJECTIDS' TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           PERFORM 255-REJECTIDS.

           PERFORM 290-WRITE-GAP.
           MOVE 'DISCREP ENTRIES' TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           PERFORM 260-DISCREP.

           PERFORM 290-WRITE-GAP.
           MOVE 'REPAIRRPT ENTRIES' TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           PERFORM 265-REPAIRRPT.

           PERFORM 290-WRITE-GAP.
           MOVE 'AUDITLOG LINES' TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           PERFORM 270-AUDITLOG.

       220-CURRENT-SRC.

           MOVE 'SOURCE' TO ROW-SIDE.

           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 220-EXIT
           END-IF.

           PERFORM 228-CURRENT-ROW.

       220-EXIT.
           EXIT.

       225-CURRENT-TGT.

           MOVE 'TARGET' TO ROW-SIDE.

           IF NOT TGT-CONNECTED
              MOVE ROW-SIDE TO RPT-NOTE-SIDE
              MOVE 'NOT CONNECTED' TO RPT-NOTE-TEXT
              MOVE RPT-NOTE-LINE TO DOSSIER-REC
              WRITE DOSSIER-REC
              GO TO 225-EXIT
           END-IF.

           MOVE 'SET-TGTDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'TGTDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 225-EXIT
           END-IF.

           PERFORM 228-CURRENT-ROW.

       225-EXIT.
           EXIT.

       228-CURRENT-ROW.

           MOVE 0 TO ROW-LEN.
           MOVE SPACES TO ROW-HASH.

           MOVE 'SELECT-ROW' TO CUR-OP.
           EXEC SQL
              SELECT COALESCE(LENGTH(DATA), 0),
                     COALESCE(MD5(DATA), ' ')
              INTO :ROW-LEN, :ROW-HASH
              FROM BINTEST
              WHERE ID = :DOSS-ID
           END-EXEC.

           IF SQLCODE = 100
              MOVE ROW-SIDE TO RPT-NOTE-SIDE
              MOVE 'NOT PRESENT' TO RPT-NOTE-TEXT
              MOVE RPT-NOTE-LINE TO DOSSIER-REC
              WRITE DOSSIER-REC
           ELSE
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
           ELSE
              MOVE ROW-SIDE TO RPT-ROW-SIDE
              MOVE ROW-LEN TO RPT-ROW-LEN
              MOVE ROW-HASH TO RPT-ROW-HASH
              MOVE RPT-ROW-LINE TO DOSSIER-REC
              WRITE DOSSIER-REC
           END-IF
           END-IF.

       230-HIST-SRC.

           MOVE 'SOURCE' TO ROW-SIDE.

           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 230-EXIT
           END-IF.

           MOVE 'HIST-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE HSTSRC CURSOR FOR
                 SELECT DELETED_TS,
                        COALESCE(DELETED_OP, ' '),
                        COALESCE(LENGTH(DATA), 0),
                        COALESCE(MD5(DATA), ' ')
                 FROM BINTEST_HIST
                 WHERE ID = :DOSS-ID
                 ORDER BY DELETED_TS
           END-EXEC.
           EXEC SQL
              OPEN HSTSRC
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 230-EXIT
           END-IF.

           MOVE 'N' TO SCAN-EOF-SW.
           MOVE 'N' TO SCAN-ABORT-SW.
           PERFORM 231-HIST-SRC-FETCH.
           PERFORM 238-HIST-LINE UNTIL SCAN-EOF.

           EXEC SQL
              CLOSE HSTSRC
           END-EXEC.

           IF SCAN-ABORTED
              PERFORM 285-LOOKUP-FAILED
           END-IF.

       230-EXIT.
           EXIT.

       231-HIST-SRC-FETCH.

           MOVE 'HIST-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH HSTSRC
                 INTO :HIST-TS, :HIST-OP, :HIST-LEN, :HIST-HASH
           END-EXEC.

           PERFORM 239-HIST-FETCH-CHECK.

       235-HIST-TGT.

           IF NOT TGT-CONNECTED
              GO TO 235-EXIT
           END-IF.

           MOVE 'TARGET' TO ROW-SIDE.

           MOVE 'SET-TGTDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'TGTDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 235-EXIT
           END-IF.

           MOVE 'HIST-OPEN' TO CUR-OP.
           EXEC SQL
              DECLARE HSTTGT CURSOR FOR
                 SELECT DELETED_TS,
                        COALESCE(DELETED_OP, ' '),
                        COALESCE(LENGTH(DATA), 0),
                        COALESCE(MD5(DATA), ' ')
                 FROM BINTEST_HIST
                 WHERE ID = :DOSS-ID
                 ORDER BY DELETED_TS
           END-EXEC.
           EXEC SQL
              OPEN HSTTGT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 235-EXIT
           END-IF.

           MOVE 'N' TO SCAN-EOF-SW.
           MOVE 'N' TO SCAN-ABORT-SW.
           PERFORM 236-HIST-TGT-FETCH.
           PERFORM 238-HIST-LINE UNTIL SCAN-EOF.

           EXEC SQL
              CLOSE HSTTGT
           END-EXEC.

           IF SCAN-ABORTED
              PERFORM 285-LOOKUP-FAILED
           END-IF.

       235-EXIT.
           EXIT.

       236-HIST-TGT-FETCH.

           MOVE 'HIST-FETCH' TO CUR-OP.
           EXEC SQL
              FETCH HSTTGT
                 INTO :HIST-TS, :HIST-OP, :HIST-LEN, :HIST-HASH
           END-EXEC.

           PERFORM 239-HIST-FETCH-CHECK.

       238-HIST-LINE.

           ADD 1 TO SECTION-HITS.
           MOVE ROW-SIDE TO RPT-HIST-SIDE.
           MOVE HIST-TS TO RPT-HIST-TS.
           MOVE HIST-OP TO RPT-HIST-OP.
           MOVE HIST-LEN TO RPT-HIST-LEN.
           MOVE HIST-HASH TO RPT-HIST-HASH.
           MOVE RPT-HIST-LINE TO DOSSIER-REC.
           WRITE DOSSIER-REC.

           IF ROW-SIDE = 'SOURCE'
              PERFORM 231-HIST-SRC-FETCH
           ELSE
              PERFORM 236-HIST-TGT-FETCH
           END-IF.

       239-HIST-FETCH-CHECK.

           IF SQLCODE = 100
              MOVE 'Y' TO SCAN-EOF-SW
           ELSE
           IF SQLCODE NOT = 0
              MOVE 'Y' TO SCAN-EOF-SW
              MOVE 'Y' TO SCAN-ABORT-SW
           END-IF
           END-IF.

       240-LEDGER.

           MOVE 'SOURCE' TO ROW-SIDE.

           MOVE 'SET-SRCDB' TO CUR-OP.
           EXEC SQL
              SET CONNECTION 'SRCDB'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
              GO TO 240-EXIT
           END-IF.

           MOVE 0 TO LEDGER-FAIL-COUNT.
           MOVE SPACES TO LEDGER-LAST-OP.
           MOVE SPACES TO LEDGER-LAST-TS.

           MOVE 'LEDGER-CHECK' TO CUR-OP.
           EXEC SQL
              SELECT FAIL_COUNT,
                     COALESCE(LAST_FAIL_OP, ' '),
                     COALESCE(LAST_FAIL_TS, ' ')
              INTO :LEDGER-FAIL-COUNT,
                   :LEDGER-LAST-OP,
                   :LEDGER-LAST-TS
              FROM REJECTLOG
              WHERE REC_ID = :DOSS-ID
           END-EXEC.

           IF SQLCODE = 100
              MOVE '    NOT IN REJECT LEDGER' TO DOSSIER-REC
              WRITE DOSSIER-REC
           ELSE
           IF SQLCODE NOT = 0
              PERFORM 285-LOOKUP-FAILED
           ELSE
              MOVE LEDGER-FAIL-COUNT TO RPT-LEDGER-COUNT
              MOVE LEDGER-LAST-OP TO RPT-LEDGER-OP
              MOVE LEDGER-LAST-TS TO RPT-LEDGER-TS
              MOVE RPT-LEDGER-LINE TO DOSSIER-REC
              WRITE DOSSIER-REC
           END-IF
           END-IF.

       240-EXIT.
           EXIT.

       250-QUARANTINE.

           MOVE 0 TO SECTION-HITS.

           OPEN INPUT QUAR-FILE.
           IF QUAR-FILE-STATUS NOT = '00'
              MOVE '    QUARIDS NOT AVAILABLE' TO DOSSIER-REC
              WRITE DOSSIER-REC
           ELSE
              MOVE 'N' TO FILE-EOF-SW
              READ QUAR-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 251-QUARANTINE-ONE UNTIL FILE-EOF
              CLOSE QUAR-FILE
              IF SECTION-HITS = 0
                 MOVE '    NOT QUARANTINED' TO DOSSIER-REC
                 WRITE DOSSIER-REC
              END-IF
           END-IF.

       251-QUARANTINE-ONE.

           MOVE SPACES TO QUAR-ID-X.
           MOVE SPACES TO QUAR-CNT-X.
           MOVE SPACES TO QUAR-OP.
           MOVE SPACES TO QUAR-TS.

           UNSTRING QUAR-REC DELIMITED BY ','
              INTO QUAR-ID-X
                   QUAR-CNT-X
                   QUAR-OP
                   QUAR-TS.

           IF QUAR-ID-X = DOSS-ID-X
              ADD 1 TO SECTION-HITS
              MOVE QUAR-CNT-X TO RPT-QUAR-COUNT
              MOVE QUAR-OP TO RPT-QUAR-OP
              MOVE QUAR-TS TO RPT-QUAR-TS
              MOVE RPT-QUAR-LINE TO DOSSIER-REC
              WRITE DOSSIER-REC
           END-IF.

           READ QUAR-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       255-REJECTIDS.

           MOVE 0 TO SECTION-HITS.

           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-STATUS NOT = '00'
              MOVE '    REJECTIDS NOT AVAILABLE' TO DOSSIER-REC
              WRITE DOSSIER-REC
           ELSE
              MOVE 'N' TO FILE-EOF-SW
              READ REJECT-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 256-REJECTIDS-ONE UNTIL FILE-EOF
              CLOSE REJECT-FILE
              IF SECTION-HITS = 0
                 MOVE '    NOT LISTED' TO DOSSIER-REC
              ELSE
                 MOVE '    LISTED AS FAILED IN LAST RUN' TO DOSSIER-REC
              END-IF
              WRITE DOSSIER-REC
           END-IF.

       256-REJECTIDS-ONE.

           IF REJECT-REC = DOSS-ID-X
              ADD 1 TO SECTION-HITS
           END-IF.

           READ REJECT-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       260-DISCREP.

           MOVE 0 TO SECTION-HITS.

           OPEN INPUT DISCREP-FILE.
           IF DISCREP-FILE-STATUS NOT = '00'
              MOVE '    DISCREP NOT AVAILABLE' TO DOSSIER-REC
              WRITE DOSSIER-REC
           ELSE
              MOVE 'N' TO FILE-EOF-SW
              READ DISCREP-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 261-DISCREP-ONE UNTIL FILE-EOF
              CLOSE DISCREP-FILE
              PERFORM 295-WRITE-NONE
           END-IF.

       261-DISCREP-ONE.

           MOVE SPACES TO DIS-ID-X.
           MOVE SPACES TO DIS-SIDE.
           MOVE SPACES TO DIS-HASH-SRC.
           MOVE SPACES TO DIS-HASH-TGT.

           UNSTRING DISCREP-REC DELIMITED BY ','
              INTO DIS-ID-X
                   DIS-SIDE
                   DIS-HASH-SRC
                   DIS-HASH-TGT.

           IF DIS-ID-X = DOSS-ID-X
              ADD 1 TO SECTION-HITS
              MOVE DIS-SIDE TO RPT-DIS-SIDE
              MOVE DIS-HASH-SRC TO RPT-DIS-SRC
              MOVE DIS-HASH-TGT TO RPT-DIS-TGT
              MOVE RPT-DIS-LINE TO DOSSIER-REC
              WRITE DOSSIER-REC
           END-IF.

           READ DISCREP-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       265-REPAIRRPT.

           MOVE 0 TO SECTION-HITS.

           OPEN INPUT REPAIR-FILE.
           IF REPAIR-FILE-STATUS NOT = '00'
              MOVE '    REPAIRRPT NOT AVAILABLE' TO DOSSIER-REC
              WRITE DOSSIER-REC
           ELSE
              MOVE 'N' TO FILE-EOF-SW
              READ REPAIR-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 266-REPAIRRPT-ONE UNTIL FILE-EOF
              CLOSE REPAIR-FILE
              PERFORM 295-WRITE-NONE
           END-IF.

       266-REPAIRRPT-ONE.

           IF REPAIR-REC(1:4) = 'ID: '
              AND REPAIR-REC(5:4) = DOSS-ID-X
              ADD 1 TO SECTION-HITS
              MOVE SPACES TO DOSSIER-REC
              MOVE REPAIR-REC TO DOSSIER-REC(5:128)
              WRITE DOSSIER-REC
           END-IF.

           READ REPAIR-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       270-AUDITLOG.

           MOVE 0 TO SECTION-HITS.
           MOVE 0 TO AUD-SOURCES.
           MOVE 0 TO IX-HIGH.
           MOVE 0 TO IX-GENS.

           MOVE RPT-AUD-HDR TO DOSSIER-REC.
           WRITE DOSSIER-REC.

           OPEN INPUT INDEX-FILE.
           IF INDEX-FILE-STATUS = '00'
              MOVE 'N' TO INDEX-EOF-SW
              READ INDEX-FILE
                 AT END MOVE 'Y' TO INDEX-EOF-SW
              END-READ
              PERFORM 272-AUDGEN-INDEX UNTIL INDEX-EOF
              CLOSE INDEX-FILE
           END-IF.

           IF IX-HIGH > IX-GENS
              MOVE '    EARLIER AUDIT GENERATIONS PURGED, NOT SHOWN'
                TO DOSSIER-REC
              WRITE DOSSIER-REC
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = '00'
              MOVE '    AUDITLOG NOT AVAILABLE' TO DOSSIER-REC
              WRITE DOSSIER-REC
           ELSE
              ADD 1 TO AUD-SOURCES
              MOVE 'CURRENT' TO AUD-GEN-TAG
              MOVE 'Y' TO AUD-GEN-SHOWN-SW
              MOVE 'N' TO FILE-EOF-SW
              READ AUDIT-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 271-AUDITLOG-ONE UNTIL FILE-EOF
              CLOSE AUDIT-FILE
           END-IF.

           IF AUD-SOURCES > 0
              PERFORM 295-WRITE-NONE
           END-IF.

       271-AUDITLOG-ONE.

           MOVE AUDIT-REC TO AUDIT-LINE.
           PERFORM 275-AUDIT-LINE.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       272-AUDGEN-INDEX.

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
                 PERFORM 273-AUDGEN-READ
              END-IF
           END-IF.

           READ INDEX-FILE
              AT END MOVE 'Y' TO INDEX-EOF-SW
           END-READ.

       273-AUDGEN-READ.

           DISPLAY "DD_AUDGEN" UPON ENVIRONMENT-NAME.
           DISPLAY IX-NAME UPON ENVIRONMENT-VALUE.

           MOVE SPACES TO AUD-GEN-TAG.
           STRING 'G'      DELIMITED BY SIZE
                  IX-GEN-X DELIMITED BY SIZE
             INTO AUD-GEN-TAG.
           MOVE 'N' TO AUD-GEN-SHOWN-SW.

           OPEN INPUT GEN-FILE.
           IF GEN-FILE-STATUS NOT = '00'
              MOVE SPACES TO DOSSIER-REC
              STRING '    GENERATION NOT AVAILABLE: ' DELIMITED BY SIZE
                     IX-NAME                        DELIMITED BY SPACE
                INTO DOSSIER-REC
              WRITE DOSSIER-REC
           ELSE
              ADD 1 TO AUD-SOURCES
              MOVE 'N' TO FILE-EOF-SW
              READ GEN-FILE
                 AT END MOVE 'Y' TO FILE-EOF-SW
              END-READ
              PERFORM 274-AUDGEN-ONE UNTIL FILE-EOF
              CLOSE GEN-FILE
           END-IF.

       274-AUDGEN-ONE.

           MOVE GEN-REC TO AUDIT-LINE.
           PERFORM 275-AUDIT-LINE.

           READ GEN-FILE
              AT END MOVE 'Y' TO FILE-EOF-SW
           END-READ.

       275-AUDIT-LINE.

           MOVE SPACES TO AUDIT-TS.
           MOVE SPACES TO AUDIT-OP.
           MOVE SPACES TO AUDIT-ID.
           MOVE SPACES TO AUDIT-HASH-1.
           MOVE SPACES TO AUDIT-HASH-2.
           MOVE SPACES TO AUDIT-STATUS.
           MOVE SPACES TO AUDIT-RUNID.

           UNSTRING AUDIT-LINE DELIMITED BY ','
              INTO AUDIT-TS
                   AUDIT-OP
                   AUDIT-ID
                   AUDIT-HASH-1
                   AUDIT-HASH-2
                   AUDIT-STATUS
                   AUDIT-RUNID.

           IF AUDIT-ID = DOSS-ID-X
              IF NOT AUD-GEN-SHOWN
                 MOVE SPACES TO DOSSIER-REC
                 STRING '    GENERATION '  DELIMITED BY SIZE
                        AUD-GEN-TAG        DELIMITED BY SPACE
                        ': '               DELIMITED BY SIZE
                        IX-NAME            DELIMITED BY SPACE
                   INTO DOSSIER-REC
                 WRITE DOSSIER-REC
                 MOVE 'Y' TO AUD-GEN-SHOWN-SW
              END-IF
              ADD 1 TO SECTION-HITS
              MOVE AUD-GEN-TAG TO RPT-AUD-GEN
              MOVE AUDIT-TS TO RPT-AUD-TS
              MOVE AUDIT-OP TO RPT-AUD-OP
              MOVE AUDIT-STATUS TO RPT-AUD-STATUS
              MOVE AUDIT-RUNID TO RPT-AUD-RUNID
              MOVE AUDIT-HASH-1 TO RPT-AUD-HASH-1
              MOVE AUDIT-HASH-2 TO RPT-AUD-HASH-2
              MOVE RPT-AUD-LINE TO DOSSIER-REC
              WRITE DOSSIER-REC
           END-IF.

       285-LOOKUP-FAILED.

           DISPLAY 'SQL ERROR AT ' CUR-OP ' FOR ID ' DOSS-ID-X.
           DISPLAY 'SQLCODE : ' SQLCODE.
           DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML).

           ADD 1 TO FAILED-COUNT.
           MOVE ROW-SIDE TO RPT-NOTE-SIDE.
           MOVE SPACES TO RPT-NOTE-TEXT.
           STRING 'SQL ERROR AT ' DELIMITED BY SIZE
                  CUR-OP          DELIMITED BY SPACE
             INTO RPT-NOTE-TEXT.
           MOVE RPT-NOTE-LINE TO DOSSIER-REC.
           WRITE DOSSIER-REC.

       290-WRITE-GAP.

           MOVE SPACES TO DOSSIER-REC.
           WRITE DOSSIER-REC.

       295-WRITE-NONE.

           IF SECTION-HITS = 0
              MOVE '    (NONE)' TO DOSSIER-REC
              WRITE DOSSIER-REC
           END-IF.

       999-ERR.
            DISPLAY 'ERROR AT: ' CUR-OP
            DISPLAY 'SQLCODE : ' SQLCODE
            DISPLAY 'SQLERRMC: ' SQLERRMC(1:SQLERRML)

            MOVE 20 TO RETURN-CODE.
