       IDENTIFICATION DIVISION.

       PROGRAM-ID. TSQL041H.


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

       DATA DIVISION.

       FILE SECTION.

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(220).

       FD  GEN-FILE.
       01 GEN-REC PIC X(220).

       FD  INDEX-FILE.
       01 INDEX-REC PIC X(200).

       WORKING-STORAGE SECTION.

           01 ENV-NUM-BUF PIC X(10).

           01 KEEP-DAYS  PIC 9(4) VALUE 90.
           01 KEEP-GENS  PIC 9(4) VALUE 0.
           01 GEN-PREFIX PIC X(64) VALUE 'AUDITLOG'.

           01 AUDIT-FILE-STATUS PIC XX.
           01 AUDIT-EOF-SW PIC X(01) VALUE 'N'.
               88 AUDIT-EOF VALUE 'Y'.
           01 GEN-FILE-STATUS PIC XX.
           01 INDEX-FILE-STATUS PIC XX.
           01 INDEX-EOF-SW PIC X(01) VALUE 'N'.
               88 INDEX-EOF VALUE 'Y'.

           01 AUDIT-TS     PIC X(17).
           01 AUDIT-OP     PIC X(32).
           01 AUDIT-ID     PIC X(04).
           01 AUDIT-HASH-1 PIC X(64).
           01 AUDIT-HASH-2 PIC X(64).
           01 AUDIT-STATUS PIC X(02).
           01 AUDIT-RUNID  PIC X(17).

           01 IX-TYPE    PIC X(01).
           01 IX-GEN-X   PIC X(05).
           01 IX-FIELD-3 PIC X(100).
           01 IX-FIELD-4 PIC X(17).
           01 IX-FIELD-5 PIC X(17).
           01 IX-FIELD-6 PIC X(09).
           01 IX-FIELD-7 PIC X(05).
           01 IX-FIELD-8 PIC X(17).

           01 GEN-MAX   PIC 9(4) COMP VALUE 400.
           01 GEN-COUNT PIC 9(4) COMP VALUE 0.
           01 GEN-IDX   PIC 9(4) COMP VALUE 0.
           01 GEN-KEPT  PIC 9(4) COMP VALUE 0.
           01 GEN-TABLE.
               05 GEN-ENTRY OCCURS 400 TIMES.
                  10 GEN-NO      PIC 9(5).
                  10 GEN-NAME    PIC X(100).
                  10 GEN-FIRST   PIC X(17).
                  10 GEN-LAST    PIC X(17).
                  10 GEN-RECS    PIC 9(9).
                  10 GEN-RUNS    PIC 9(5).
                  10 GEN-CREATED PIC X(17).
                  10 GEN-PURGE   PIC X(01).

           01 RIX-MAX   PIC 9(4) COMP VALUE 5000.
           01 RIX-COUNT PIC 9(4) COMP VALUE 0.
           01 RIX-IDX   PIC 9(4) COMP VALUE 0.
           01 RIX-START PIC 9(4) COMP VALUE 0.
           01 RIX-LOST  PIC 9(9) COMP VALUE 0.
           01 RIX-FOUND-SW PIC X(01) VALUE 'N'.
               88 RIX-FOUND VALUE 'Y'.
           01 RIX-TABLE.
               05 RIX-ENTRY OCCURS 5000 TIMES.
                  10 RIX-GEN-NO PIC 9(5).
                  10 RIX-RUNID  PIC X(17).
                  10 RIX-FIRST  PIC X(17).
                  10 RIX-RECS   PIC 9(9).

           01 INDEX-BAD      PIC 9(9) COMP VALUE 0.
           01 NEW-GEN-NO     PIC 9(5) VALUE 0.
           01 NEW-GEN-NAME   PIC X(100).
           01 NEW-FIRST      PIC X(17).
           01 NEW-LAST       PIC X(17).
           01 NEW-RECS       PIC 9(9) VALUE 0.
           01 NEW-RUNS       PIC 9(5) VALUE 0.
           01 NEW-NO-TS      PIC 9(9) COMP VALUE 0.
           01 ROTATED-SW PIC X(01) VALUE 'N'.
               88 ROTATED VALUE 'Y'.
           01 INDEX-WRITE-SW PIC X(01) VALUE 'N'.
               88 INDEX-WRITE-FAILED VALUE 'Y'.
           01 GEN-WRITE-SW PIC X(01) VALUE 'N'.
               88 GEN-WRITE-FAILED VALUE 'Y'.
           01 AUDIT-TRUNC-SW PIC X(01) VALUE 'N'.
               88 AUDIT-TRUNC-FAILED VALUE 'Y'.

           01 TODAY-NUM      PIC 9(8).
           01 CUTOFF-INT     PIC 9(9) COMP.
           01 CUTOFF-NUM     PIC 9(8).
           01 CUTOFF-DATE    PIC X(08).
           01 STAMP-DATE     PIC X(08).
           01 STAMP-TIME     PIC X(08).
           01 STAMP-TS       PIC X(17).
           01 PURGE-DATE     PIC X(08).

           01 PURGE-COUNT    PIC 9(9) COMP VALUE 0.
           01 PURGE-MISSING  PIC 9(9) COMP VALUE 0.
           01 DELETE-RC      PIC S9(9) COMP-5.

           01 RPT-COUNT-ED   PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.

           DISPLAY "AUDIT_KEEP_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF NOT = SPACES
              MOVE ENV-NUM-BUF TO KEEP-DAYS
           END-IF.

           DISPLAY "AUDIT_KEEP_GENS" UPON ENVIRONMENT-NAME.
           ACCEPT ENV-NUM-BUF FROM ENVIRONMENT-VALUE.
           IF ENV-NUM-BUF NOT = SPACES
              MOVE ENV-NUM-BUF TO KEEP-GENS
           END-IF.

           DISPLAY "AUDIT_GEN_PREFIX" UPON ENVIRONMENT-NAME.
           ACCEPT GEN-PREFIX FROM ENVIRONMENT-VALUE.
           IF GEN-PREFIX = SPACES
              MOVE 'AUDITLOG' TO GEN-PREFIX
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY " KEEP DAYS   : " KEEP-DAYS.
           DISPLAY " KEEP GENS   : " KEEP-GENS.
           DISPLAY " GEN PREFIX  : " GEN-PREFIX.
           DISPLAY '***************************************'.

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE SPACES TO STAMP-TS.
           STRING STAMP-DATE DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  STAMP-TIME DELIMITED BY SIZE
             INTO STAMP-TS.

           PERFORM 200-INDEX-LOAD.

           IF INDEX-BAD > 0
              DISPLAY 'AUDGENIX NOT USABLE, ' INDEX-BAD
                      ' BAD LINE(S), NOTHING ROTATED'
              MOVE 16 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           PERFORM 300-ROTATE THRU 300-EXIT.

           IF RETURN-CODE NOT = 0
              GO TO 100-EXIT
           END-IF.

           PERFORM 400-PURGE-MARK.

           PERFORM 500-INDEX-WRITE THRU 500-EXIT.

           IF INDEX-WRITE-FAILED
              DISPLAY 'AUDGENIX NOT WRITTEN, AUDITLOG KEPT, '
                      'NOTHING PURGED'
              MOVE 16 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           IF ROTATED
              OPEN OUTPUT AUDIT-FILE
              IF AUDIT-FILE-STATUS NOT = '00'
                 DISPLAY 'AUDITLOG NOT CLOSED OUT, STATUS '
                         AUDIT-FILE-STATUS
                 MOVE 'Y' TO AUDIT-TRUNC-SW
              ELSE
                 CLOSE AUDIT-FILE
                 DISPLAY 'AUDITLOG CLOSED OUT INTO ' NEW-GEN-NAME
              END-IF
           END-IF.

           PERFORM 600-PURGE-FILE
              VARYING GEN-IDX FROM 1 BY 1
              UNTIL GEN-IDX > GEN-COUNT.

           MOVE NEW-RECS TO RPT-COUNT-ED.
           DISPLAY 'AUDIT LINES ROTATED : ' RPT-COUNT-ED.
           MOVE NEW-RUNS TO RPT-COUNT-ED.
           DISPLAY 'RUN-IDS IN GENERATION: ' RPT-COUNT-ED.
           MOVE PURGE-COUNT TO RPT-COUNT-ED.
           DISPLAY 'GENERATIONS PURGED  : ' RPT-COUNT-ED.
           MOVE GEN-KEPT TO RPT-COUNT-ED.
           DISPLAY 'GENERATIONS KEPT    : ' RPT-COUNT-ED.

           IF RIX-LOST > 0
              MOVE RIX-LOST TO RPT-COUNT-ED
              DISPLAY 'RUN-IDS NOT INDEXED : ' RPT-COUNT-ED
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF PURGE-MISSING > 0
              MOVE PURGE-MISSING TO RPT-COUNT-ED
              DISPLAY 'GENERATIONS MISSING : ' RPT-COUNT-ED
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF NEW-NO-TS > 0
              MOVE NEW-NO-TS TO RPT-COUNT-ED
              DISPLAY 'LINES WITHOUT TS    : ' RPT-COUNT-ED
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF AUDIT-TRUNC-FAILED
              MOVE 12 TO RETURN-CODE
           END-IF.

       100-EXIT.
             STOP RUN.

       200-INDEX-LOAD.

           MOVE 0 TO GEN-COUNT.
           MOVE 0 TO RIX-COUNT.

           OPEN INPUT INDEX-FILE.
           IF INDEX-FILE-STATUS NOT = '00'
              DISPLAY 'AUDGENIX NOT FOUND, STARTING A NEW INDEX'
           ELSE
              MOVE 'N' TO INDEX-EOF-SW
              READ INDEX-FILE
                 AT END MOVE 'Y' TO INDEX-EOF-SW
              END-READ
              PERFORM 210-INDEX-LINE UNTIL INDEX-EOF
              CLOSE INDEX-FILE
           END-IF.

       210-INDEX-LINE.

           MOVE SPACES TO IX-TYPE.
           MOVE SPACES TO IX-GEN-X.
           MOVE SPACES TO IX-FIELD-3.
           MOVE SPACES TO IX-FIELD-4.
           MOVE SPACES TO IX-FIELD-5.
           MOVE SPACES TO IX-FIELD-6.
           MOVE SPACES TO IX-FIELD-7.
           MOVE SPACES TO IX-FIELD-8.

           UNSTRING INDEX-REC DELIMITED BY ','
              INTO IX-TYPE
                   IX-GEN-X
                   IX-FIELD-3
                   IX-FIELD-4
                   IX-FIELD-5
                   IX-FIELD-6
                   IX-FIELD-7
                   IX-FIELD-8.

           EVALUATE TRUE
              WHEN INDEX-REC = SPACES
                 CONTINUE
              WHEN IX-GEN-X IS NOT NUMERIC
                 DISPLAY 'AUDGENIX LINE NOT USABLE: ' INDEX-REC(1:60)
                 ADD 1 TO INDEX-BAD
              WHEN IX-TYPE = 'H'
                 IF IX-GEN-X > NEW-GEN-NO
                    MOVE IX-GEN-X TO NEW-GEN-NO
                 END-IF
              WHEN IX-TYPE = 'G' AND IX-FIELD-6 IS NUMERIC
               AND IX-FIELD-7 IS NUMERIC AND IX-FIELD-3 NOT = SPACES
                 PERFORM 220-INDEX-GEN-KEEP
              WHEN IX-TYPE = 'R' AND IX-FIELD-5(1:9) IS NUMERIC
                 PERFORM 230-INDEX-RUN-KEEP
              WHEN OTHER
                 DISPLAY 'AUDGENIX LINE NOT USABLE: ' INDEX-REC(1:60)
                 ADD 1 TO INDEX-BAD
           END-EVALUATE.

           READ INDEX-FILE
              AT END MOVE 'Y' TO INDEX-EOF-SW
           END-READ.

       220-INDEX-GEN-KEEP.

           IF GEN-COUNT NOT < GEN-MAX
              DISPLAY 'AUDGENIX HOLDS MORE THAN ' GEN-MAX
                      ' GENERATIONS'
              ADD 1 TO INDEX-BAD
           ELSE
              ADD 1 TO GEN-COUNT
              MOVE IX-GEN-X TO GEN-NO(GEN-COUNT)
              MOVE IX-FIELD-3 TO GEN-NAME(GEN-COUNT)
              MOVE IX-FIELD-4 TO GEN-FIRST(GEN-COUNT)
              MOVE IX-FIELD-5 TO GEN-LAST(GEN-COUNT)
              MOVE IX-FIELD-6 TO GEN-RECS(GEN-COUNT)
              MOVE IX-FIELD-7 TO GEN-RUNS(GEN-COUNT)
              MOVE IX-FIELD-8 TO GEN-CREATED(GEN-COUNT)
              MOVE 'N' TO GEN-PURGE(GEN-COUNT)
              IF GEN-NO(GEN-COUNT) > NEW-GEN-NO
                 MOVE GEN-NO(GEN-COUNT) TO NEW-GEN-NO
              END-IF
           END-IF.

       230-INDEX-RUN-KEEP.

           IF RIX-COUNT NOT < RIX-MAX
              ADD 1 TO RIX-LOST
           ELSE
              ADD 1 TO RIX-COUNT
              MOVE IX-GEN-X TO RIX-GEN-NO(RIX-COUNT)
              MOVE IX-FIELD-3 TO RIX-RUNID(RIX-COUNT)
              MOVE IX-FIELD-4 TO RIX-FIRST(RIX-COUNT)
              MOVE IX-FIELD-5(1:9) TO RIX-RECS(RIX-COUNT)
           END-IF.

       300-ROTATE.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = '35'
              DISPLAY 'AUDITLOG NOT FOUND, NOTHING TO ROTATE'
              GO TO 300-EXIT
           END-IF.
           IF AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'AUDITLOG NOT AVAILABLE, STATUS '
                      AUDIT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO 300-EXIT
           END-IF.

           MOVE 'N' TO AUDIT-EOF-SW.
           READ AUDIT-FILE
              AT END MOVE 'Y' TO AUDIT-EOF-SW
           END-READ.

           IF AUDIT-EOF
              DISPLAY 'AUDITLOG EMPTY, NOTHING TO ROTATE'
              CLOSE AUDIT-FILE
              GO TO 300-EXIT
           END-IF.

           IF GEN-COUNT NOT < GEN-MAX
              DISPLAY 'AUDGENIX FULL AT ' GEN-MAX
                      ' GENERATIONS, NOTHING ROTATED'
              MOVE 16 TO RETURN-CODE
              CLOSE AUDIT-FILE
              GO TO 300-EXIT
           END-IF.

           ADD 1 TO NEW-GEN-NO.
           MOVE SPACES TO NEW-GEN-NAME.
           STRING GEN-PREFIX DELIMITED BY SPACE
                  '.G'       DELIMITED BY SIZE
                  NEW-GEN-NO DELIMITED BY SIZE
                  '.D'       DELIMITED BY SIZE
                  STAMP-DATE DELIMITED BY SIZE
             INTO NEW-GEN-NAME.

           DISPLAY "DD_AUDGEN" UPON ENVIRONMENT-NAME.
           DISPLAY NEW-GEN-NAME UPON ENVIRONMENT-VALUE.

           OPEN OUTPUT GEN-FILE.
           IF GEN-FILE-STATUS NOT = '00'
              DISPLAY 'GENERATION ' NEW-GEN-NAME
              DISPLAY 'NOT CREATED, STATUS ' GEN-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE AUDIT-FILE
              GO TO 300-EXIT
           END-IF.

           MOVE SPACES TO NEW-FIRST.
           MOVE SPACES TO NEW-LAST.
           MOVE 0 TO NEW-RECS.
           MOVE 0 TO NEW-RUNS.
           ADD 1 TO RIX-COUNT GIVING RIX-START.

           PERFORM 310-COPY-ONE UNTIL AUDIT-EOF OR GEN-WRITE-FAILED.

           CLOSE GEN-FILE.
           IF GEN-FILE-STATUS NOT = '00' AND NOT GEN-WRITE-FAILED
              DISPLAY 'GENERATION ' NEW-GEN-NAME
              DISPLAY 'NOT CLOSED, STATUS ' GEN-FILE-STATUS
              MOVE 'Y' TO GEN-WRITE-SW
           END-IF.
           CLOSE AUDIT-FILE.

           IF GEN-WRITE-FAILED
              DISPLAY 'GENERATION INCOMPLETE, AUDITLOG KEPT, '
                      'NOTHING PURGED'
              MOVE 12 TO RETURN-CODE
              GO TO 300-EXIT
           END-IF.

           ADD 1 TO GEN-COUNT.
           MOVE NEW-GEN-NO TO GEN-NO(GEN-COUNT).
           MOVE NEW-GEN-NAME TO GEN-NAME(GEN-COUNT).
           MOVE NEW-FIRST TO GEN-FIRST(GEN-COUNT).
           MOVE NEW-LAST TO GEN-LAST(GEN-COUNT).
           MOVE NEW-RECS TO GEN-RECS(GEN-COUNT).
           MOVE NEW-RUNS TO GEN-RUNS(GEN-COUNT).
           MOVE STAMP-TS TO GEN-CREATED(GEN-COUNT).
           MOVE 'N' TO GEN-PURGE(GEN-COUNT).

           MOVE 'Y' TO ROTATED-SW.

       300-EXIT.
           EXIT.

       310-COPY-ONE.

           MOVE AUDIT-REC TO GEN-REC.
           WRITE GEN-REC.
           IF GEN-FILE-STATUS NOT = '00'
              DISPLAY 'GENERATION ' NEW-GEN-NAME
              DISPLAY 'WRITE FAILED, STATUS ' GEN-FILE-STATUS
              MOVE 'Y' TO GEN-WRITE-SW
           END-IF.
           ADD 1 TO NEW-RECS.

           MOVE SPACES TO AUDIT-TS.
           MOVE SPACES TO AUDIT-OP.
           MOVE SPACES TO AUDIT-ID.
           MOVE SPACES TO AUDIT-HASH-1.
           MOVE SPACES TO AUDIT-HASH-2.
           MOVE SPACES TO AUDIT-STATUS.
           MOVE SPACES TO AUDIT-RUNID.

           UNSTRING AUDIT-REC DELIMITED BY ','
              INTO AUDIT-TS
                   AUDIT-OP
                   AUDIT-ID
                   AUDIT-HASH-1
                   AUDIT-HASH-2
                   AUDIT-STATUS
                   AUDIT-RUNID.

           IF AUDIT-TS(1:8) IS NOT NUMERIC
              ADD 1 TO NEW-NO-TS
           ELSE
              IF NEW-FIRST = SPACES OR AUDIT-TS < NEW-FIRST
                 MOVE AUDIT-TS TO NEW-FIRST
              END-IF
              IF NEW-LAST = SPACES OR AUDIT-TS > NEW-LAST
                 MOVE AUDIT-TS TO NEW-LAST
              END-IF
           END-IF.

           IF AUDIT-RUNID NOT = SPACES
              PERFORM 320-TALLY-RUN
           END-IF.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO AUDIT-EOF-SW
           END-READ.

       320-TALLY-RUN.

           MOVE 'N' TO RIX-FOUND-SW.
           PERFORM 325-MATCH-RUN
              VARYING RIX-IDX FROM RIX-START BY 1
              UNTIL RIX-IDX > RIX-COUNT OR RIX-FOUND.

           IF RIX-FOUND
              SUBTRACT 1 FROM RIX-IDX
              ADD 1 TO RIX-RECS(RIX-IDX)
           ELSE
              ADD 1 TO NEW-RUNS
              IF RIX-COUNT NOT < RIX-MAX
                 ADD 1 TO RIX-LOST
              ELSE
                 ADD 1 TO RIX-COUNT
                 MOVE NEW-GEN-NO TO RIX-GEN-NO(RIX-COUNT)
                 MOVE AUDIT-RUNID TO RIX-RUNID(RIX-COUNT)
                 MOVE AUDIT-TS TO RIX-FIRST(RIX-COUNT)
                 MOVE 1 TO RIX-RECS(RIX-COUNT)
              END-IF
           END-IF.

       325-MATCH-RUN.

           IF RIX-RUNID(RIX-IDX) = AUDIT-RUNID
              MOVE 'Y' TO RIX-FOUND-SW
           END-IF.

       400-PURGE-MARK.

           MOVE SPACES TO CUTOFF-DATE.
           IF KEEP-DAYS > 0
              ACCEPT TODAY-NUM FROM DATE YYYYMMDD
              COMPUTE CUTOFF-INT =
                 FUNCTION INTEGER-OF-DATE(TODAY-NUM) - KEEP-DAYS
              COMPUTE CUTOFF-NUM =
                 FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
              MOVE CUTOFF-NUM TO CUTOFF-DATE
           END-IF.

           MOVE 0 TO GEN-KEPT.
           PERFORM 410-PURGE-MARK-ONE
              VARYING GEN-IDX FROM GEN-COUNT BY -1
              UNTIL GEN-IDX < 1.

       410-PURGE-MARK-ONE.

           MOVE GEN-LAST(GEN-IDX)(1:8) TO PURGE-DATE.
           IF GEN-LAST(GEN-IDX) = SPACES
              MOVE GEN-CREATED(GEN-IDX)(1:8) TO PURGE-DATE
           END-IF.

           IF KEEP-DAYS > 0 AND PURGE-DATE NOT = SPACES
              AND PURGE-DATE < CUTOFF-DATE
              MOVE 'Y' TO GEN-PURGE(GEN-IDX)
           END-IF.

           IF KEEP-GENS > 0 AND GEN-KEPT NOT < KEEP-GENS
              MOVE 'Y' TO GEN-PURGE(GEN-IDX)
           END-IF.

           IF GEN-PURGE(GEN-IDX) = 'Y'
              ADD 1 TO PURGE-COUNT
           ELSE
              ADD 1 TO GEN-KEPT
           END-IF.

       500-INDEX-WRITE.

           OPEN OUTPUT INDEX-FILE.
           IF INDEX-FILE-STATUS NOT = '00'
              DISPLAY 'AUDGENIX OPEN FAILED, STATUS '
                      INDEX-FILE-STATUS
              MOVE 'Y' TO INDEX-WRITE-SW
              GO TO 500-EXIT
           END-IF.

           MOVE SPACES TO INDEX-REC.
           STRING 'H,'       DELIMITED BY SIZE
                  NEW-GEN-NO DELIMITED BY SIZE
             INTO INDEX-REC.
           WRITE INDEX-REC.
           PERFORM 530-INDEX-CHECK.

           PERFORM 510-INDEX-GEN
              VARYING GEN-IDX FROM 1 BY 1
              UNTIL GEN-IDX > GEN-COUNT OR INDEX-WRITE-FAILED.

           CLOSE INDEX-FILE.

       500-EXIT.
           EXIT.

       510-INDEX-GEN.

           IF GEN-PURGE(GEN-IDX) NOT = 'Y'
              MOVE SPACES TO INDEX-REC
              STRING 'G,'                  DELIMITED BY SIZE
                     GEN-NO(GEN-IDX)       DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     GEN-NAME(GEN-IDX)     DELIMITED BY SPACE
                     ','                   DELIMITED BY SIZE
                     GEN-FIRST(GEN-IDX)    DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     GEN-LAST(GEN-IDX)     DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     GEN-RECS(GEN-IDX)     DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     GEN-RUNS(GEN-IDX)     DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     GEN-CREATED(GEN-IDX)  DELIMITED BY SIZE
                INTO INDEX-REC
              WRITE INDEX-REC
              PERFORM 530-INDEX-CHECK
              PERFORM 520-INDEX-RUN
                 VARYING RIX-IDX FROM 1 BY 1
                 UNTIL RIX-IDX > RIX-COUNT OR INDEX-WRITE-FAILED
           END-IF.

       520-INDEX-RUN.

           IF RIX-GEN-NO(RIX-IDX) = GEN-NO(GEN-IDX)
              MOVE SPACES TO INDEX-REC
              STRING 'R,'                DELIMITED BY SIZE
                     RIX-GEN-NO(RIX-IDX) DELIMITED BY SIZE
                     ','                 DELIMITED BY SIZE
                     RIX-RUNID(RIX-IDX)  DELIMITED BY SPACE
                     ','                 DELIMITED BY SIZE
                     RIX-FIRST(RIX-IDX)  DELIMITED BY SIZE
                     ','                 DELIMITED BY SIZE
                     RIX-RECS(RIX-IDX)   DELIMITED BY SIZE
                INTO INDEX-REC
              WRITE INDEX-REC
              PERFORM 530-INDEX-CHECK
           END-IF.

       530-INDEX-CHECK.

           IF INDEX-FILE-STATUS NOT = '00'
              AND NOT INDEX-WRITE-FAILED
              DISPLAY 'AUDGENIX WRITE FAILED, STATUS '
                      INDEX-FILE-STATUS
              MOVE 'Y' TO INDEX-WRITE-SW
           END-IF.

       600-PURGE-FILE.

           IF GEN-PURGE(GEN-IDX) = 'Y'
              CALL 'CBL_DELETE_FILE' USING GEN-NAME(GEN-IDX)
                 RETURNING DELETE-RC
              END-CALL
              IF DELETE-RC = 0
                 DISPLAY 'PURGED GENERATION ' GEN-NAME(GEN-IDX)
              ELSE
                 DISPLAY 'GENERATION ALREADY GONE: '
                         GEN-NAME(GEN-IDX)
                 ADD 1 TO PURGE-MISSING
              END-IF
           END-IF.
