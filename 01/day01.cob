               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-EXCEPTION-STATUS.
           SELECT SD-WORK ASSIGN TO "day01.sortwork".
           SELECT SD-PARETO ASSIGN TO "day01.paretowork".
           SELECT FD-COL-1 ASSIGN TO LS-COL-1-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-COL-1-STATUS.
       01  SORT-RECORD.
           05 SORT-KEY               PIC 9(5).

      *> Pareto ranking work: one record per contributing pair
      *> (distance section) or per matched id (similarity section),
      *> ordered largest contribution first.
       SD SD-PARETO.
       01  PARETO-RECORD.
           05 PARETO-AMOUNT          PIC 9(15).
           05 PARETO-RANK            PIC 9(9).
           05 PARETO-LEFT            PIC 9(5).
           05 PARETO-RIGHT           PIC 9(5).
           05 PARETO-LEFT-COUNT      PIC 9(9).
           05 PARETO-RIGHT-COUNT     PIC 9(9).

       FD FD-COL-1.
       01  F-COL-1-RECORD            PIC 9(5).
       FD FD-COL-2.
       01 LS-BAL-IN                  PIC 9(9).
       01 LS-BAL-USED                PIC 9(9).
       01 LS-BAL-REJ                 PIC 9(9).
      *> Pareto report state: the report path beside the input, the
      *> running cumulative share, and where the 80% line fell.
       01 C-PARETO-CUTOFF            CONSTANT 80.
       01 LS-PARETO-PATH             PIC X(132).
       01 LS-RPT-ARG-1               PIC X(132).
       01 LS-RPT-ARG-2               PIC X(132).
       01 LS-PARETO-TOTAL            PIC 9(15).
       01 LS-PARETO-CUM              PIC 9(15).
       01 LS-PARETO-POSITION         PIC 9(9).
       01 LS-PARETO-80-AT            PIC 9(9).
       01 LS-PARETO-ZERO             PIC 9(9).
       01 LS-SHARE-PCT               PIC 9(3)V99.
       01 LS-CUM-PCT                 PIC 9(3)V99.
       01 LS-SHARE-DISPLAY           PIC ZZ9.99.
       01 LS-CUM-DISPLAY             PIC ZZ9.99.
       01 LS-POSITION-DISPLAY        PIC Z(8)9.
       01 LS-RANK-DISPLAY            PIC Z(8)9.
       01 LS-LEFT-DISPLAY            PIC Z(4)9.
       01 LS-RIGHT-DISPLAY           PIC Z(4)9.
       01 LS-LEFT-COUNT-DISPLAY      PIC Z(8)9.
       01 LS-RIGHT-COUNT-DISPLAY     PIC Z(8)9.
       01 LS-AMOUNT-DISPLAY          PIC Z(14)9.
       01 LS-PARETO-MARK             PIC X(20).
       01 LS-EOF-1                   PIC 9(1).
       01 LS-NEXT-1                  PIC 9(6).
       01 LS-GROUP-VALUE-1           PIC 9(6).
       01 LS-GROUP-COUNT-1           PIC 9(9).
       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
       DISPLAY "Unmatched ids: " LS-UNMATCHED-COUNT
           " (see " FUNCTION TRIM(LS-EXCEPTION-FILE-PATH) ")"

      *> Contribution Pareto beside the input, so a jump in either
      *> total can be traced to the handful of ids that moved it.
       PERFORM WRITE-PARETO-REPORT

      *> Shared audit line combining both totals with the input file
      *> name and row count, so the nightly extract doesn't need the
      *> two console outputs reconciled by hand.
           CALL "WRITE-EXCEPTION" USING
               "DAY01   " "W" LS-EXC-KEY LS-EXC-MESSAGE
           .

      *> Pareto report "<input>.pareto": the rank-paired entries
      *> ordered by their share of the total distance, then the
      *> matched ids ordered by their share of the similarity
      *> score, each with a cumulative percentage and the entry at
      *> which 80% of the total is reached.
       WRITE-PARETO-REPORT.
           MOVE SPACES TO LS-PARETO-PATH
           STRING FUNCTION TRIM(LS-INPUT-PATH) DELIMITED BY SIZE
               ".pareto" DELIMITED BY SIZE
               INTO LS-PARETO-PATH
           MOVE "DAY01 DISTANCE AND SIMILARITY CONTRIBUTION PARETO"
               TO LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "OPEN " LS-PARETO-PATH LS-RPT-ARG-2

           MOVE LS-DIFFERENCE-ACC TO LS-PARETO-TOTAL
           MOVE 0 TO LS-PARETO-ZERO
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "   POS SORTED-RANK  LEFT-ID RIGHT-ID"
               "        DISTANCE  SHARE%    CUM%"
               DELIMITED BY SIZE INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "HEAD " LS-RPT-ARG-1 LS-RPT-ARG-2
           MOVE "SECTION 1 - PAIRED ENTRIES BY SHARE OF TOTAL DISTANCE"
               TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           SORT SD-PARETO ON DESCENDING KEY PARETO-AMOUNT
               ASCENDING KEY PARETO-RANK
               INPUT PROCEDURE RELEASE-DISTANCE-PAIRS
               OUTPUT PROCEDURE PRINT-DISTANCE-PARETO
           PERFORM WRITE-PARETO-SECTION-FOOT
           MOVE LS-PARETO-ZERO TO LS-POSITION-DISPLAY
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "  pairs with zero distance (not ranked): "
               FUNCTION TRIM(LS-POSITION-DISPLAY)
               DELIMITED BY SIZE INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2

           MOVE LS-SIMILARITY-ACC TO LS-PARETO-TOTAL
           MOVE SPACES TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           MOVE "SECTION 2 - IDS BY SHARE OF SIMILARITY SCORE"
               TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "   POS       ID  LEFT-OCCURS RIGHT-OCCURS"
               "      SIMILARITY  SHARE%    CUM%"
               DELIMITED BY SIZE INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "HEAD " LS-RPT-ARG-1 LS-RPT-ARG-2
      *> The new headings only repeat from the next page on; print
      *> them once here under the section title.
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           SORT SD-PARETO ON DESCENDING KEY PARETO-AMOUNT
               ASCENDING KEY PARETO-RANK
               INPUT PROCEDURE RELEASE-SIMILARITY-GROUPS
               OUTPUT PROCEDURE PRINT-SIMILARITY-PARETO
           PERFORM WRITE-PARETO-SECTION-FOOT

           MOVE SPACES TO LS-RPT-ARG-1
           STRING "TOTALS rows=" LS-FILE-LENGTH
               " difference=" LS-DIFFERENCE-ACC
               " similarity=" LS-SIMILARITY-ACC
               DELIMITED BY SIZE INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "FOOT " LS-RPT-ARG-1 LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-RPT-ARG-1 LS-RPT-ARG-2
           DISPLAY "DAY01: contribution Pareto in "
               FUNCTION TRIM(LS-PARETO-PATH)
           .

      *> The sorted columns pair off rank for rank exactly as in
      *> part 1; each pair that adds to the distance is ranked.
       RELEASE-DISTANCE-PAIRS.
           MOVE 0 TO LS-ROW-RANK
           OPEN INPUT FD-COL-1
           OPEN INPUT FD-COL-2
           PERFORM UNTIL EXIT
               READ FD-COL-1
                   AT END EXIT PERFORM
               END-READ
               READ FD-COL-2
                   AT END EXIT PERFORM
               END-READ
               ADD 1 TO LS-ROW-RANK
               COMPUTE LS-DIFFERENCE-ROW = FUNCTION ABS(
                   F-COL-1-RECORD - F-COL-2-RECORD)
               IF LS-DIFFERENCE-ROW = 0
                   ADD 1 TO LS-PARETO-ZERO
               ELSE
                   MOVE LS-DIFFERENCE-ROW TO PARETO-AMOUNT
                   MOVE LS-ROW-RANK TO PARETO-RANK
                   MOVE F-COL-1-RECORD TO PARETO-LEFT
                   MOVE F-COL-2-RECORD TO PARETO-RIGHT
                   MOVE 1 TO PARETO-LEFT-COUNT
                   MOVE 1 TO PARETO-RIGHT-COUNT
                   RELEASE PARETO-RECORD
               END-IF
           END-PERFORM
           CLOSE FD-COL-1
           CLOSE FD-COL-2
           .

       PRINT-DISTANCE-PARETO.
           PERFORM RESET-PARETO-RUNNING
           PERFORM UNTIL EXIT
               RETURN SD-PARETO
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACCUMULATE-PARETO-SHARE
                       MOVE PARETO-RANK TO LS-RANK-DISPLAY
                       MOVE PARETO-LEFT TO LS-LEFT-DISPLAY
                       MOVE PARETO-RIGHT TO LS-RIGHT-DISPLAY
                       MOVE SPACES TO LS-RPT-ARG-1
                       STRING LS-POSITION-DISPLAY(4:6) " "
                           LS-RANK-DISPLAY "    "
                           LS-LEFT-DISPLAY "    "
                           LS-RIGHT-DISPLAY " "
                           LS-AMOUNT-DISPLAY "  "
                           LS-SHARE-DISPLAY "  "
                           LS-CUM-DISPLAY " "
                           LS-PARETO-MARK
                           DELIMITED BY SIZE INTO LS-RPT-ARG-1
                       CALL "REPORT-WRITER" USING
                           "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
               END-RETURN
           END-PERFORM
           .

      *> Merge the two sorted columns one duplicate group at a time:
      *> an id present on both sides contributes id x left count x
      *> right count to the similarity score.
       RELEASE-SIMILARITY-GROUPS.
           OPEN INPUT FD-COL-1
           OPEN INPUT FD-COL-2
           MOVE 0 TO LS-EOF-1
           MOVE 0 TO LS-EOF-2
           PERFORM READ-NEXT-COLUMN-1
           PERFORM READ-NEXT-COLUMN-2
           PERFORM READ-COLUMN-2-GROUP
           PERFORM UNTIL LS-NEXT-1 = 999999
               MOVE LS-NEXT-1 TO LS-GROUP-VALUE-1
               MOVE 0 TO LS-GROUP-COUNT-1
               PERFORM UNTIL LS-NEXT-1 NOT = LS-GROUP-VALUE-1
                   ADD 1 TO LS-GROUP-COUNT-1
                   PERFORM READ-NEXT-COLUMN-1
               END-PERFORM
               PERFORM UNTIL LS-GROUP-VALUE-2 >= LS-GROUP-VALUE-1
                   PERFORM READ-COLUMN-2-GROUP
               END-PERFORM
               IF LS-GROUP-VALUE-2 = LS-GROUP-VALUE-1
                   AND LS-GROUP-VALUE-1 > 0
                   COMPUTE PARETO-AMOUNT = LS-GROUP-VALUE-1
                       * LS-GROUP-COUNT-1 * LS-GROUP-COUNT-2
                   MOVE LS-GROUP-VALUE-1 TO PARETO-RANK
                   MOVE LS-GROUP-VALUE-1 TO PARETO-LEFT
                   MOVE LS-GROUP-VALUE-1 TO PARETO-RIGHT
                   MOVE LS-GROUP-COUNT-1 TO PARETO-LEFT-COUNT
                   MOVE LS-GROUP-COUNT-2 TO PARETO-RIGHT-COUNT
                   RELEASE PARETO-RECORD
               END-IF
           END-PERFORM
           CLOSE FD-COL-1
           CLOSE FD-COL-2
           .

       PRINT-SIMILARITY-PARETO.
           PERFORM RESET-PARETO-RUNNING
           PERFORM UNTIL EXIT
               RETURN SD-PARETO
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACCUMULATE-PARETO-SHARE
                       MOVE PARETO-LEFT TO LS-LEFT-DISPLAY
                       MOVE PARETO-LEFT-COUNT TO LS-LEFT-COUNT-DISPLAY
                       MOVE PARETO-RIGHT-COUNT
                           TO LS-RIGHT-COUNT-DISPLAY
                       MOVE SPACES TO LS-RPT-ARG-1
                       STRING LS-POSITION-DISPLAY(4:6) "    "
                           LS-LEFT-DISPLAY "    "
                           LS-LEFT-COUNT-DISPLAY "    "
                           LS-RIGHT-COUNT-DISPLAY " "
                           LS-AMOUNT-DISPLAY "  "
                           LS-SHARE-DISPLAY "  "
                           LS-CUM-DISPLAY " "
                           LS-PARETO-MARK
                           DELIMITED BY SIZE INTO LS-RPT-ARG-1
                       CALL "REPORT-WRITER" USING
                           "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
               END-RETURN
           END-PERFORM
           .

       READ-NEXT-COLUMN-1.
           IF LS-EOF-1 = 1
               MOVE 999999 TO LS-NEXT-1
               EXIT PARAGRAPH
           END-IF
           READ FD-COL-1
               AT END
                   MOVE 1 TO LS-EOF-1
                   MOVE 999999 TO LS-NEXT-1
               NOT AT END
                   MOVE F-COL-1-RECORD TO LS-NEXT-1
           END-READ
           .

       RESET-PARETO-RUNNING.
           MOVE 0 TO LS-PARETO-CUM
           MOVE 0 TO LS-PARETO-POSITION
           MOVE 0 TO LS-PARETO-80-AT
           .

      *> Running share of the section total for the entry just
      *> returned; the first entry to carry the cumulative share
      *> to the cutoff is marked.
       ACCUMULATE-PARETO-SHARE.
           ADD 1 TO LS-PARETO-POSITION
           ADD PARETO-AMOUNT TO LS-PARETO-CUM
           IF LS-PARETO-TOTAL > 0
               COMPUTE LS-SHARE-PCT ROUNDED =
                   PARETO-AMOUNT * 100 / LS-PARETO-TOTAL
               COMPUTE LS-CUM-PCT ROUNDED =
                   LS-PARETO-CUM * 100 / LS-PARETO-TOTAL
           ELSE
               MOVE 0 TO LS-SHARE-PCT
               MOVE 0 TO LS-CUM-PCT
           END-IF
           MOVE SPACES TO LS-PARETO-MARK
           IF LS-PARETO-80-AT = 0
               AND LS-PARETO-CUM * 100
                   >= LS-PARETO-TOTAL * C-PARETO-CUTOFF
               MOVE LS-PARETO-POSITION TO LS-PARETO-80-AT
               MOVE "<-- 80% REACHED" TO LS-PARETO-MARK
           END-IF
           MOVE LS-PARETO-POSITION TO LS-POSITION-DISPLAY
           MOVE PARETO-AMOUNT TO LS-AMOUNT-DISPLAY
           MOVE LS-SHARE-PCT TO LS-SHARE-DISPLAY
           MOVE LS-CUM-PCT TO LS-CUM-DISPLAY
           .

       WRITE-PARETO-SECTION-FOOT.
           MOVE LS-PARETO-POSITION TO LS-POSITION-DISPLAY
           MOVE LS-PARETO-80-AT TO LS-RANK-DISPLAY
           MOVE LS-PARETO-TOTAL TO LS-AMOUNT-DISPLAY
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "  entries ranked: " DELIMITED BY SIZE
               FUNCTION TRIM(LS-POSITION-DISPLAY) DELIMITED BY SIZE
               "  total: " DELIMITED BY SIZE
               FUNCTION TRIM(LS-AMOUNT-DISPLAY) DELIMITED BY SIZE
               "  80% of total reached at entry " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RANK-DISPLAY) DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           .
