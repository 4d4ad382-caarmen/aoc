           05  LS-DAMP-PAIR-TABLE          OCCURS 16 TIMES.
               10  LS-DAMP-PAIR-TOKEN      PIC X(4).
       01  LS-PAIR-RESCUED                 PIC 9(1) VALUE 0.
      *> Cross-report failing-level profile: for each level slot
      *> (the later level of the pair that tripped the profile) and
      *> each failure kind, how many reports it made unsafe as read
      *> and how many were still unsafe once the dampener had had
      *> its go. Kinds are 1 too big a step, 2 zero step, 3 a
      *> non-zero step under the profile minimum, 4 direction
      *> change. Written to the input's companion ".failprofile".
       01  C-FAIL-KINDS                    CONSTANT 4.
       01  LS-FAIL-PROFILE-PATH            PIC X(132).
       01  LS-FAIL-PROFILE-GROUP.
           05  LS-FAIL-SLOT                OCCURS 16 TIMES.
               10  LS-FAIL-BEFORE          PIC 9(6) OCCURS 4 TIMES.
               10  LS-FAIL-AFTER           PIC 9(6) OCCURS 4 TIMES.
       01  LS-FAIL-KIND-TOTALS.
           05  LS-FAIL-KIND-BEFORE         PIC 9(6) OCCURS 4 TIMES.
           05  LS-FAIL-KIND-AFTER          PIC 9(6) OCCURS 4 TIMES.
       01  LS-FAIL-KIND                    USAGE BINARY-LONG.
       01  LS-FAIL-SLOT-IDX                USAGE BINARY-LONG.
       01  LS-FAIL-KIND-IDX                USAGE BINARY-LONG.
       01  LS-FAIL-KIND-NAME               PIC X(16).
       01  LS-FAIL-STEP                    USAGE BINARY-LONG.
       01  LS-FAIL-SLOT-DISPLAY            PIC Z9.
       01  LS-FAIL-BEFORE-DISPLAY          PIC Z(5)9.
       01  LS-FAIL-AFTER-DISPLAY           PIC Z(5)9.
       01  LS-FAIL-SHARE                   PIC 9(3)V9.
       01  LS-FAIL-SHARE-DISPLAY           PIC ZZ9.9.
       01  LS-FAIL-TOP-SLOT                USAGE BINARY-LONG.
       01  LS-FAIL-TOP-COUNT               PIC 9(6).
       01  LS-FAIL-SLOT-TOTAL              PIC 9(6).
       01  LS-FAIL-BEFORE-TOTAL            PIC 9(6) VALUE 0.
       01  LS-FAIL-AFTER-TOTAL             PIC 9(6) VALUE 0.


       PROCEDURE DIVISION.
                       AND LS-DAMPENER-RESCUED = 0
                       PERFORM SEARCH-REPORT-REPAIR
                   END-IF
                   PERFORM TALLY-FAILING-LEVEL
                   ADD 1 TO LS-UNSAFE-COUNT
                   MOVE SPACES TO LS-RPT-ARG-1
                   STRING "UNSAFE REPORT " LS-REPORT-NUMBER-DISPLAY
           "FOOT " LS-RPT-ARG-1 LS-RPT-ARG-2
       CALL "REPORT-WRITER" USING
           "CLOSE" LS-RPT-ARG-1 LS-RPT-ARG-2
       PERFORM WRITE-FAILING-LEVEL-PROFILE
       IF LS-REPAIR-MODE = 1
           CLOSE FD-REPAIR
           DISPLAY "DAY02: " LS-REPAIR-COUNT " repair suggestion(s)"
       END-IF
       GOBACK.

      *> Count the original failing pair against its level slot and
      *> failure kind. "Before" is every report unsafe as read;
      *> "after" is the subset the dampener could not rescue (under
      *> part 1, or a profile with no dampener allowance, the two
      *> are the same). The kind comes from the profile parameter
      *> the pair tripped, with the minimum-step trips split into a
      *> flat (zero) step and a non-zero step under the minimum.
       TALLY-FAILING-LEVEL.
           EVALUATE LS-ORIG-TRIP-PARAM
               WHEN "MAX STEP"
                   MOVE 1 TO LS-FAIL-KIND
               WHEN "MIN STEP"
                   COMPUTE LS-FAIL-STEP = FUNCTION NUMVAL(
                           LS-SOURCE-TOKEN(LS-ORIG-FAIL-IDX))
                       - FUNCTION NUMVAL(LS-SOURCE-TOKEN(
                           FUNCTION MAX(LS-ORIG-FAIL-IDX - 1, 1)))
                   IF LS-FAIL-STEP = 0
                       MOVE 2 TO LS-FAIL-KIND
                   ELSE
                       MOVE 3 TO LS-FAIL-KIND
                   END-IF
               WHEN OTHER
                   MOVE 4 TO LS-FAIL-KIND
           END-EVALUATE
           ADD 1 TO LS-FAIL-BEFORE(LS-ORIG-FAIL-IDX, LS-FAIL-KIND)
           ADD 1 TO LS-FAIL-KIND-BEFORE(LS-FAIL-KIND)
           ADD 1 TO LS-FAIL-BEFORE-TOTAL
           IF LS-DAMPENER-RESCUED = 0
               ADD 1 TO LS-FAIL-AFTER(LS-ORIG-FAIL-IDX, LS-FAIL-KIND)
               ADD 1 TO LS-FAIL-KIND-AFTER(LS-FAIL-KIND)
               ADD 1 TO LS-FAIL-AFTER-TOTAL
           END-IF
           .

      *> Print the failing-level profile: one line per level slot and
      *> failure kind that made at least one report unsafe, with its
      *> share of all unsafe-as-read reports, then per-kind totals
      *> and the slot that accounts for the most failures, so sensor
      *> engineering can see at a glance whether one slot is always
      *> the culprit.
       WRITE-FAILING-LEVEL-PROFILE.
           MOVE SPACES TO LS-FAIL-PROFILE-PATH
           STRING FUNCTION TRIM(LS-FILE-PATH) DELIMITED BY SIZE
               ".failprofile" DELIMITED BY SIZE
               INTO LS-FAIL-PROFILE-PATH
           MOVE SPACES TO LS-RPT-ARG-2
           STRING "FAILING-LEVEL PROFILE - SAFETY PROFILE "
               DELIMITED BY SIZE
               FUNCTION TRIM(PROFILE-NAME) DELIMITED BY SIZE
               INTO LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "OPEN " LS-FAIL-PROFILE-PATH LS-RPT-ARG-2
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "LEVEL  FAILURE KIND      BEFORE DAMPENER"
               "  AFTER DAMPENER  SHARE %" DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "HEAD " LS-RPT-ARG-1 LS-RPT-ARG-2
           MOVE 0 TO LS-FAIL-TOP-SLOT
           MOVE 0 TO LS-FAIL-TOP-COUNT
           PERFORM VARYING LS-FAIL-SLOT-IDX FROM 1 BY 1
               UNTIL LS-FAIL-SLOT-IDX > 16
               MOVE 0 TO LS-FAIL-SLOT-TOTAL
               PERFORM VARYING LS-FAIL-KIND-IDX FROM 1 BY 1
                   UNTIL LS-FAIL-KIND-IDX > C-FAIL-KINDS
                   IF LS-FAIL-BEFORE(LS-FAIL-SLOT-IDX,
                       LS-FAIL-KIND-IDX) > 0
                       ADD LS-FAIL-BEFORE(LS-FAIL-SLOT-IDX,
                           LS-FAIL-KIND-IDX) TO LS-FAIL-SLOT-TOTAL
                       PERFORM WRITE-FAILING-LEVEL-LINE
                   END-IF
               END-PERFORM
               IF LS-FAIL-SLOT-TOTAL > LS-FAIL-TOP-COUNT
                   MOVE LS-FAIL-SLOT-TOTAL TO LS-FAIL-TOP-COUNT
                   MOVE LS-FAIL-SLOT-IDX TO LS-FAIL-TOP-SLOT
               END-IF
           END-PERFORM
           MOVE SPACES TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           PERFORM VARYING LS-FAIL-KIND-IDX FROM 1 BY 1
               UNTIL LS-FAIL-KIND-IDX > C-FAIL-KINDS
               PERFORM NAME-FAILURE-KIND
               MOVE LS-FAIL-KIND-BEFORE(LS-FAIL-KIND-IDX)
                   TO LS-FAIL-BEFORE-DISPLAY
               MOVE LS-FAIL-KIND-AFTER(LS-FAIL-KIND-IDX)
                   TO LS-FAIL-AFTER-DISPLAY
               MOVE SPACES TO LS-RPT-ARG-1
               STRING "ALL    " DELIMITED BY SIZE
                   LS-FAIL-KIND-NAME DELIMITED BY SIZE
                   "  " LS-FAIL-BEFORE-DISPLAY DELIMITED BY SIZE
                   "           " LS-FAIL-AFTER-DISPLAY
                   DELIMITED BY SIZE
                   INTO LS-RPT-ARG-1
               CALL "REPORT-WRITER" USING
                   "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           END-PERFORM
           MOVE LS-FAIL-BEFORE-TOTAL TO LS-FAIL-BEFORE-DISPLAY
           MOVE LS-FAIL-AFTER-TOTAL TO LS-FAIL-AFTER-DISPLAY
           MOVE LS-FAIL-TOP-SLOT TO LS-FAIL-SLOT-DISPLAY
           MOVE SPACES TO LS-RPT-ARG-1
           IF LS-FAIL-TOP-COUNT = 0
               STRING "UNSAFE BEFORE DAMPENER "
                   FUNCTION TRIM(LS-FAIL-BEFORE-DISPLAY)
                   "  AFTER DAMPENER "
                   FUNCTION TRIM(LS-FAIL-AFTER-DISPLAY)
                   DELIMITED BY SIZE
                   INTO LS-RPT-ARG-1
           ELSE
               COMPUTE LS-FAIL-SHARE ROUNDED =
                   LS-FAIL-TOP-COUNT * 100 / LS-FAIL-BEFORE-TOTAL
               MOVE LS-FAIL-SHARE TO LS-FAIL-SHARE-DISPLAY
               STRING "UNSAFE BEFORE DAMPENER "
                   FUNCTION TRIM(LS-FAIL-BEFORE-DISPLAY)
                   "  AFTER DAMPENER "
                   FUNCTION TRIM(LS-FAIL-AFTER-DISPLAY)
                   "  MOST FREQUENT SLOT: LEVEL "
                   FUNCTION TRIM(LS-FAIL-SLOT-DISPLAY)
                   " (" FUNCTION TRIM(LS-FAIL-SHARE-DISPLAY) "%)"
                   DELIMITED BY SIZE
                   INTO LS-RPT-ARG-1
           END-IF
           CALL "REPORT-WRITER" USING
               "FOOT " LS-RPT-ARG-1 LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-RPT-ARG-1 LS-RPT-ARG-2
           DISPLAY "DAY02: failing-level profile in "
               FUNCTION TRIM(LS-FAIL-PROFILE-PATH)
           .

       WRITE-FAILING-LEVEL-LINE.
           PERFORM NAME-FAILURE-KIND
           MOVE LS-FAIL-SLOT-IDX TO LS-FAIL-SLOT-DISPLAY
           MOVE LS-FAIL-BEFORE(LS-FAIL-SLOT-IDX, LS-FAIL-KIND-IDX)
               TO LS-FAIL-BEFORE-DISPLAY
           MOVE LS-FAIL-AFTER(LS-FAIL-SLOT-IDX, LS-FAIL-KIND-IDX)
               TO LS-FAIL-AFTER-DISPLAY
           COMPUTE LS-FAIL-SHARE ROUNDED =
               LS-FAIL-BEFORE(LS-FAIL-SLOT-IDX, LS-FAIL-KIND-IDX)
               * 100 / LS-FAIL-BEFORE-TOTAL
           MOVE LS-FAIL-SHARE TO LS-FAIL-SHARE-DISPLAY
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "   " LS-FAIL-SLOT-DISPLAY DELIMITED BY SIZE
               "  " LS-FAIL-KIND-NAME DELIMITED BY SIZE
               "  " LS-FAIL-BEFORE-DISPLAY DELIMITED BY SIZE
               "           " LS-FAIL-AFTER-DISPLAY DELIMITED BY SIZE
               "    " LS-FAIL-SHARE-DISPLAY DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           .

       NAME-FAILURE-KIND.
           EVALUATE LS-FAIL-KIND-IDX
               WHEN 1
                   MOVE "STEP TOO BIG" TO LS-FAIL-KIND-NAME
               WHEN 2
                   MOVE "ZERO STEP" TO LS-FAIL-KIND-NAME
               WHEN 3
                   MOVE "STEP UNDER MIN" TO LS-FAIL-KIND-NAME
               WHEN OTHER
                   MOVE "DIRECTION CHANGE" TO LS-FAIL-KIND-NAME
           END-EVALUATE
           .

      *> Resolve the safety profile for this run. With no PROFILE=
      *> token the built-in DEFAULT reproduces the historical
      *> hardcoded rules; with one, the named profile must exist in
