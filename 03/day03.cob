           SELECT FD-QUALITY ASSIGN TO LS-QUALITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-QUALITY-STATUS.
           SELECT FD-PRIOR ASSIGN TO LS-PRIOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PRIOR-STATUS.
           SELECT FD-COMPARE ASSIGN TO LS-COMPARE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-COMPARE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FD-QUALITY.
       01  F-QUALITY-RECORD  PIC X(120).

       FD FD-PRIOR.
       01  F-PRIOR-RECORD    PIC X(5000).

       FD FD-COMPARE.
       01  F-COMPARE-RECORD  PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "instructions" IN "03".
       COPY "quality" IN "03".
       COPY "instrlist" IN "03".

       LOCAL-STORAGE SECTION.
      *> Command-line arguments:
      *> patterns counted by category and 1000-byte region, and an
      *> overall corruption score, the numbers to take upstream
      *> when the extractor looks like it is degrading.
      *> An optional COMPARE=<dataset> token (combinable with the
      *> others) also parses the previous generation of that
      *> catalog dataset (DAYBATCH_GDG, default daybatch.gdg),
      *> aligns the two lists of recognised instructions and writes
      *> "<input>.semdiff": instructions that appeared, disappeared,
      *> changed operands or changed enabled state, and the net
      *> effect of each on the enabled sum - why the answer moved,
      *> in instructions rather than bytes.
       01  LS-COMMAND-LINE   PIC X(120).
       01  LS-ARG-2          PIC X(48).
       01  LS-FLAG-1         PIC X(48).
       01  LS-FLAG-2         PIC X(48).
       01  LS-FLAG-3         PIC X(48).
       01  LS-FORENSIC       PIC 9(1) VALUE 0.
       01  LS-FORENSIC-PATH  PIC X(40).
       01  LS-FORENSIC-STATUS PIC X(2).
       01  LS-QUAL-FROM-DISPLAY PIC Z(8)9.
       01  LS-QUAL-TO-DISPLAY PIC Z(8)9.
       01  LS-CORRUPTION-SCORE PIC 9(3).
      *> Semantic compare against the previous catalog generation.
       01  LS-COMPARE-MODE   PIC 9(1) VALUE 0.
       01  LS-OVERFLOW-RC    PIC 9(2) VALUE 0.
       01  LS-COMPARE-DSNAME PIC X(40).
       01  LS-COMPARE-PATH   PIC X(40).
       01  LS-COMPARE-STATUS PIC X(2).
       01  LS-GDG-CATALOG    PIC X(200).
       01  LS-GDG-RELATIVE   PIC S9(3) VALUE -1.
       01  LS-PRIOR-PATH     PIC X(200).
       01  LS-PRIOR-STATUS   PIC X(2).
       01  LS-PRIOR-TOTAL    USAGE BINARY-LONG VALUE 0.
       01  LS-PRIOR-ENABLED  PIC 9(1) VALUE 1.
       01  LS-PRIOR-OFFSET   PIC 9(9) VALUE 0.
       01  LS-PRIOR-DISABLE-START PIC 9(9) VALUE 0.
       01  LS-NO-FORENSIC    PIC 9(1) VALUE 0.
      *> Suffix longest-common-subsequence lengths over the two
      *> instruction lists: LS-LCS-CELL(i, j) is the LCS of prior
      *> entries i.. and tonight's entries j.. .
       01  LS-LCS-TABLE.
           05  LS-LCS-ROW    OCCURS 1001 TIMES.
               10  LS-LCS-CELL OCCURS 1001 TIMES
                               USAGE BINARY-SHORT.
       01  LS-CMP-I          USAGE BINARY-LONG.
       01  LS-CMP-J          USAGE BINARY-LONG.
       01  LS-CMP-K          USAGE BINARY-LONG.
       01  LS-CMP-P          USAGE BINARY-LONG.
       01  LS-CMP-SAME       PIC 9(1).
      *> Unmatched runs between two aligned instructions: prior
      *> entries that vanished, tonight's entries that appeared.
       01  LS-GAP-OLD-COUNT  USAGE BINARY-LONG VALUE 0.
       01  LS-GAP-NEW-COUNT  USAGE BINARY-LONG VALUE 0.
       01  LS-GAP-OLD-TABLE.
           05  LS-GAP-OLD-IDX USAGE BINARY-LONG OCCURS 1000 TIMES.
       01  LS-GAP-NEW-TABLE.
           05  LS-GAP-NEW-IDX USAGE BINARY-LONG OCCURS 1000 TIMES.
       01  LS-GAP-USED-TABLE.
           05  LS-GAP-NEW-USED PIC 9(1) OCCURS 1000 TIMES.
       01  LS-OLD-IDX        USAGE BINARY-LONG.
       01  LS-NEW-IDX        USAGE BINARY-LONG.
       01  LS-CMP-EFFECT     PIC S9(10).
       01  LS-CMP-EFFECT-DISPLAY PIC +(9)9.
       01  LS-CMP-OLD-TEXT   PIC X(30).
       01  LS-CMP-NEW-TEXT   PIC X(30).
       01  LS-CMP-STATE-TEXT PIC X(12).
       01  LS-CMP-OFFSET     PIC 9(9).
       01  LS-CMP-KIND       PIC X(8).
       01  LS-CMP-ADDED      PIC 9(5) VALUE 0.
       01  LS-CMP-REMOVED    PIC 9(5) VALUE 0.
       01  LS-CMP-CHANGED    PIC 9(5) VALUE 0.
       01  LS-CMP-TOGGLED    PIC 9(5) VALUE 0.
       01  LS-CMP-UNCHANGED  PIC 9(5) VALUE 0.
       01  LS-EFFECT-ADDED   PIC S9(10) VALUE 0.
       01  LS-EFFECT-REMOVED PIC S9(10) VALUE 0.
       01  LS-EFFECT-CHANGED PIC S9(10) VALUE 0.
       01  LS-EFFECT-TOGGLED PIC S9(10) VALUE 0.
       01  LS-EFFECT-NET     PIC S9(10) VALUE 0.
       01  LS-PRIOR-TOTAL-DISPLAY PIC Z(9)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY " "
               INTO LS-FILE-PATH LS-ARG-2
                    LS-FLAG-1 LS-FLAG-2 LS-FLAG-3
      *> The whitelist path is optional; a mode token in its place
      *> shifts over and the default whitelist applies.
           IF LS-ARG-2 = "FORENSIC"
               OR LS-ARG-2 = "QUALITY"
               OR LS-ARG-2(1:8) = "COMPARE="
               MOVE LS-FLAG-2 TO LS-FLAG-3
               MOVE LS-FLAG-1 TO LS-FLAG-2
               MOVE LS-ARG-2 TO LS-FLAG-1
               MOVE SPACES TO LS-ARG-2
           END-IF
           IF LS-ARG-2 = SPACES
               MOVE "03/instructions.dat" TO LS-INSTR-FILE-PATH
           ELSE
               MOVE LS-ARG-2 TO LS-INSTR-FILE-PATH
           END-IF
           IF LS-FLAG-1(1:8) = "COMPARE="
               MOVE LS-FLAG-1(9:40) TO LS-COMPARE-DSNAME
           END-IF
           IF LS-FLAG-2(1:8) = "COMPARE="
               MOVE LS-FLAG-2(9:40) TO LS-COMPARE-DSNAME
           END-IF
           IF LS-FLAG-3(1:8) = "COMPARE="
               MOVE LS-FLAG-3(9:40) TO LS-COMPARE-DSNAME
           END-IF
           IF LS-COMPARE-DSNAME NOT = SPACES
               MOVE 1 TO LS-COMPARE-MODE
               MOVE 1 TO ILIST-CAPTURE
               MOVE 2 TO ILIST-SIDE
               STRING FUNCTION TRIM(LS-FILE-PATH)
                   DELIMITED BY SIZE
                   ".semdiff" DELIMITED BY SIZE
                   INTO LS-COMPARE-PATH
           END-IF
           IF LS-FLAG-1 = "QUALITY" OR LS-FLAG-2 = "QUALITY"
               OR LS-FLAG-3 = "QUALITY"
               MOVE 1 TO QUAL-ENABLED
               STRING FUNCTION TRIM(LS-FILE-PATH)
                   DELIMITED BY SIZE
                   INTO LS-QUALITY-PATH
           END-IF
           IF LS-FLAG-1 = "FORENSIC" OR LS-FLAG-2 = "FORENSIC"
               OR LS-FLAG-3 = "FORENSIC"
               MOVE 1 TO LS-FORENSIC
               STRING FUNCTION TRIM(LS-FILE-PATH)
                   DELIMITED BY SIZE
                       BY REFERENCE LS-LINE-OFFSET
                       BY REFERENCE LS-DISABLE-START
                       BY REFERENCE QUAL-GRP
                       BY REFERENCE ILIST-GRP
                       RETURNING LS-LINE-VALUE
                   COMPUTE LS-TOTAL = LS-TOTAL + LS-LINE-VALUE
                   COMPUTE LS-LINE-OFFSET = LS-LINE-OFFSET
           END-IF

           CLOSE FD-DATA
           IF LS-COMPARE-MODE = 1
               PERFORM COMPARE-PRIOR-GENERATION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           CALL "ELAPSED-SECONDS" USING
           CALL "WRITE-RUN-LOG" USING
               "DAY03" LS-FILE-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
      *> The calls above reset RETURN-CODE; a compare warning is
      *> carried to here so the scheduler still sees it.
           MOVE LS-OVERFLOW-RC TO RETURN-CODE
       GOBACK.

      *> The numbers to take to the extractor team: near-miss
               "; quality report written to "
               FUNCTION TRIM(LS-QUALITY-PATH)
           .

      *> Parse the previous catalog generation the same way tonight's
      *> file was parsed - fresh toggle state, no forensic or quality
      *> side output - then align the two instruction lists and
      *> report the differences in instruction terms.
       COMPARE-PRIOR-GENERATION.
           ACCEPT LS-GDG-CATALOG FROM ENVIRONMENT "DAYBATCH_GDG"
           IF LS-GDG-CATALOG = SPACES
               MOVE "daybatch.gdg" TO LS-GDG-CATALOG
           END-IF
           CALL "GDG-RESOLVE" USING
               LS-GDG-CATALOG LS-COMPARE-DSNAME LS-GDG-RELATIVE
               LS-PRIOR-PATH LS-PRIOR-STATUS
           IF LS-PRIOR-STATUS NOT = "00"
               DISPLAY "DAY03: dataset "
                   FUNCTION TRIM(LS-COMPARE-DSNAME)
                   " not resolvable from "
                   FUNCTION TRIM(LS-GDG-CATALOG)
                   " (status " LS-PRIOR-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FD-PRIOR
           IF LS-PRIOR-STATUS NOT = "00"
               DISPLAY "DAY03: previous generation not found or "
                   "unreadable: " FUNCTION TRIM(LS-PRIOR-PATH)
                   " (status " LS-PRIOR-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO ILIST-SIDE
           MOVE 0 TO QUAL-ENABLED
           PERFORM UNTIL EXIT
               READ FD-PRIOR INTO F-PRIOR-RECORD
               AT END
                   EXIT PERFORM
               NOT AT END
                   MOVE F-PRIOR-RECORD TO LS-LINE
                   CALL "PARSE-LINE" USING
                       BY REFERENCE LS-LINE
                       BY REFERENCE INSTR-TABLE-GROUP
                       BY REFERENCE INSTR-COUNT
                       BY REFERENCE LS-PRIOR-ENABLED
                       BY REFERENCE LS-NO-FORENSIC
                       BY REFERENCE LS-FORENSIC-PATH
                       BY REFERENCE LS-PRIOR-OFFSET
                       BY REFERENCE LS-PRIOR-DISABLE-START
                       BY REFERENCE QUAL-GRP
                       BY REFERENCE ILIST-GRP
                       RETURNING LS-LINE-VALUE
                   COMPUTE LS-PRIOR-TOTAL =
                       LS-PRIOR-TOTAL + LS-LINE-VALUE
                   COMPUTE LS-PRIOR-OFFSET = LS-PRIOR-OFFSET
                       + FUNCTION LENGTH(FUNCTION TRIM(LS-LINE))
                       + 1
           END-PERFORM
           CLOSE FD-PRIOR

           OPEN OUTPUT FD-COMPARE
           IF LS-COMPARE-STATUS NOT = "00"
               DISPLAY "DAY03: compare report file could not be "
                   "opened: " FUNCTION TRIM(LS-COMPARE-PATH)
                   " (status " LS-COMPARE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-COMPARE-RECORD
           STRING "DAY03 INSTRUCTION COMPARE OF "
               DELIMITED BY SIZE
               FUNCTION TRIM(LS-FILE-PATH) DELIMITED BY SIZE
               " AGAINST " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PRIOR-PATH) DELIMITED BY SIZE
               INTO F-COMPARE-RECORD
           WRITE F-COMPARE-RECORD
           MOVE "(OFFSETS ARE TONIGHT'S, OR THE PRIOR FILE'S FOR "
               & "REMOVED INSTRUCTIONS)" TO F-COMPARE-RECORD
           WRITE F-COMPARE-RECORD
           IF ILIST-OVERFLOW(1) = 1 OR ILIST-OVERFLOW(2) = 1
               MOVE "WARNING: MORE THAN 1000 INSTRUCTIONS IN A FILE - "
                   & "COMPARE COVERS THE FIRST 1000 ONLY"
                   TO F-COMPARE-RECORD
               WRITE F-COMPARE-RECORD
               MOVE 4 TO LS-OVERFLOW-RC
           END-IF

           PERFORM BUILD-ALIGNMENT-TABLE
           PERFORM WALK-ALIGNMENT
           PERFORM WRITE-COMPARE-TOTALS
           CLOSE FD-COMPARE
           DISPLAY "DAY03: " LS-CMP-ADDED " added, "
               LS-CMP-REMOVED " removed, "
               LS-CMP-CHANGED " changed, "
               LS-CMP-TOGGLED " toggled instruction(s) against "
               FUNCTION TRIM(LS-PRIOR-PATH)
               "; compare written to "
               FUNCTION TRIM(LS-COMPARE-PATH)
           .

      *> Fill the suffix LCS table from the bottom-right corner up.
      *> Two instructions are the same when name and operands agree;
      *> enabled state is compared after alignment, so a moved
      *> toggle shows as a state change, not a remove-and-add.
       BUILD-ALIGNMENT-TABLE.
           COMPUTE LS-CMP-I = ILIST-COUNT(1) + 1
           PERFORM VARYING LS-CMP-J FROM 1 BY 1
               UNTIL LS-CMP-J > ILIST-COUNT(2) + 1
               MOVE 0 TO LS-LCS-CELL(LS-CMP-I, LS-CMP-J)
           END-PERFORM
           COMPUTE LS-CMP-J = ILIST-COUNT(2) + 1
           PERFORM VARYING LS-CMP-I FROM 1 BY 1
               UNTIL LS-CMP-I > ILIST-COUNT(1) + 1
               MOVE 0 TO LS-LCS-CELL(LS-CMP-I, LS-CMP-J)
           END-PERFORM
           PERFORM VARYING LS-CMP-I FROM ILIST-COUNT(1) BY -1
               UNTIL LS-CMP-I < 1
               PERFORM VARYING LS-CMP-J FROM ILIST-COUNT(2) BY -1
                   UNTIL LS-CMP-J < 1
                   PERFORM COMPARE-LIST-ENTRIES
                   IF LS-CMP-SAME = 1
                       COMPUTE LS-LCS-CELL(LS-CMP-I, LS-CMP-J) =
                           LS-LCS-CELL(LS-CMP-I + 1, LS-CMP-J + 1)
                           + 1
                   ELSE
                       COMPUTE LS-LCS-CELL(LS-CMP-I, LS-CMP-J) =
                           FUNCTION MAX(
                               LS-LCS-CELL(LS-CMP-I + 1, LS-CMP-J)
                               LS-LCS-CELL(LS-CMP-I, LS-CMP-J + 1))
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       COMPARE-LIST-ENTRIES.
           IF ILIST-NAME(1, LS-CMP-I) = ILIST-NAME(2, LS-CMP-J)
               AND ILIST-ARG-1(1, LS-CMP-I) = ILIST-ARG-1(2, LS-CMP-J)
               AND ILIST-ARG-2(1, LS-CMP-I) = ILIST-ARG-2(2, LS-CMP-J)
               MOVE 1 TO LS-CMP-SAME
           ELSE
               MOVE 0 TO LS-CMP-SAME
           END-IF
           .

      *> Walk both lists along the LCS. Aligned instructions are
      *> unchanged unless their enabled state moved; the unmatched
      *> runs between them are collected and settled as a gap.
       WALK-ALIGNMENT.
           MOVE 1 TO LS-CMP-I
           MOVE 1 TO LS-CMP-J
           PERFORM UNTIL LS-CMP-I > ILIST-COUNT(1)
               AND LS-CMP-J > ILIST-COUNT(2)
               IF LS-CMP-I <= ILIST-COUNT(1)
                   AND LS-CMP-J <= ILIST-COUNT(2)
                   PERFORM COMPARE-LIST-ENTRIES
               ELSE
                   MOVE 0 TO LS-CMP-SAME
               END-IF
               EVALUATE TRUE
                   WHEN LS-CMP-SAME = 1
                       PERFORM SETTLE-ALIGNMENT-GAP
                       MOVE LS-CMP-I TO LS-OLD-IDX
                       MOVE LS-CMP-J TO LS-NEW-IDX
                       PERFORM NOTE-ALIGNED-PAIR
                       ADD 1 TO LS-CMP-I
                       ADD 1 TO LS-CMP-J
                   WHEN LS-CMP-J > ILIST-COUNT(2)
                       ADD 1 TO LS-GAP-OLD-COUNT
                       MOVE LS-CMP-I TO LS-GAP-OLD-IDX(LS-GAP-OLD-COUNT)
                       ADD 1 TO LS-CMP-I
                   WHEN LS-CMP-I <= ILIST-COUNT(1)
                       AND LS-LCS-CELL(LS-CMP-I + 1, LS-CMP-J) >=
                           LS-LCS-CELL(LS-CMP-I, LS-CMP-J + 1)
                       ADD 1 TO LS-GAP-OLD-COUNT
                       MOVE LS-CMP-I TO LS-GAP-OLD-IDX(LS-GAP-OLD-COUNT)
                       ADD 1 TO LS-CMP-I
                   WHEN OTHER
                       ADD 1 TO LS-GAP-NEW-COUNT
                       MOVE LS-CMP-J TO LS-GAP-NEW-IDX(LS-GAP-NEW-COUNT)
                       ADD 1 TO LS-CMP-J
               END-EVALUATE
           END-PERFORM
           PERFORM SETTLE-ALIGNMENT-GAP
           .

      *> Within a gap, each vanished mul() is paired with the first
      *> unclaimed new mul() of the same shape: one instruction
      *> whose operands changed. Everything else in the gap
      *> disappeared or appeared outright.
       SETTLE-ALIGNMENT-GAP.
           PERFORM VARYING LS-CMP-K FROM 1 BY 1
               UNTIL LS-CMP-K > LS-GAP-NEW-COUNT
               MOVE 0 TO LS-GAP-NEW-USED(LS-CMP-K)
           END-PERFORM
           PERFORM VARYING LS-CMP-K FROM 1 BY 1
               UNTIL LS-CMP-K > LS-GAP-OLD-COUNT
               MOVE LS-GAP-OLD-IDX(LS-CMP-K) TO LS-OLD-IDX
               MOVE 0 TO LS-CMP-SAME
               IF ILIST-ACTION(1, LS-OLD-IDX) = "M"
                   PERFORM VARYING LS-CMP-P FROM 1 BY 1
                       UNTIL LS-CMP-P > LS-GAP-NEW-COUNT
                           OR LS-CMP-SAME = 1
                       MOVE LS-GAP-NEW-IDX(LS-CMP-P) TO LS-NEW-IDX
                       IF LS-GAP-NEW-USED(LS-CMP-P) = 0
                           AND ILIST-ACTION(2, LS-NEW-IDX) = "M"
                           AND ILIST-NAME(2, LS-NEW-IDX) =
                               ILIST-NAME(1, LS-OLD-IDX)
                           MOVE 1 TO LS-GAP-NEW-USED(LS-CMP-P)
                           MOVE 1 TO LS-CMP-SAME
                           PERFORM NOTE-CHANGED-PAIR
                       END-IF
                   END-PERFORM
               END-IF
               IF LS-CMP-SAME = 0
                   PERFORM NOTE-REMOVED-ENTRY
               END-IF
           END-PERFORM
           PERFORM VARYING LS-CMP-K FROM 1 BY 1
               UNTIL LS-CMP-K > LS-GAP-NEW-COUNT
               IF LS-GAP-NEW-USED(LS-CMP-K) = 0
                   MOVE LS-GAP-NEW-IDX(LS-CMP-K) TO LS-NEW-IDX
                   PERFORM NOTE-ADDED-ENTRY
               END-IF
           END-PERFORM
           MOVE 0 TO LS-GAP-OLD-COUNT
           MOVE 0 TO LS-GAP-NEW-COUNT
           .

       NOTE-ALIGNED-PAIR.
           IF ILIST-ENABLED(1, LS-OLD-IDX) =
               ILIST-ENABLED(2, LS-NEW-IDX)
               ADD 1 TO LS-CMP-UNCHANGED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-CMP-TOGGLED
           MOVE SPACES TO LS-CMP-OLD-TEXT
           PERFORM FORMAT-NEW-INSTRUCTION
           IF ILIST-ENABLED(2, LS-NEW-IDX) = 1
               MOVE "NOW ENABLED" TO LS-CMP-STATE-TEXT
           ELSE
               MOVE "NOW DISABLED" TO LS-CMP-STATE-TEXT
           END-IF
           COMPUTE LS-CMP-EFFECT =
               ILIST-VALUE(2, LS-NEW-IDX) * ILIST-ENABLED(2, LS-NEW-IDX)
               - ILIST-VALUE(1, LS-OLD-IDX)
                   * ILIST-ENABLED(1, LS-OLD-IDX)
           ADD LS-CMP-EFFECT TO LS-EFFECT-TOGGLED
           MOVE "TOGGLED" TO LS-CMP-KIND
           PERFORM WRITE-COMPARE-DETAIL
           .

       NOTE-CHANGED-PAIR.
           ADD 1 TO LS-CMP-CHANGED
           PERFORM FORMAT-OLD-INSTRUCTION
           MOVE SPACES TO LS-CMP-OLD-TEXT
           STRING FUNCTION TRIM(LS-CMP-NEW-TEXT) DELIMITED BY SIZE
               " ->" DELIMITED BY SIZE
               INTO LS-CMP-OLD-TEXT
           PERFORM FORMAT-NEW-INSTRUCTION
           COMPUTE LS-CMP-EFFECT =
               ILIST-VALUE(2, LS-NEW-IDX) * ILIST-ENABLED(2, LS-NEW-IDX)
               - ILIST-VALUE(1, LS-OLD-IDX)
                   * ILIST-ENABLED(1, LS-OLD-IDX)
           ADD LS-CMP-EFFECT TO LS-EFFECT-CHANGED
           MOVE "CHANGED" TO LS-CMP-KIND
           PERFORM WRITE-COMPARE-DETAIL
           .

       NOTE-ADDED-ENTRY.
           ADD 1 TO LS-CMP-ADDED
           MOVE SPACES TO LS-CMP-OLD-TEXT
           PERFORM FORMAT-NEW-INSTRUCTION
           COMPUTE LS-CMP-EFFECT =
               ILIST-VALUE(2, LS-NEW-IDX) * ILIST-ENABLED(2, LS-NEW-IDX)
           ADD LS-CMP-EFFECT TO LS-EFFECT-ADDED
           MOVE "ADDED" TO LS-CMP-KIND
           PERFORM WRITE-COMPARE-DETAIL
           .

       NOTE-REMOVED-ENTRY.
           ADD 1 TO LS-CMP-REMOVED
           MOVE SPACES TO LS-CMP-OLD-TEXT
           PERFORM FORMAT-OLD-INSTRUCTION
           COMPUTE LS-CMP-EFFECT = 0 -
               ILIST-VALUE(1, LS-OLD-IDX) * ILIST-ENABLED(1, LS-OLD-IDX)
           ADD LS-CMP-EFFECT TO LS-EFFECT-REMOVED
           MOVE "REMOVED" TO LS-CMP-KIND
           PERFORM WRITE-COMPARE-DETAIL
           .

      *> Render tonight's entry as it appeared in the dump, e.g.
      *> "mul(2,4)" or "don't()", with its enabled state and offset.
       FORMAT-NEW-INSTRUCTION.
           MOVE SPACES TO LS-CMP-NEW-TEXT
           IF ILIST-ACTION(2, LS-NEW-IDX) = "M"
               STRING FUNCTION TRIM(ILIST-NAME(2, LS-NEW-IDX))
                   DELIMITED BY SIZE
                   FUNCTION TRIM(ILIST-ARG-1(2, LS-NEW-IDX))
                   DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(ILIST-ARG-2(2, LS-NEW-IDX))
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LS-CMP-NEW-TEXT
           ELSE
               MOVE ILIST-NAME(2, LS-NEW-IDX) TO LS-CMP-NEW-TEXT
           END-IF
           IF ILIST-ENABLED(2, LS-NEW-IDX) = 1
               MOVE "ENABLED" TO LS-CMP-STATE-TEXT
           ELSE
               MOVE "DISABLED" TO LS-CMP-STATE-TEXT
           END-IF
           MOVE ILIST-OFFSET(2, LS-NEW-IDX) TO LS-CMP-OFFSET
           .

      *> The same rendering for a prior-generation entry; removed
      *> instructions are located by their offset in the prior file.
       FORMAT-OLD-INSTRUCTION.
           MOVE SPACES TO LS-CMP-NEW-TEXT
           IF ILIST-ACTION(1, LS-OLD-IDX) = "M"
               STRING FUNCTION TRIM(ILIST-NAME(1, LS-OLD-IDX))
                   DELIMITED BY SIZE
                   FUNCTION TRIM(ILIST-ARG-1(1, LS-OLD-IDX))
                   DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(ILIST-ARG-2(1, LS-OLD-IDX))
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LS-CMP-NEW-TEXT
           ELSE
               MOVE ILIST-NAME(1, LS-OLD-IDX) TO LS-CMP-NEW-TEXT
           END-IF
           IF ILIST-ENABLED(1, LS-OLD-IDX) = 1
               MOVE "ENABLED" TO LS-CMP-STATE-TEXT
           ELSE
               MOVE "DISABLED" TO LS-CMP-STATE-TEXT
           END-IF
           MOVE ILIST-OFFSET(1, LS-OLD-IDX) TO LS-CMP-OFFSET
           .

      *> One detail line: kind, offset, the prior image for a
      *> changed instruction, the instruction, its enabled state
      *> and its effect on the enabled sum.
       WRITE-COMPARE-DETAIL.
           MOVE LS-CMP-EFFECT TO LS-CMP-EFFECT-DISPLAY
           MOVE SPACES TO F-COMPARE-RECORD
           STRING LS-CMP-KIND " OFFSET " LS-CMP-OFFSET " "
               DELIMITED BY SIZE
               LS-CMP-OLD-TEXT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-CMP-NEW-TEXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-CMP-STATE-TEXT) DELIMITED BY SIZE
               "  EFFECT " DELIMITED BY SIZE
               FUNCTION TRIM(LS-CMP-EFFECT-DISPLAY) DELIMITED BY SIZE
               INTO F-COMPARE-RECORD
           WRITE F-COMPARE-RECORD
           .

      *> Counts by kind, the two enabled sums and the net effect
      *> broken down by kind; the breakdown always adds up to the
      *> net, since every instruction falls in exactly one kind.
       WRITE-COMPARE-TOTALS.
           COMPUTE LS-EFFECT-NET = LS-TOTAL - LS-PRIOR-TOTAL
           MOVE SPACES TO F-COMPARE-RECORD
           STRING "TOTALS: UNCHANGED " LS-CMP-UNCHANGED
               " ADDED " LS-CMP-ADDED
               " REMOVED " LS-CMP-REMOVED
               " CHANGED " LS-CMP-CHANGED
               " TOGGLED " LS-CMP-TOGGLED
               DELIMITED BY SIZE
               INTO F-COMPARE-RECORD
           WRITE F-COMPARE-RECORD
           MOVE LS-PRIOR-TOTAL TO LS-PRIOR-TOTAL-DISPLAY
           MOVE LS-TOTAL TO LS-TOTAL-DISPLAY
           MOVE LS-EFFECT-NET TO LS-CMP-EFFECT-DISPLAY
           MOVE SPACES TO F-COMPARE-RECORD
           STRING "ENABLED SUM: PRIOR " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PRIOR-TOTAL-DISPLAY) DELIMITED BY SIZE
               " TONIGHT " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TOTAL-DISPLAY) DELIMITED BY SIZE
               " NET EFFECT " DELIMITED BY SIZE
               FUNCTION TRIM(LS-CMP-EFFECT-DISPLAY) DELIMITED BY SIZE
               INTO F-COMPARE-RECORD
           WRITE F-COMPARE-RECORD
           MOVE "ADDED" TO LS-CMP-KIND
           MOVE LS-EFFECT-ADDED TO LS-CMP-EFFECT
           PERFORM WRITE-EFFECT-LINE
           MOVE "REMOVED" TO LS-CMP-KIND
           MOVE LS-EFFECT-REMOVED TO LS-CMP-EFFECT
           PERFORM WRITE-EFFECT-LINE
           MOVE "CHANGED" TO LS-CMP-KIND
           MOVE LS-EFFECT-CHANGED TO LS-CMP-EFFECT
           PERFORM WRITE-EFFECT-LINE
           MOVE "TOGGLED" TO LS-CMP-KIND
           MOVE LS-EFFECT-TOGGLED TO LS-CMP-EFFECT
           PERFORM WRITE-EFFECT-LINE
           .

       WRITE-EFFECT-LINE.
           MOVE LS-CMP-EFFECT TO LS-CMP-EFFECT-DISPLAY
           MOVE SPACES TO F-COMPARE-RECORD
           STRING "  NET EFFECT FROM " LS-CMP-KIND " "
               DELIMITED BY SIZE
               FUNCTION TRIM(LS-CMP-EFFECT-DISPLAY) DELIMITED BY SIZE
               INTO F-COMPARE-RECORD
           WRITE F-COMPARE-RECORD
           .
       END PROGRAM DAY03.

      *> ===============================================================
       01  IN-LINE-OFFSET               PIC 9(9).
       01  IN-DISABLE-START             PIC 9(9).
       COPY "quality" IN "03".
       COPY "instrlist" IN "03".

       PROCEDURE DIVISION USING
           BY REFERENCE IN-TEXT
           BY REFERENCE IN-FORENSIC-PATH
           BY REFERENCE IN-LINE-OFFSET
           BY REFERENCE IN-DISABLE-START
           BY REFERENCE QUAL-GRP
           BY REFERENCE ILIST-GRP.

           STRING "x" IN-TEXT INTO LS-TEXT-INPUT
           COMPUTE LS-TEXT-LENGTH =
                               IF IN-FORENSIC = 1
                                   PERFORM NOTE-PROCESSED-MATCH
                               END-IF
                               IF ILIST-CAPTURE = 1
                                   PERFORM LIST-MUL-MATCH
                               END-IF
                           ELSE
                               IF IN-FORENSIC = 1
                                   PERFORM NOTE-DISABLED-MATCH
                               END-IF
      *> The compare wants the operands of a disabled mul() too,
      *> so a toggle moving can be told from an operand change;
      *> its value never reaches the total.
                               IF ILIST-CAPTURE = 1
                                   CALL "PROCESS-CHUNK" USING
                                       LS-CURRENT-CHUNK-TEXT
                                       LS-CHUNK-FIRST-TEXT
                                       LS-CHUNK-SECOND-TEXT
                                       LS-CHUNK-VALID
                                       RETURNING LS-CHUNK-VALUE
                                   PERFORM LIST-MUL-MATCH
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                               IF IN-FORENSIC = 1
                                   PERFORM NOTE-ENABLE-MATCH
                               END-IF
                               IF ILIST-CAPTURE = 1
                                   PERFORM LIST-TOGGLE-MATCH
                               END-IF
                           WHEN "D"
                               SET IN-MUL-ENABLED TO 0
                               IF IN-FORENSIC = 1
                                   PERFORM NOTE-DISABLE-MATCH
                               END-IF
                               IF ILIST-CAPTURE = 1
                                   PERFORM LIST-TOGGLE-MATCH
                               END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-EVALUATE
           .

      *> Add a well-formed mul() to the instruction list the
      *> compare is building; malformed openings are not
      *> instructions and are left to the quality report.
       LIST-MUL-MATCH.
           IF LS-CHUNK-VALID = 0
               EXIT PARAGRAPH
           END-IF
           IF ILIST-COUNT(ILIST-SIDE) >= 1000
               MOVE 1 TO ILIST-OVERFLOW(ILIST-SIDE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ILIST-COUNT(ILIST-SIDE)
           MOVE FUNCTION TRIM(LS-PENDING-DELIM) TO
               ILIST-NAME(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE "M" TO
               ILIST-ACTION(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE LS-CHUNK-FIRST-TEXT TO
               ILIST-ARG-1(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE LS-CHUNK-SECOND-TEXT TO
               ILIST-ARG-2(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE IN-MUL-ENABLED TO
               ILIST-ENABLED(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE LS-CHUNK-VALUE TO
               ILIST-VALUE(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE LS-PENDING-OFFSET TO
               ILIST-OFFSET(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           .

       LIST-TOGGLE-MATCH.
           IF ILIST-COUNT(ILIST-SIDE) >= 1000
               MOVE 1 TO ILIST-OVERFLOW(ILIST-SIDE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ILIST-COUNT(ILIST-SIDE)
           MOVE FUNCTION TRIM(LS-MATCHED-DELIM) TO
               ILIST-NAME(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE INSTR-ACTION(INSTR-IDX) TO
               ILIST-ACTION(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE SPACES TO
               ILIST-ARG-1(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE SPACES TO
               ILIST-ARG-2(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE IN-MUL-ENABLED TO
               ILIST-ENABLED(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE 0 TO
               ILIST-VALUE(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           MOVE LS-INSTR-OFFSET TO
               ILIST-OFFSET(ILIST-SIDE, ILIST-COUNT(ILIST-SIDE))
           .

       NOTE-PROCESSED-MATCH.
           MOVE LS-CHUNK-VALUE TO LS-CHUNK-VALUE-DISPLAY
           MOVE LS-TOTAL TO LS-LINE-TOTAL-DISPLAY
