      *> RUN-GRID accumulate per-cell visit counts and entry
      *> directions and writes the coverage report to the input's
      *> companion ".coverage" file.
      *> A floor plan with more than one guard marker (^ > v <) is
      *> patrolled guard by guard in part 1, and the combined
      *> coverage goes to the input's companion ".guards" file
      *> instead: unguarded cells, cells only one guard covers,
      *> cells two guards cross in the same direction, and the
      *> guards whose routes loop.
       01  LS-COMMAND-LINE               PIC X(30).
       01  LS-FILE-PATH                  PIC X(20).
       01  LS-PART                       PIC 9(1).
       01  LS-ELAPSED-SECONDS            PIC 9(6).
       01  LS-RUN-RESULT                 PIC X(100).
       01  LS-GRID-SIZE-DISPLAY          PIC Z(2)9.
       01  LS-PATROL-RC                  PIC 9(2) VALUE 0.
       COPY "cmdargs" IN "common".
       COPY "grid" IN "06".
       COPY "coverage" IN "06".
       COPY "guards" IN "06".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS

           display "read grid of size " GRID-SIZE
               " with guard at " GUARD-ROW "," GUARD-COL
           CALL "LOCATE-GUARDS" USING
               BY REFERENCE GRID-GRP
               BY REFERENCE GUARDS-GRP

      *> Call the program for the selected part for day 6.
           IF LS-PART = 1 AND GUARDS-COUNT > 1
               CALL "PATROL-GUARDS" USING
                   BY REFERENCE GRID-GRP
                   BY REFERENCE GUARDS-GRP
                   BY REFERENCE LS-FILE-PATH
               MOVE RETURN-CODE TO LS-PATROL-RC
           ELSE IF LS-PART = 1
           THEN
               CALL "PART-1" USING
                   BY REFERENCE GRID-GRP
                   BY REFERENCE GRID-GRP
                   BY REFERENCE LS-FILE-PATH
           END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           CALL "ELAPSED-SECONDS" USING
               "DAY06" LS-FILE-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT

      *> The calls above reset RETURN-CODE; a patrol warning is
      *> carried to here so the scheduler still sees it.
           MOVE LS-PATROL-RC TO RETURN-CODE
           GOBACK.

       END PROGRAM DAY06.
           BY REFERENCE COVERAGE-GRP.

           MOVE 0 TO RETURN-CODE
           SET LS-GUARD-DIR TO GUARD-DIR
      *> The starting cell counts as the first entry.
           IF COVERAGE-ENABLED = 1
               PERFORM NOTE-CELL-ENTRY
                           GRID-ROW-INDEX
                       )
      *> Look for the guard position if we don't have it already.
      *> The guard may face any way; the marker gives the start
      *> direction. Further markers are LOCATE-GUARDS' business.
                       IF GUARD-ROW = 0
                       THEN
                           PERFORM VARYING GRID-COL-INDEX
                               FROM 1 BY 1
                               UNTIL GRID-COL-INDEX > GRID-COL-COUNT
                                   OR GUARD-ROW NOT = 0
                               EVALUATE GRID-CELL(
                                   GRID-ROW-INDEX,
                                   GRID-COL-INDEX
                               )
                                   WHEN "^"
                                       SET GUARD-DIR TO 1
                                   WHEN ">"
                                       SET GUARD-DIR TO 2
                                   WHEN "v"
                                       SET GUARD-DIR TO 3
                                   WHEN "<"
                                       SET GUARD-DIR TO 4
                                   WHEN OTHER
                                       EXIT PERFORM CYCLE
                               END-EVALUATE
                               SET GUARD-ROW TO GRID-ROW-INDEX
                               SET GUARD-COL TO GRID-COL-INDEX
                           END-PERFORM
                       END-IF
                       ADD 1 TO GRID-ROW-INDEX
           END-PERFORM
           .
       END PROGRAM WRITE-COVERAGE-REPORT.

      *> ===============================================================
      *> LOCATE-GUARDS.
      *>
      *> Lists every guard marker on the parsed floor plan, in
      *> reading order, with its starting direction. PARSE-GRID
      *> only keeps the first one, which is all a single patrol
      *> needs.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATE-GUARDS.

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  LS-START-DIR                  PIC 9(1) USAGE COMP.

       LINKAGE SECTION.
           COPY "grid" IN "06".
           COPY "guards" IN "06".

       PROCEDURE DIVISION USING
           BY REFERENCE GRID-GRP
           BY REFERENCE GUARDS-GRP.

           MOVE 0 TO GUARDS-COUNT
           MOVE 0 TO GUARDS-OVERFLOW
           PERFORM VARYING GRID-ROW-INDEX FROM 1 BY 1
               UNTIL GRID-ROW-INDEX > GRID-SIZE
               AFTER GRID-COL-INDEX FROM 1 BY 1
               UNTIL GRID-COL-INDEX > GRID-COL-COUNT
               EVALUATE GRID-CELL(GRID-ROW-INDEX, GRID-COL-INDEX)
                   WHEN "^"
                       MOVE 1 TO LS-START-DIR
                   WHEN ">"
                       MOVE 2 TO LS-START-DIR
                   WHEN "v"
                       MOVE 3 TO LS-START-DIR
                   WHEN "<"
                       MOVE 4 TO LS-START-DIR
                   WHEN OTHER
                       EXIT PERFORM CYCLE
               END-EVALUATE
               IF GUARDS-COUNT = 20
                   MOVE 1 TO GUARDS-OVERFLOW
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO GUARDS-COUNT
               SET GUARDS-START-ROW(GUARDS-COUNT) TO GRID-ROW-INDEX
               SET GUARDS-START-COL(GUARDS-COUNT) TO GRID-COL-INDEX
               MOVE LS-START-DIR TO GUARDS-START-DIR(GUARDS-COUNT)
               MOVE 0 TO GUARDS-LOOPS(GUARDS-COUNT)
               MOVE 0 TO GUARDS-CELLS(GUARDS-COUNT)
               MOVE 0 TO GUARDS-SOLE-CELLS(GUARDS-COUNT)
           END-PERFORM
           GOBACK.
       END PROGRAM LOCATE-GUARDS.

      *> ===============================================================
      *> PATROL-GUARDS.
      *>
      *> Walks each guard's patrol in turn through RUN-GRID, from a
      *> fresh copy of the floor plan each time, and combines the
      *> routes cell by cell: how many guards cover the cell, which
      *> guard if only one does, and how many guards pass through
      *> it in each direction. Written to the input's companion
      *> ".guards" file: a per-guard summary, a map of how many
      *> guards cover each cell (. is a cell no guard covers, 1 a
      *> single point of failure), the cells two or more guards
      *> cross in the same direction, and the guards whose routes
      *> loop.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATROL-GUARDS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-GUARDS ASSIGN TO LS-GUARDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-GUARDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-GUARDS.
       01  F-GUARDS-RECORD               PIC X(320).

       LOCAL-STORAGE SECTION.
       01  LS-GUARDS-PATH                PIC X(30).
       01  LS-GUARDS-STATUS              PIC X(2).
      *> The floor plan as parsed, restored before every patrol:
      *> RUN-GRID leaves X marks behind and moves the guard.
       01  LS-PRISTINE-GRID              PIC X(90012).
       01  LS-GUARD-IDX                  PIC 9(2) USAGE COMP.
       01  LS-ROW-IDX                    PIC 9(3) USAGE COMP.
       01  LS-COL-IDX                    PIC 9(3) USAGE COMP.
       01  LS-DIR-IDX                    PIC 9(1) USAGE COMP.
       01  LS-CELL-TABLE.
           05  LS-CELL-ROW               OCCURS 300 TIMES.
               10  LS-CELL-COL           OCCURS 300 TIMES.
                   15  LS-CELL-GUARDS    PIC 9(2) USAGE COMP VALUE 0.
                   15  LS-CELL-SOLE-GUARD
                                         PIC 9(2) USAGE COMP VALUE 0.
                   15  LS-CELL-DIR-GUARDS
                                         PIC 9(2) USAGE COMP VALUE 0
                                         OCCURS 4 TIMES.
       01  LS-MAP-LINE                   PIC X(300).
       01  LS-GUARDS-DIGIT               PIC 9(1).
       01  LS-FLOOR-COUNT                PIC 9(5) VALUE 0.
       01  LS-UNCOVERED-COUNT            PIC 9(5) VALUE 0.
       01  LS-SINGLE-COUNT               PIC 9(5) VALUE 0.
       01  LS-REDUNDANT-COUNT            PIC 9(5) VALUE 0.
       01  LS-LOOPING-COUNT              PIC 9(2) VALUE 0.
       01  LS-COVERED-COUNT              PIC 9(5) VALUE 0.
       01  LS-DIR-NAME                   PIC X(5).
       01  LS-GUARD-DISPLAY              PIC Z9.
       01  LS-ROW-DISPLAY                PIC Z(2)9.
       01  LS-COL-DISPLAY                PIC Z(2)9.
       01  LS-CELLS-DISPLAY              PIC Z(4)9.
       01  LS-SOLE-DISPLAY               PIC Z(4)9.
       01  LS-ROUTE-TEXT                 PIC X(5).
       COPY "coverage" IN "06".

       LINKAGE SECTION.
           COPY "grid" IN "06".
           COPY "guards" IN "06".
       01  IN-FILE-PATH                  PIC X(20).

       PROCEDURE DIVISION USING
           BY REFERENCE GRID-GRP
           BY REFERENCE GUARDS-GRP
           BY REFERENCE IN-FILE-PATH.

           MOVE GRID-GRP TO LS-PRISTINE-GRID
           PERFORM VARYING LS-GUARD-IDX FROM 1 BY 1
               UNTIL LS-GUARD-IDX > GUARDS-COUNT
               PERFORM RUN-ONE-PATROL
           END-PERFORM
           MOVE LS-PRISTINE-GRID TO GRID-GRP

      *> Sole coverage can only be credited once every route is in.
           PERFORM VARYING LS-ROW-IDX FROM 1 BY 1
               UNTIL LS-ROW-IDX > GRID-SIZE
               AFTER LS-COL-IDX FROM 1 BY 1
               UNTIL LS-COL-IDX > GRID-COL-COUNT
               IF GRID-CELL(LS-ROW-IDX, LS-COL-IDX) NOT = "#"
                   ADD 1 TO LS-FLOOR-COUNT
                   EVALUATE LS-CELL-GUARDS(LS-ROW-IDX, LS-COL-IDX)
                       WHEN 0
                           ADD 1 TO LS-UNCOVERED-COUNT
                       WHEN 1
                           ADD 1 TO LS-SINGLE-COUNT
                           ADD 1 TO GUARDS-SOLE-CELLS(
                               LS-CELL-SOLE-GUARD(LS-ROW-IDX,
                               LS-COL-IDX))
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE LS-COVERED-COUNT =
               LS-FLOOR-COUNT - LS-UNCOVERED-COUNT

           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ".guards" DELIMITED BY SIZE
               INTO LS-GUARDS-PATH
           OPEN OUTPUT FD-GUARDS
           IF LS-GUARDS-STATUS NOT = "00"
               DISPLAY "DAY06: ERROR OPENING " LS-GUARDS-PATH
                   " STATUS=" LS-GUARDS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-GUARD-SUMMARY
           PERFORM WRITE-COVERAGE-MAP
           PERFORM WRITE-REDUNDANT-CELLS
           PERFORM WRITE-LOOPING-GUARDS

           MOVE SPACES TO F-GUARDS-RECORD
           WRITE F-GUARDS-RECORD
           MOVE SPACES TO F-GUARDS-RECORD
           STRING "TOTALS floor=" LS-FLOOR-COUNT
               " uncovered=" LS-UNCOVERED-COUNT
               " single-guard=" LS-SINGLE-COUNT
               " redundant=" LS-REDUNDANT-COUNT
               " looping-guards=" LS-LOOPING-COUNT
               DELIMITED BY SIZE
               INTO F-GUARDS-RECORD
           WRITE F-GUARDS-RECORD
           CLOSE FD-GUARDS

           DISPLAY "Guards crossed " LS-COVERED-COUNT " locations."
           DISPLAY "DAY06: " GUARDS-COUNT " guards, "
               LS-UNCOVERED-COUNT " uncovered, " LS-SINGLE-COUNT
               " single-guard, " LS-REDUNDANT-COUNT " redundant, "
               LS-LOOPING-COUNT " looping (see "
               FUNCTION TRIM(LS-GUARDS-PATH) ")"
           IF GUARDS-OVERFLOW = 1
               DISPLAY "DAY06: WARNING more than 20 guard markers; "
                   "only the first 20 were patrolled"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> One guard's patrol on a clean copy of the plan, then its
      *> route folded into the per-cell tallies.
       RUN-ONE-PATROL.
           MOVE LS-PRISTINE-GRID TO GRID-GRP
           MOVE GUARDS-START-ROW(LS-GUARD-IDX) TO GUARD-ROW
           MOVE GUARDS-START-COL(LS-GUARD-IDX) TO GUARD-COL
           MOVE GUARDS-START-DIR(LS-GUARD-IDX) TO GUARD-DIR
           INITIALIZE COVERAGE-GRP
           MOVE 1 TO COVERAGE-ENABLED
           CALL "RUN-GRID" USING
               BY REFERENCE GRID-GRP
               BY REFERENCE COVERAGE-GRP
           MOVE RETURN-CODE TO GUARDS-LOOPS(LS-GUARD-IDX)
           MOVE 0 TO RETURN-CODE
           IF GUARDS-LOOPS(LS-GUARD-IDX) = 1
               ADD 1 TO LS-LOOPING-COUNT
           END-IF
           PERFORM VARYING LS-ROW-IDX FROM 1 BY 1
               UNTIL LS-ROW-IDX > GRID-SIZE
               AFTER LS-COL-IDX FROM 1 BY 1
               UNTIL LS-COL-IDX > GRID-COL-COUNT
               IF COVERAGE-VISITS(LS-ROW-IDX, LS-COL-IDX) > 0
                   ADD 1 TO GUARDS-CELLS(LS-GUARD-IDX)
                   ADD 1 TO LS-CELL-GUARDS(LS-ROW-IDX, LS-COL-IDX)
                   MOVE LS-GUARD-IDX
                       TO LS-CELL-SOLE-GUARD(LS-ROW-IDX, LS-COL-IDX)
                   PERFORM VARYING LS-DIR-IDX FROM 1 BY 1
                       UNTIL LS-DIR-IDX > 4
                       ADD COVERAGE-DIR-FLAG(LS-ROW-IDX, LS-COL-IDX,
                           LS-DIR-IDX) TO LS-CELL-DIR-GUARDS(
                           LS-ROW-IDX, LS-COL-IDX, LS-DIR-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       WRITE-GUARD-SUMMARY.
           MOVE "PATROL COVERAGE BY GUARD" TO F-GUARDS-RECORD
           WRITE F-GUARDS-RECORD
           PERFORM VARYING LS-GUARD-IDX FROM 1 BY 1
               UNTIL LS-GUARD-IDX > GUARDS-COUNT
               MOVE GUARDS-START-DIR(LS-GUARD-IDX) TO LS-DIR-IDX
               PERFORM NAME-DIRECTION
               IF GUARDS-LOOPS(LS-GUARD-IDX) = 1
                   MOVE "LOOPS" TO LS-ROUTE-TEXT
               ELSE
                   MOVE "EXITS" TO LS-ROUTE-TEXT
               END-IF
               MOVE LS-GUARD-IDX TO LS-GUARD-DISPLAY
               MOVE GUARDS-START-ROW(LS-GUARD-IDX) TO LS-ROW-DISPLAY
               MOVE GUARDS-START-COL(LS-GUARD-IDX) TO LS-COL-DISPLAY
               MOVE GUARDS-CELLS(LS-GUARD-IDX) TO LS-CELLS-DISPLAY
               MOVE GUARDS-SOLE-CELLS(LS-GUARD-IDX) TO LS-SOLE-DISPLAY
               MOVE SPACES TO F-GUARDS-RECORD
               STRING "  GUARD " LS-GUARD-DISPLAY
                   " START ROW " LS-ROW-DISPLAY
                   " COL " LS-COL-DISPLAY
                   " FACING " LS-DIR-NAME
                   " CELLS " LS-CELLS-DISPLAY
                   " SOLE " LS-SOLE-DISPLAY
                   " ROUTE " LS-ROUTE-TEXT
                   DELIMITED BY SIZE
                   INTO F-GUARDS-RECORD
               WRITE F-GUARDS-RECORD
           END-PERFORM
           .

      *> # wall, . covered by no guard, 1-9 guards covering the
      *> cell, + more than nine.
       WRITE-COVERAGE-MAP.
           MOVE SPACES TO F-GUARDS-RECORD
           WRITE F-GUARDS-RECORD
           MOVE "GUARDS COVERING EACH CELL (. NONE, 1 SINGLE POINT OF "
               & "FAILURE)" TO F-GUARDS-RECORD
           WRITE F-GUARDS-RECORD
           PERFORM VARYING LS-ROW-IDX FROM 1 BY 1
               UNTIL LS-ROW-IDX > GRID-SIZE
               MOVE SPACES TO LS-MAP-LINE
               PERFORM VARYING LS-COL-IDX FROM 1 BY 1
                   UNTIL LS-COL-IDX > GRID-COL-COUNT
                   EVALUATE TRUE
                       WHEN GRID-CELL(LS-ROW-IDX, LS-COL-IDX) = "#"
                           MOVE "#" TO LS-MAP-LINE(LS-COL-IDX:1)
                       WHEN LS-CELL-GUARDS(LS-ROW-IDX, LS-COL-IDX)
                           = 0
                           MOVE "." TO LS-MAP-LINE(LS-COL-IDX:1)
                       WHEN LS-CELL-GUARDS(LS-ROW-IDX, LS-COL-IDX)
                           > 9
                           MOVE "+" TO LS-MAP-LINE(LS-COL-IDX:1)
                       WHEN OTHER
                           MOVE LS-CELL-GUARDS(LS-ROW-IDX, LS-COL-IDX)
                               TO LS-GUARDS-DIGIT
                           MOVE LS-GUARDS-DIGIT
                               TO LS-MAP-LINE(LS-COL-IDX:1)
                   END-EVALUATE
               END-PERFORM
               WRITE F-GUARDS-RECORD FROM LS-MAP-LINE
           END-PERFORM
           .

      *> One line per cell and direction that two or more guards
      *> pass through the same way.
       WRITE-REDUNDANT-CELLS.
           MOVE SPACES TO F-GUARDS-RECORD
           WRITE F-GUARDS-RECORD
           MOVE "REDUNDANT COVERAGE (TWO OR MORE GUARDS, SAME CELL, "
               & "SAME DIRECTION)" TO F-GUARDS-RECORD
           WRITE F-GUARDS-RECORD
           PERFORM VARYING LS-ROW-IDX FROM 1 BY 1
               UNTIL LS-ROW-IDX > GRID-SIZE
               AFTER LS-COL-IDX FROM 1 BY 1
               UNTIL LS-COL-IDX > GRID-COL-COUNT
               AFTER LS-DIR-IDX FROM 1 BY 1
               UNTIL LS-DIR-IDX > 4
               IF LS-CELL-DIR-GUARDS(LS-ROW-IDX, LS-COL-IDX,
                   LS-DIR-IDX) > 1
                   ADD 1 TO LS-REDUNDANT-COUNT
                   PERFORM NAME-DIRECTION
                   MOVE LS-ROW-IDX TO LS-ROW-DISPLAY
                   MOVE LS-COL-IDX TO LS-COL-DISPLAY
                   MOVE LS-CELL-DIR-GUARDS(LS-ROW-IDX, LS-COL-IDX,
                       LS-DIR-IDX) TO LS-GUARD-DISPLAY
                   MOVE SPACES TO F-GUARDS-RECORD
                   STRING "  ROW " LS-ROW-DISPLAY
                       " COL " LS-COL-DISPLAY
                       " HEADING " LS-DIR-NAME
                       " GUARDS " LS-GUARD-DISPLAY
                       DELIMITED BY SIZE
                       INTO F-GUARDS-RECORD
                   WRITE F-GUARDS-RECORD
               END-IF
           END-PERFORM
           .

       WRITE-LOOPING-GUARDS.
           MOVE SPACES TO F-GUARDS-RECORD
           WRITE F-GUARDS-RECORD
           MOVE "GUARDS WHOSE ROUTE LOOPS" TO F-GUARDS-RECORD
           WRITE F-GUARDS-RECORD
           PERFORM VARYING LS-GUARD-IDX FROM 1 BY 1
               UNTIL LS-GUARD-IDX > GUARDS-COUNT
               IF GUARDS-LOOPS(LS-GUARD-IDX) = 1
                   MOVE LS-GUARD-IDX TO LS-GUARD-DISPLAY
                   MOVE GUARDS-START-ROW(LS-GUARD-IDX)
                       TO LS-ROW-DISPLAY
                   MOVE GUARDS-START-COL(LS-GUARD-IDX)
                       TO LS-COL-DISPLAY
                   MOVE SPACES TO F-GUARDS-RECORD
                   STRING "  GUARD " LS-GUARD-DISPLAY
                       " START ROW " LS-ROW-DISPLAY
                       " COL " LS-COL-DISPLAY
                       DELIMITED BY SIZE
                       INTO F-GUARDS-RECORD
                   WRITE F-GUARDS-RECORD
               END-IF
           END-PERFORM
           .

      *> LS-DIR-IDX (RUN-GRID's 1=up ... 4=left) as a word.
       NAME-DIRECTION.
           EVALUATE LS-DIR-IDX
               WHEN 1
                   MOVE "UP" TO LS-DIR-NAME
               WHEN 2
                   MOVE "RIGHT" TO LS-DIR-NAME
               WHEN 3
                   MOVE "DOWN" TO LS-DIR-NAME
               WHEN OTHER
                   MOVE "LEFT" TO LS-DIR-NAME
           END-EVALUATE
           .
       END PROGRAM PATROL-GUARDS.
