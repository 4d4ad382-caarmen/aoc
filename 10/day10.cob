      *> maintenance report: every cell ranked by how many distinct
      *> trailhead-to-peak routes traverse it, with the trailheads
      *> the top cells serve, to the input's ".segments" companion.
      *> A trailing TRAILS token exports every distinct trail, cell
      *> by cell, with a summary per trailhead, to the input's
      *> ".trails" companion for the signposting survey.
       01  LS-COMMAND-LINE           PIC X(80).
       01  LS-FILE-PATH              PIC X(30).
       01  LS-SCORE-METHOD           PIC 9(1).
      *>     CALL "DISPLAY-GRID" USING
      *>         BY REFERENCE GRID-GRP

           IF LS-WHATIF-FLAG = "TRAILS"
               CALL "EXPORT-TRAILS" USING
                   BY REFERENCE GRID-GRP
                   BY REFERENCE LS-FILE-PATH
               MOVE 0 TO LS-TOTAL-SCORE
           ELSE
           IF LS-WHATIF-FLAG = "SEGMENTS"
               CALL "SHARED-SEGMENTS" USING
                   BY REFERENCE GRID-GRP
               DISPLAY "Total score: " LS-TOTAL-SCORE
           END-IF
           END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           CALL "ELAPSED-SECONDS" USING
               "evaluated; report in " FUNCTION TRIM(LS-WHATIF-PATH)
           GOBACK.
       END PROGRAM WHATIF-ANALYSIS.

      *> ===============================================================
      *> EXPORT-TRAILS.
      *>
      *> Signposting needs the trails themselves, not just their
      *> count: walk every distinct trail from each trailhead to a
      *> height-9 cell, depth first with the path kept on hand, and
      *> write each one to the input's ".trails" companion as an
      *> ordered list of cells. Steps are tried up, right, down,
      *> left, so trail numbers are stable for an unchanged map.
      *> Each trailhead's trails are followed by its summary record.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-TRAILS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-TRAILS ASSIGN TO LS-TRAILS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-TRAILS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-TRAILS.
       COPY "trail-export" IN "10".

       LOCAL-STORAGE SECTION.
       01  C-TRAIL-CELLS                       CONSTANT 10.
       01  LS-TRAILS-PATH                      PIC X(40).
       01  LS-TRAILS-STATUS                    PIC X(2).
      *> The trail being walked: one cell per height, with the
      *> next step direction still to try from it (1 up, 2 right,
      *> 3 down, 4 left).
       01  LS-DEPTH                            PIC 9(2).
       01  LS-PATH.
           05  LS-PATH-CELL                    OCCURS 10 TIMES.
               10  LS-PATH-ROW                 PIC 9(2).
               10  LS-PATH-COL                 PIC 9(2).
               10  LS-PATH-DIR                 PIC 9(1).
       01  LS-NEXT-HEIGHT                      PIC 9(1).
       01  LS-NBR-ROW                          PIC 9(2).
       01  LS-NBR-COL                          PIC 9(2).
       01  LS-NBR-OK                           PIC 9(1).
       01  LS-CELL-IDX                         PIC 9(2).
       01  LS-DIR-IDX                          PIC 9(1).
       01  LS-DIR-NAMES                        PIC X(4) VALUE "URDL".
       01  LS-TRAIL-NUMBER                     PIC 9(6) VALUE 0.
       01  LS-TRAIL-LENGTH                     PIC 9(2).
      *> Per-trailhead summary.
       01  LS-HEAD-TRAILS                      PIC 9(6).
       01  LS-SHORTEST-TRAIL                   PIC 9(6).
       01  LS-SHORTEST-LENGTH                  PIC 9(2).
       01  LS-LONGEST-TRAIL                    PIC 9(6).
       01  LS-LONGEST-LENGTH                   PIC 9(2).
       01  LS-FIRST-STEP-COUNT                 PIC 9(6)
                                                   OCCURS 4 TIMES.
       01  LS-TRAILHEADS-WRITTEN               PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       COPY "grid" IN "10".
       01  IN-FILE-PATH                        PIC X(30).

       PROCEDURE DIVISION USING
           BY REFERENCE GRID-GRP
           BY REFERENCE IN-FILE-PATH.

           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ".trails" DELIMITED BY SIZE
               INTO LS-TRAILS-PATH
           OPEN OUTPUT FD-TRAILS
           IF LS-TRAILS-STATUS NOT = "00"
               DISPLAY "DAY10: ERROR OPENING " LS-TRAILS-PATH
                   " STATUS=" LS-TRAILS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING TRAIL-HEADS-INDEX FROM 1 BY 1
               UNTIL TRAIL-HEADS-INDEX > TRAIL-HEADS-SIZE
               ADD 1 TO LS-TRAILHEADS-WRITTEN
               PERFORM WALK-TRAILHEAD
               PERFORM WRITE-TRAILHEAD-SUMMARY
           END-PERFORM

           CLOSE FD-TRAILS
           DISPLAY "DAY10: " LS-TRAIL-NUMBER " trail(s) from "
               LS-TRAILHEADS-WRITTEN " trailhead(s) exported to "
               FUNCTION TRIM(LS-TRAILS-PATH)
           GOBACK.

      *> Depth-first walk keeping the whole path: at each cell try
      *> the next untried direction; a step up one height goes one
      *> deeper, a peak is a finished trail, and a cell with no
      *> directions left is backed out of.
       WALK-TRAILHEAD.
           MOVE 0 TO LS-HEAD-TRAILS
           MOVE 0 TO LS-SHORTEST-TRAIL LS-SHORTEST-LENGTH
           MOVE 0 TO LS-LONGEST-TRAIL LS-LONGEST-LENGTH
           PERFORM VARYING LS-DIR-IDX FROM 1 BY 1
               UNTIL LS-DIR-IDX > 4
               MOVE 0 TO LS-FIRST-STEP-COUNT(LS-DIR-IDX)
           END-PERFORM
           MOVE 1 TO LS-DEPTH
           MOVE TRAIL-HEAD-ROW(TRAIL-HEADS-INDEX) TO LS-PATH-ROW(1)
           MOVE TRAIL-HEAD-COL(TRAIL-HEADS-INDEX) TO LS-PATH-COL(1)
           MOVE 0 TO LS-PATH-DIR(1)
           PERFORM UNTIL LS-DEPTH = 0
               IF LS-DEPTH = C-TRAIL-CELLS
                   PERFORM WRITE-TRAIL
                   SUBTRACT 1 FROM LS-DEPTH
                   EXIT PERFORM CYCLE
               END-IF
               IF LS-PATH-DIR(LS-DEPTH) = 4
                   SUBTRACT 1 FROM LS-DEPTH
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO LS-PATH-DIR(LS-DEPTH)
               PERFORM TRY-STEP
               IF LS-NBR-OK = 1
                   ADD 1 TO LS-DEPTH
                   MOVE LS-NBR-ROW TO LS-PATH-ROW(LS-DEPTH)
                   MOVE LS-NBR-COL TO LS-PATH-COL(LS-DEPTH)
                   MOVE 0 TO LS-PATH-DIR(LS-DEPTH)
               END-IF
           END-PERFORM
           .

      *> Is the neighbour in the current cell's current direction on
      *> the map and exactly one height higher? The path depth is
      *> the height plus one, so the next height is the depth.
       TRY-STEP.
           MOVE 0 TO LS-NBR-OK
           MOVE LS-PATH-ROW(LS-DEPTH) TO LS-NBR-ROW
           MOVE LS-PATH-COL(LS-DEPTH) TO LS-NBR-COL
           EVALUATE LS-PATH-DIR(LS-DEPTH)
               WHEN 1
                   IF LS-NBR-ROW = 1
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT 1 FROM LS-NBR-ROW
               WHEN 2
                   IF LS-NBR-COL = GRID-SIZE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO LS-NBR-COL
               WHEN 3
                   IF LS-NBR-ROW = GRID-SIZE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO LS-NBR-ROW
               WHEN 4
                   IF LS-NBR-COL = 1
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT 1 FROM LS-NBR-COL
           END-EVALUATE
           MOVE LS-DEPTH TO LS-NEXT-HEIGHT
           IF GRID-CELL(LS-NBR-ROW, LS-NBR-COL) = LS-NEXT-HEIGHT
               MOVE 1 TO LS-NBR-OK
           END-IF
           .

       WRITE-TRAIL.
           ADD 1 TO LS-TRAIL-NUMBER
           ADD 1 TO LS-HEAD-TRAILS
           COMPUTE LS-TRAIL-LENGTH = LS-DEPTH - 1
           ADD 1 TO LS-FIRST-STEP-COUNT(LS-PATH-DIR(1))
           IF LS-HEAD-TRAILS = 1
               OR LS-TRAIL-LENGTH < LS-SHORTEST-LENGTH
               MOVE LS-TRAIL-NUMBER TO LS-SHORTEST-TRAIL
               MOVE LS-TRAIL-LENGTH TO LS-SHORTEST-LENGTH
           END-IF
           IF LS-HEAD-TRAILS = 1
               OR LS-TRAIL-LENGTH > LS-LONGEST-LENGTH
               MOVE LS-TRAIL-NUMBER TO LS-LONGEST-TRAIL
               MOVE LS-TRAIL-LENGTH TO LS-LONGEST-LENGTH
           END-IF

           PERFORM START-EXPORT-RECORD
           MOVE "T" TO TX-RECORD-TYPE
           MOVE LS-TRAIL-NUMBER TO TX-TRAIL-NUMBER
           MOVE LS-TRAIL-LENGTH TO TX-TRAIL-LENGTH
           MOVE LS-DEPTH TO TX-CELL-COUNT
           PERFORM VARYING LS-CELL-IDX FROM 1 BY 1
               UNTIL LS-CELL-IDX > LS-DEPTH
               MOVE LS-PATH-ROW(LS-CELL-IDX)
                   TO TX-CELL-ROW(LS-CELL-IDX)
               MOVE "," TO TX-CELL-SEP(LS-CELL-IDX)
               MOVE LS-PATH-COL(LS-CELL-IDX)
                   TO TX-CELL-COL(LS-CELL-IDX)
           END-PERFORM
           WRITE TRAIL-EXPORT-RECORD
           .

       WRITE-TRAILHEAD-SUMMARY.
           PERFORM START-EXPORT-RECORD
           MOVE "S" TO TX-RECORD-TYPE
           MOVE LS-HEAD-TRAILS TO TX-TRAIL-COUNT
           MOVE LS-SHORTEST-TRAIL TO TX-SHORTEST-TRAIL
           MOVE LS-SHORTEST-LENGTH TO TX-SHORTEST-LENGTH
           MOVE LS-LONGEST-TRAIL TO TX-LONGEST-TRAIL
           MOVE LS-LONGEST-LENGTH TO TX-LONGEST-LENGTH
           PERFORM VARYING LS-DIR-IDX FROM 1 BY 1
               UNTIL LS-DIR-IDX > 4
               MOVE LS-DIR-NAMES(LS-DIR-IDX:1)
                   TO TX-FIRST-STEP-DIR(LS-DIR-IDX)
               MOVE LS-FIRST-STEP-COUNT(LS-DIR-IDX)
                   TO TX-FIRST-STEP-COUNT(LS-DIR-IDX)
           END-PERFORM
           WRITE TRAIL-EXPORT-RECORD
           .

       START-EXPORT-RECORD.
           MOVE SPACES TO TRAIL-EXPORT-RECORD
           MOVE LS-TRAILHEADS-WRITTEN TO TX-TRAILHEAD-NUMBER
           MOVE TRAIL-HEAD-ROW(TRAIL-HEADS-INDEX) TO TX-HEAD-ROW
           MOVE "," TO TX-HEAD-SEP
           MOVE TRAIL-HEAD-COL(TRAIL-HEADS-INDEX) TO TX-HEAD-COL
           .
       END PROGRAM EXPORT-TRAILS.
