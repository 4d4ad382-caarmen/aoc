      *> =================================================================
      *> Copyright 2025 - Present, Carmen Alvarez
      *>
      *> This file is part of Advent of code - @caarmen.
      *>
      *> Advent of code - @caarmen is free software: you can redistribute
      *> it and/or modify it under the terms of the GNU General Public
      *> License as published by the Free Software Foundation, either
      *> version 3 of the License, or (at your option) any later version.
      *>
      *> Advent of code - @caarmen is distributed in the hope that it will
      *> be useful, but WITHOUT ANY WARRANTY; without even the implied
      *> warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *> See the GNU General Public License for more details.
      *>
      *> You should have received a copy of the GNU General Public License
      *> along with Advent of code - @caarmen. If not, see
      *> <https://www.gnu.org/licenses/>.
      *> =================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTPLAN.

      *> New-antenna placement planner. ANTMAINT applies antenna
      *> adds, but the cell for a new antenna has been picked by
      *> guesswork and the interference only seen afterwards. This
      *> program takes the frequency symbol to be added and the
      *> cells physically available for it, and evaluates every
      *> candidate against the current antenna master through the
      *> same CALCULATE-ANTINODES rules DAY08 uses: the new antenna
      *> pairs with each antenna already on that frequency, and the
      *> antinode locations those pairs produce that no current
      *> antenna pair already produces are the new antinodes the
      *> placement would create. Candidates are ranked fewest new
      *> antinodes first; alongside, how many of the candidate's
      *> antinodes land on cells that are already cross-frequency
      *> hotspots. Ranking goes to the master's ".antplan"
      *> companion; the top candidates are written to
      *> ".antplan-txn" as ADD transactions in ANTMAINT's format,
      *> ready to be applied once the siting desk signs off.
      *>
      *> Candidate file: one usable cell per line, "<row> <col>".
      *> Cells off the grid or already holding an antenna are
      *> dropped with a line in the report.
      *>
      *> Command-line arguments:
      *> LS-MASTER-PATH: the antenna master file.
      *> LS-SYMBOL-TOKEN: the frequency symbol to place.
      *> LS-CAND-PATH: the candidate-cell file.
      *> LS-TOP-TOKEN: ADD transactions to emit (default 3).
      *>
      *> Returns 4 when any candidate was dropped, 8 when none
      *> was usable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-REJECTED-LOG ASSIGN TO LS-REJECTED-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REJECTED-LOG-STATUS.
           SELECT FD-CAND ASSIGN TO LS-CAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CAND-STATUS.
           SELECT FD-PLAN ASSIGN TO LS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PLAN-STATUS.
           SELECT FD-PLAN-TXN ASSIGN TO LS-PLAN-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PLAN-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> CALCULATE-ANTINODES logs every pair's out-of-grid stop
      *> here; the planner keeps its own log beside the master so
      *> DAY08's is left alone.
       FD  FD-REJECTED-LOG EXTERNAL.
       01  F-REJECTED-LOG-RECORD                 PIC X(60).
       FD  FD-CAND.
       01  F-CAND-RECORD                         PIC X(30).
       FD  FD-PLAN.
       01  F-PLAN-RECORD                         PIC X(80).
       FD  FD-PLAN-TXN.
       01  F-PLAN-TXN-RECORD                     PIC X(30).

       LOCAL-STORAGE SECTION.
       01  C-MAX-CANDIDATES                      CONSTANT 200.
       COPY "antennas" IN "08".
       COPY "set" IN "08".
       COPY "edge" IN "08".
       COPY "hotspot" IN "08".
      *> Scratch groups for one candidate's new pairs, cleared
      *> before every evaluation.
       COPY "set" IN "08"
           REPLACING LEADING ==SET-== BY ==CAND-SET-==.
       COPY "edge" IN "08"
           REPLACING LEADING ==EDGE-== BY ==CAND-EDGE-==.
       COPY "hotspot" IN "08"
           REPLACING LEADING ==HOTSPOT-== BY ==CAND-HOTSPOT-==.
       01  LS-GRID-SIZE                          PIC 9(2) COMP.
       01  LS-ANTENNA-PAIR-INDEX                 PIC 9(2) COMP.
       01  LS-COMMAND-LINE                       PIC X(120).
       01  LS-MASTER-PATH                        PIC X(30).
       01  LS-SYMBOL-TOKEN                       PIC X(2).
       01  LS-SYMBOL                             PIC X(1).
       01  LS-CAND-PATH                          PIC X(40).
       01  LS-TOP-TOKEN                          PIC X(3).
       01  LS-TOP-COUNT                          PIC 9(3) VALUE 3.
       01  LS-REJECTED-LOG-PATH                  PIC X(40).
       01  LS-REJECTED-LOG-STATUS                PIC X(2).
       01  LS-CAND-STATUS                        PIC X(2).
       01  LS-PLAN-PATH                          PIC X(40).
       01  LS-PLAN-STATUS                        PIC X(2).
       01  LS-PLAN-TXN-PATH                      PIC X(40).
       01  LS-PLAN-TXN-STATUS                    PIC X(2).
      *> Position of the planned frequency in ANTENNAS-GRP; 0 when
      *> nothing on that frequency is on file yet, in which case
      *> every candidate creates no antinodes at all.
       01  LS-SYMBOL-INDEX                       PIC 9(3) COMP.
       01  LS-COORD-INDEX                        PIC 9(1) COMP.
       01  LS-CAND-ROW-TOKEN                     PIC X(6).
       01  LS-CAND-COL-TOKEN                     PIC X(6).
       01  LS-CAND-ROW                           PIC 9(2) COMP.
       01  LS-CAND-COL                           PIC 9(2) COMP.
       01  LS-CAND-LINE                          PIC 9(4) VALUE 0.
       01  LS-CAND-OCCUPIED                      PIC 9(1).
       01  LS-DROPPED-COUNT                      PIC 9(4) VALUE 0.
       01  LS-DROP-REASON                        PIC X(30).
       01  LS-CAND-COUNT                         PIC 9(3) COMP VALUE 0.
       01  LS-CAND-TABLE.
           05  LS-CAND-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON LS-CAND-COUNT.
               10  LS-RANK-NEW                   PIC 9(5) COMP.
               10  LS-RANK-HOT                   PIC 9(5) COMP.
               10  LS-RANK-SEQ                   PIC 9(4) COMP.
               10  LS-RANK-ROW                   PIC 9(2) COMP.
               10  LS-RANK-COL                   PIC 9(2) COMP.
       01  LS-CAND-IDX                           PIC 9(3) COMP.
       01  LS-NODE-IDX                           PIC 9(5) COMP.
       01  LS-NODE-FOUND                         PIC 9(1).
       01  LS-HOTSPOT-CELLS                      PIC 9(4) VALUE 0.
       01  LS-TXN-COUNT                          PIC 9(3) VALUE 0.
       01  LS-ROW-DISPLAY                        PIC Z9.
       01  LS-COL-DISPLAY                        PIC Z9.
       01  LS-ROW-OUT                            PIC 99.
       01  LS-COL-OUT                            PIC 99.
       01  LS-RANK-DISPLAY                       PIC ZZ9.
       01  LS-NEW-DISPLAY                        PIC Z(4)9.
       01  LS-HOT-DISPLAY                        PIC Z(4)9.
       01  LS-SET-SIZE-DISPLAY                   PIC Z(4)9.
       01  LS-LINE-DISPLAY                       PIC Z(3)9.
       01  LS-RUN-START-TS                       PIC X(21).
       01  LS-RUN-END-TS                         PIC X(21).
       01  LS-RUN-RESULT                         PIC X(200).
       01  LS-LOG-PATH                           PIC X(100).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MASTER-PATH LS-SYMBOL-TOKEN LS-CAND-PATH
                    LS-TOP-TOKEN
           IF LS-MASTER-PATH = SPACES OR LS-CAND-PATH = SPACES
               OR LS-SYMBOL-TOKEN(2:1) NOT = SPACE
               OR LS-SYMBOL-TOKEN(1:1) = "."
               DISPLAY "ANTPLAN: usage: antplan <master-file> "
                   "<symbol> <candidate-file> [top-n]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-SYMBOL-TOKEN(1:1) TO LS-SYMBOL
           IF LS-TOP-TOKEN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(LS-TOP-TOKEN) = 0
               COMPUTE LS-TOP-COUNT = FUNCTION NUMVAL(LS-TOP-TOKEN)
           END-IF
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".antplan" DELIMITED BY SIZE
               INTO LS-PLAN-PATH
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".antplan-txn" DELIMITED BY SIZE
               INTO LS-PLAN-TXN-PATH
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".antplan-rejected" DELIMITED BY SIZE
               INTO LS-REJECTED-LOG-PATH

           OPEN OUTPUT FD-REJECTED-LOG
           IF LS-REJECTED-LOG-STATUS NOT = "00"
               DISPLAY "ANTPLAN: ERROR OPENING " LS-REJECTED-LOG-PATH
                   " STATUS=" LS-REJECTED-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "PARSE-ANTENNAS-MASTER" USING
               BY REFERENCE LS-MASTER-PATH
               BY REFERENCE ANTENNAS-GRP
               BY REFERENCE LS-GRID-SIZE
           PERFORM COMPUTE-CURRENT-ANTINODES

           OPEN OUTPUT FD-PLAN
           IF LS-PLAN-STATUS NOT = "00"
               DISPLAY "ANTPLAN: ERROR OPENING " LS-PLAN-PATH
                   " STATUS=" LS-PLAN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-PLAN-RECORD
           STRING "ANTENNA PLACEMENT PLAN FOR FREQUENCY " LS-SYMBOL
               DELIMITED BY SIZE
               INTO F-PLAN-RECORD
           WRITE F-PLAN-RECORD
           MOVE SET-SIZE TO LS-SET-SIZE-DISPLAY
           MOVE LS-HOTSPOT-CELLS TO LS-HOT-DISPLAY
           MOVE SPACES TO F-PLAN-RECORD
           STRING "CURRENT ANTINODE LOCATIONS " LS-SET-SIZE-DISPLAY
               " HOTSPOT CELLS " LS-HOT-DISPLAY
               DELIMITED BY SIZE
               INTO F-PLAN-RECORD
           WRITE F-PLAN-RECORD

           PERFORM LOAD-CANDIDATE-CELLS
           IF LS-CAND-COUNT = 0
               CLOSE FD-PLAN
               CLOSE FD-REJECTED-LOG
               DISPLAY "ANTPLAN: no usable candidate cells in "
                   FUNCTION TRIM(LS-CAND-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-CAND-IDX FROM 1 BY 1
               UNTIL LS-CAND-IDX > LS-CAND-COUNT
               PERFORM EVALUATE-ONE-CANDIDATE
           END-PERFORM
           CLOSE FD-REJECTED-LOG

           SORT LS-CAND-ENTRY
               ON ASCENDING KEY LS-RANK-NEW
               ON ASCENDING KEY LS-RANK-HOT
               ON ASCENDING KEY LS-RANK-SEQ
           PERFORM WRITE-PLAN-REPORT
           CLOSE FD-PLAN
           PERFORM WRITE-ADD-TRANSACTIONS

           DISPLAY "ANTPLAN: " LS-CAND-COUNT " candidate(s) ranked, "
               LS-DROPPED-COUNT " dropped; report in "
               FUNCTION TRIM(LS-PLAN-PATH) ", " LS-TXN-COUNT
               " ADD transaction(s) in "
               FUNCTION TRIM(LS-PLAN-TXN-PATH)

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           MOVE LS-CAND-COUNT TO LS-NEW-DISPLAY
           STRING "frequency=" LS-SYMBOL " candidates="
               DELIMITED BY SIZE
               FUNCTION TRIM(LS-NEW-DISPLAY) DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           MOVE LS-MASTER-PATH TO LS-LOG-PATH
           CALL "WRITE-RUN-LOG" USING
               "ANTPLAN " LS-LOG-PATH LS-RUN-START-TS
               LS-RUN-END-TS LS-RUN-RESULT
           IF LS-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The antinode set and hotspot cells as the master stands,
      *> built pair by pair exactly as DAY08 builds them.
       COMPUTE-CURRENT-ANTINODES.
           MOVE 0 TO LS-SYMBOL-INDEX
           PERFORM VARYING ANTENNAS-INDEX FROM 1 BY 1
               UNTIL ANTENNAS-INDEX > ANTENNAS-SIZE
               IF ANTENNA-SYMBOL(ANTENNAS-INDEX) = LS-SYMBOL
                   SET LS-SYMBOL-INDEX TO ANTENNAS-INDEX
               END-IF
               PERFORM VARYING ANTENNA-COORDS-INDEX FROM 1 BY 1
                   UNTIL ANTENNA-COORDS-INDEX >
                       ANTENNA-COORDS-SIZE(ANTENNAS-INDEX)
                   PERFORM VARYING LS-ANTENNA-PAIR-INDEX FROM
                       ANTENNA-COORDS-INDEX BY 1
                       UNTIL LS-ANTENNA-PAIR-INDEX >
                           ANTENNA-COORDS-SIZE(ANTENNAS-INDEX)
                       IF LS-ANTENNA-PAIR-INDEX NOT =
                           ANTENNA-COORDS-INDEX
                           CALL "CALCULATE-ANTINODES" USING
                               BY REFERENCE LS-GRID-SIZE
                               BY REFERENCE ANTENNA-SYMBOL(
                                   ANTENNAS-INDEX
                               )
                               BY REFERENCE ANTENNA-ROW(
                                   ANTENNAS-INDEX,
                                   ANTENNA-COORDS-INDEX
                               )
                               BY REFERENCE ANTENNA-COL(
                                   ANTENNAS-INDEX,
                                   ANTENNA-COORDS-INDEX
                               )
                               BY REFERENCE ANTENNA-ROW(
                                   ANTENNAS-INDEX,
                                   LS-ANTENNA-PAIR-INDEX
                               )
                               BY REFERENCE ANTENNA-COL(
                                   ANTENNAS-INDEX,
                                   LS-ANTENNA-PAIR-INDEX
                               )
                               BY REFERENCE SET-GRP
                               BY REFERENCE EDGE-GRP
                               BY REFERENCE HOTSPOT-GRP
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           PERFORM VARYING HOTSPOT-INDEX FROM 1 BY 1
               UNTIL HOTSPOT-INDEX > HOTSPOT-SIZE
               IF HOTSPOT-SYM-COUNT(HOTSPOT-INDEX) >= 2
                   ADD 1 TO LS-HOTSPOT-CELLS
               END-IF
           END-PERFORM
           .

       LOAD-CANDIDATE-CELLS.
           OPEN INPUT FD-CAND
           IF LS-CAND-STATUS NOT = "00"
               DISPLAY "ANTPLAN: candidate file not found or "
                   "unreadable: " FUNCTION TRIM(LS-CAND-PATH)
                   " (status " LS-CAND-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CAND
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-CANDIDATE
               END-READ
           END-PERFORM
           CLOSE FD-CAND
           IF LS-DROPPED-COUNT > 0
               DISPLAY "ANTPLAN: " LS-DROPPED-COUNT
                   " candidate(s) dropped (occupied, off the grid, "
                   "unreadable, or past the table limit)"
           END-IF
           .

       LOAD-ONE-CANDIDATE.
           IF FUNCTION TRIM(F-CAND-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-CAND-LINE
           MOVE SPACES TO LS-CAND-ROW-TOKEN
           MOVE SPACES TO LS-CAND-COL-TOKEN
           UNSTRING F-CAND-RECORD DELIMITED BY ALL " "
               INTO LS-CAND-ROW-TOKEN LS-CAND-COL-TOKEN
           IF FUNCTION TEST-NUMVAL(LS-CAND-ROW-TOKEN) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-CAND-COL-TOKEN) NOT = 0
               MOVE "UNREADABLE" TO LS-DROP-REASON
               PERFORM DROP-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(LS-CAND-ROW-TOKEN) < 1
               OR FUNCTION NUMVAL(LS-CAND-ROW-TOKEN) > LS-GRID-SIZE
               OR FUNCTION NUMVAL(LS-CAND-COL-TOKEN) < 1
               OR FUNCTION NUMVAL(LS-CAND-COL-TOKEN) > LS-GRID-SIZE
               MOVE "OFF THE GRID" TO LS-DROP-REASON
               PERFORM DROP-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-CAND-ROW = FUNCTION NUMVAL(LS-CAND-ROW-TOKEN)
           COMPUTE LS-CAND-COL = FUNCTION NUMVAL(LS-CAND-COL-TOKEN)
           MOVE 0 TO LS-CAND-OCCUPIED
           PERFORM VARYING ANTENNAS-INDEX FROM 1 BY 1
               UNTIL ANTENNAS-INDEX > ANTENNAS-SIZE
               PERFORM VARYING ANTENNA-COORDS-INDEX FROM 1 BY 1
                   UNTIL ANTENNA-COORDS-INDEX >
                       ANTENNA-COORDS-SIZE(ANTENNAS-INDEX)
                   IF ANTENNA-ROW(ANTENNAS-INDEX, ANTENNA-COORDS-INDEX)
                       = LS-CAND-ROW
                       AND ANTENNA-COL(ANTENNAS-INDEX,
                           ANTENNA-COORDS-INDEX) = LS-CAND-COL
                       MOVE 1 TO LS-CAND-OCCUPIED
                   END-IF
               END-PERFORM
           END-PERFORM
           IF LS-CAND-OCCUPIED = 1
               MOVE "ANTENNA ALREADY ON CELL" TO LS-DROP-REASON
               PERFORM DROP-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           IF LS-CAND-COUNT >= C-MAX-CANDIDATES
               MOVE "PAST THE TABLE LIMIT" TO LS-DROP-REASON
               PERFORM DROP-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-CAND-COUNT
           MOVE LS-CAND-LINE TO LS-RANK-SEQ(LS-CAND-COUNT)
           MOVE LS-CAND-ROW TO LS-RANK-ROW(LS-CAND-COUNT)
           MOVE LS-CAND-COL TO LS-RANK-COL(LS-CAND-COUNT)
           MOVE 0 TO LS-RANK-NEW(LS-CAND-COUNT)
           MOVE 0 TO LS-RANK-HOT(LS-CAND-COUNT)
           .

       DROP-CANDIDATE.
           ADD 1 TO LS-DROPPED-COUNT
           MOVE LS-CAND-LINE TO LS-LINE-DISPLAY
           MOVE SPACES TO F-PLAN-RECORD
           STRING "DROPPED CANDIDATE " LS-LINE-DISPLAY ": "
               DELIMITED BY SIZE
               FUNCTION TRIM(F-CAND-RECORD) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               LS-DROP-REASON DELIMITED BY SIZE
               INTO F-PLAN-RECORD
           WRITE F-PLAN-RECORD
           .

      *> Only the new antenna's pairs change anything: every
      *> existing pair keeps its antinodes. Those pairs are run
      *> into the scratch groups, and each resulting location is
      *> looked up in the current set and hotspot list.
       EVALUATE-ONE-CANDIDATE.
           MOVE 0 TO CAND-SET-SIZE
           MOVE 0 TO CAND-EDGE-SIZE
           MOVE 0 TO CAND-HOTSPOT-SIZE
           MOVE LS-RANK-ROW(LS-CAND-IDX) TO LS-CAND-ROW
           MOVE LS-RANK-COL(LS-CAND-IDX) TO LS-CAND-COL
           IF LS-SYMBOL-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-COORD-INDEX FROM 1 BY 1
               UNTIL LS-COORD-INDEX >
                   ANTENNA-COORDS-SIZE(LS-SYMBOL-INDEX)
               CALL "CALCULATE-ANTINODES" USING
                   BY REFERENCE LS-GRID-SIZE
                   BY REFERENCE LS-SYMBOL
                   BY REFERENCE LS-CAND-ROW
                   BY REFERENCE LS-CAND-COL
                   BY REFERENCE ANTENNA-ROW(
                       LS-SYMBOL-INDEX, LS-COORD-INDEX)
                   BY REFERENCE ANTENNA-COL(
                       LS-SYMBOL-INDEX, LS-COORD-INDEX)
                   BY REFERENCE CAND-SET-GRP
                   BY REFERENCE CAND-EDGE-GRP
                   BY REFERENCE CAND-HOTSPOT-GRP
           END-PERFORM
           PERFORM VARYING CAND-SET-INDEX FROM 1 BY 1
               UNTIL CAND-SET-INDEX > CAND-SET-SIZE
               MOVE 0 TO LS-NODE-FOUND
               PERFORM VARYING SET-INDEX FROM 1 BY 1
                   UNTIL SET-INDEX > SET-SIZE OR LS-NODE-FOUND = 1
                   IF SET-NODE-ITEM(SET-INDEX) =
                       CAND-SET-NODE-ITEM(CAND-SET-INDEX)
                       MOVE 1 TO LS-NODE-FOUND
                   END-IF
               END-PERFORM
               IF LS-NODE-FOUND = 0
                   ADD 1 TO LS-RANK-NEW(LS-CAND-IDX)
               END-IF
               PERFORM VARYING HOTSPOT-INDEX FROM 1 BY 1
                   UNTIL HOTSPOT-INDEX > HOTSPOT-SIZE
                   IF HOTSPOT-CELL(HOTSPOT-INDEX) =
                       CAND-SET-NODE-ITEM(CAND-SET-INDEX)
                       AND HOTSPOT-SYM-COUNT(HOTSPOT-INDEX) >= 2
                       ADD 1 TO LS-RANK-HOT(LS-CAND-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-PLAN-REPORT.
           MOVE "CANDIDATES, FEWEST NEW ANTINODES FIRST"
               TO F-PLAN-RECORD
           WRITE F-PLAN-RECORD
           PERFORM VARYING LS-CAND-IDX FROM 1 BY 1
               UNTIL LS-CAND-IDX > LS-CAND-COUNT
               MOVE LS-CAND-IDX TO LS-RANK-DISPLAY
               MOVE LS-RANK-ROW(LS-CAND-IDX) TO LS-ROW-DISPLAY
               MOVE LS-RANK-COL(LS-CAND-IDX) TO LS-COL-DISPLAY
               MOVE LS-RANK-NEW(LS-CAND-IDX) TO LS-NEW-DISPLAY
               MOVE LS-RANK-HOT(LS-CAND-IDX) TO LS-HOT-DISPLAY
               MOVE SPACES TO F-PLAN-RECORD
               STRING "RANK " LS-RANK-DISPLAY
                   " ROW " LS-ROW-DISPLAY
                   " COL " LS-COL-DISPLAY
                   " NEW ANTINODES " LS-NEW-DISPLAY
                   " ON HOTSPOTS " LS-HOT-DISPLAY
                   DELIMITED BY SIZE
                   INTO F-PLAN-RECORD
               WRITE F-PLAN-RECORD
           END-PERFORM
           MOVE LS-CAND-COUNT TO LS-NEW-DISPLAY
           MOVE LS-DROPPED-COUNT TO LS-HOT-DISPLAY
           MOVE SPACES TO F-PLAN-RECORD
           STRING "TOTALS RANKED " LS-NEW-DISPLAY
               " DROPPED " LS-HOT-DISPLAY
               DELIMITED BY SIZE
               INTO F-PLAN-RECORD
           WRITE F-PLAN-RECORD
           .

      *> "ADD s rr cc", one per top candidate, in rank order.
       WRITE-ADD-TRANSACTIONS.
           OPEN OUTPUT FD-PLAN-TXN
           IF LS-PLAN-TXN-STATUS NOT = "00"
               DISPLAY "ANTPLAN: ERROR OPENING " LS-PLAN-TXN-PATH
                   " STATUS=" LS-PLAN-TXN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-CAND-IDX FROM 1 BY 1
               UNTIL LS-CAND-IDX > LS-CAND-COUNT
               OR LS-CAND-IDX > LS-TOP-COUNT
               MOVE LS-RANK-ROW(LS-CAND-IDX) TO LS-ROW-OUT
               MOVE LS-RANK-COL(LS-CAND-IDX) TO LS-COL-OUT
               MOVE SPACES TO F-PLAN-TXN-RECORD
               STRING "ADD " LS-SYMBOL " " LS-ROW-OUT " " LS-COL-OUT
                   DELIMITED BY SIZE
                   INTO F-PLAN-TXN-RECORD
               WRITE F-PLAN-TXN-RECORD
               ADD 1 TO LS-TXN-COUNT
           END-PERFORM
           CLOSE FD-PLAN-TXN
           .
       END PROGRAM ANTPLAN.
