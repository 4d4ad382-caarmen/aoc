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
       PROGRAM-ID. MAZEMAINT.

      *> Transaction maintenance for the DAY16 maze master. Facilities
      *> move a few walls at a time; instead of re-keying the whole
      *> grid, the maze is kept as a master file - in exactly the
      *> layout DAY16 reads, so the nightly run points straight at
      *> it - and the week's wall changes are applied against it:
      *>
      *>     ADD rrr ccc [yyyymmdd]      (build a wall on the tile)
      *>     DEL rrr ccc [yyyymmdd]      (knock the wall down)
      *>
      *> The date is the day the change takes effect and defaults to
      *> today. A transaction is rejected when it touches the border
      *> or the S or E tile, falls off the grid, adds a wall where
      *> one already stands, or removes a wall that is not there.
      *>
      *> After every applied change the maze is recosted through
      *> DAY16's PROCESS-GRID and TRACE-PATHS (link this source with
      *> day16.cob), and "<master>.impact" shows how the best route
      *> cost and the number of best-path tiles moved against the
      *> layout just before that change; a change that leaves no
      *> route from S to E is flagged. Every transaction, applied or
      *> rejected, is logged in "<master>.changes" with its effective
      *> date, and the master's before-image goes to the shared
      *> journal before it is rewritten. The change lines are held
      *> until the master has been rewritten: a rewrite that fails
      *> logs its changes as FAILED, never as APPLIED.
      *>
      *> Like the other master maintenance programs, a run needs
      *> MAINT-RELEASE (maker-checker, through MAKECHK) and
      *> FREEZE-RELEASE before it may change the master, and goes
      *> on the run log with its transaction counts.
      *>
      *> Because every applied change is in the change log, the
      *> layout on any past day can be rebuilt: the ASOF form backs
      *> the changes effective after that day out of the current
      *> master and writes the result to "<master>.asof", ready for
      *> DAY16.
      *>
      *> Command-line arguments:
      *>     mazemaint <master-file> <txn-file> [<turn-cost>]
      *>     mazemaint ASOF <master-file> <yyyymmdd>
      *>
      *> Returns 4 when any transaction was rejected or a change
      *> leaves the maze without a route, 8 when the master or the
      *> transaction file cannot be read, 12 on an output failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MASTER ASSIGN TO LS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MASTER-STATUS.
           SELECT FD-TXN ASSIGN TO LS-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-TXN-STATUS.
           SELECT FD-IMPACT ASSIGN TO LS-IMPACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-IMPACT-STATUS.
           SELECT FD-CHANGES ASSIGN TO LS-CHANGES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CHANGES-STATUS.
           SELECT FD-ASOF ASSIGN TO LS-ASOF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ASOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-MASTER.
       01  F-MASTER-RECORD                PIC X(141).
       FD  FD-TXN.
       01  F-TXN-RECORD                   PIC X(30).
       FD  FD-IMPACT.
       01  F-IMPACT-RECORD                PIC X(100).
      *> One change-log line, fixed columns so ASOF can read it
      *> back:
      *>     timestamp action row col EFFECTIVE date disposition
       FD  FD-CHANGES.
       01  F-CHANGES-RECORD               PIC X(100).
       01  F-CHANGES-FIELDS REDEFINES F-CHANGES-RECORD.
           05  F-CHG-TIMESTAMP           PIC X(14).
           05  FILLER                    PIC X(1).
           05  F-CHG-ACTION              PIC X(3).
           05  FILLER                    PIC X(1).
           05  F-CHG-ROW                 PIC 9(3).
           05  FILLER                    PIC X(1).
           05  F-CHG-COL                 PIC 9(3).
           05  FILLER                    PIC X(11).
           05  F-CHG-EFFECTIVE           PIC X(8).
           05  FILLER                    PIC X(1).
           05  F-CHG-DISPOSITION         PIC X(54).
       FD  FD-ASOF.
       01  F-ASOF-RECORD                  PIC X(141).

       WORKING-STORAGE SECTION.
       COPY "constants" IN "16".

       LOCAL-STORAGE SECTION.
       01  C-MAX-CHANGES                 CONSTANT 5000.
       01  LS-COMMAND-LINE                PIC X(220).
       01  LS-MODE-TOKEN                  PIC X(8).
       01  LS-MASTER-PATH                 PIC X(100).
       01  LS-TXN-PATH                    PIC X(100).
       01  LS-TURN-TEXT                   PIC X(8).
       01  LS-TURN-COST                   PIC 9(5) VALUE 1000.
       01  LS-ASOF-DATE                   PIC X(8).
       01  LS-IMPACT-PATH                 PIC X(110).
       01  LS-CHANGES-PATH                PIC X(110).
       01  LS-ASOF-PATH                   PIC X(110).
       01  LS-MASTER-STATUS               PIC X(2).
       01  LS-TXN-STATUS                  PIC X(2).
       01  LS-IMPACT-STATUS               PIC X(2).
       01  LS-CHANGES-STATUS              PIC X(2).
       01  LS-ASOF-STATUS                 PIC X(2).
       01  LS-NOW                         PIC X(21).
      *> The maze as held on the master, one character per tile.
       01  LS-MAZE-SIZE                   PIC 9(3) VALUE 0.
       01  LS-MAZE-ROW-COUNT              PIC 9(3) VALUE 0.
       01  LS-MAZE-ROWS OCCURS 141 TIMES.
           05  LS-MAZE-CELL              PIC X(1) OCCURS 141 TIMES.
       01  LS-ROW                         PIC 9(3).
       01  LS-COL                         PIC 9(3).
       01  LS-DIR-IDX                     PIC 9(1).
       01  LS-TXN-ACTION                  PIC X(3).
       01  LS-TXN-ROW-TEXT                PIC X(5).
       01  LS-TXN-COL-TEXT                PIC X(5).
       01  LS-TXN-DATE                    PIC X(8).
       01  LS-TXN-ROW                     PIC 9(3).
       01  LS-TXN-COL                     PIC 9(3).
       01  LS-TXN-NUMBER                  PIC 9(4) VALUE 0.
       01  LS-REJECT-REASON               PIC X(40).
       01  LS-APPLIED-COUNT               PIC 9(4) VALUE 0.
       01  LS-REJECTED-COUNT              PIC 9(4) VALUE 0.
       01  LS-NO-ROUTE-COUNT              PIC 9(4) VALUE 0.
      *> Best route cost and best-path tile count of the layout
      *> before and after the change being applied.
       01  LS-COST-BEFORE                 PIC 9(6).
       01  LS-TILES-BEFORE                PIC 9(6).
       01  LS-COST-AFTER                  PIC 9(6).
       01  LS-TILES-AFTER                 PIC 9(6).
       01  LS-COST-DELTA                  PIC S9(6).
       01  LS-TILES-DELTA                 PIC S9(6).
       01  LS-TXN-NUM-DISPLAY             PIC Z(3)9.
       01  LS-COST-DISPLAY                PIC Z(5)9.
       01  LS-TILES-DISPLAY               PIC Z(5)9.
       01  LS-AFTER-DISPLAY               PIC Z(5)9.
       01  LS-DELTA-DISPLAY               PIC -(6)9.
       01  LS-ROUTE-TEXT                  PIC X(40).
       01  LS-JOURNAL-TARGET              PIC X(200).
       01  LS-JOURNAL-STATUS              PIC X(2).
       01  LS-RELEASED                    PIC X(1).
       01  LS-RUN-START-TS                PIC X(21).
       01  LS-RUN-END-TS                  PIC X(21).
       01  LS-RUN-RESULT                  PIC X(200).
       01  LS-TXN-TOTAL                   PIC 9(4).
      *> Change-log lines of this run, written once the master has
      *> been rewritten.
       01  LS-REWRITE-OK                  PIC X(1) VALUE "Y".
       01  LS-REWRITE-NOTE                PIC X(15).
       01  LS-HELD-COUNT                  PIC 9(4) VALUE 0.
       01  LS-HELD-TABLE OCCURS 5000 TIMES.
           05  LS-HELD-LINE              PIC X(100).
       01  LS-HELD-IDX                    PIC 9(4).
      *> ASOF: the applied changes from the log, backed out newest
      *> first.
       01  LS-CHANGE-COUNT                PIC 9(4) VALUE 0.
       01  LS-CHANGE-TABLE OCCURS 5000 TIMES.
           05  LS-CHG-ACTION             PIC X(3).
           05  LS-CHG-ROW                PIC 9(3).
           05  LS-CHG-COL                PIC 9(3).
           05  LS-CHG-EFFECTIVE          PIC X(8).
       01  LS-CHANGE-IDX                  PIC 9(4).
       01  LS-BACKED-OUT                  PIC 9(4) VALUE 0.
       COPY "grid" IN "16".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW TO LS-RUN-START-TS
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           IF LS-COMMAND-LINE(1:5) = "ASOF "
               UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                   INTO LS-MODE-TOKEN LS-MASTER-PATH LS-ASOF-DATE
           ELSE
               UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                   INTO LS-MASTER-PATH LS-TXN-PATH LS-TURN-TEXT
           END-IF
           IF LS-MASTER-PATH = SPACES
               OR (LS-MODE-TOKEN = SPACES AND LS-TXN-PATH = SPACES)
               OR (LS-MODE-TOKEN = "ASOF"
                   AND (LS-ASOF-DATE = SPACES
                   OR LS-ASOF-DATE IS NOT NUMERIC))
               DISPLAY "MAZEMAINT: usage: mazemaint <master-file> "
                   "<transaction-file> [<turn-cost>]"
               DISPLAY "MAZEMAINT:        mazemaint ASOF "
                   "<master-file> <yyyymmdd>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-TURN-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(LS-TURN-TEXT) = 0
               COMPUTE LS-TURN-COST = FUNCTION NUMVAL(LS-TURN-TEXT)
           END-IF
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".impact" DELIMITED BY SIZE
               INTO LS-IMPACT-PATH
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".changes" DELIMITED BY SIZE
               INTO LS-CHANGES-PATH

           IF LS-MODE-TOKEN = "ASOF"
               PERFORM LOAD-MAZE-MASTER
               PERFORM REBUILD-AS-OF
               STOP RUN
           END-IF

      *> Where master changes need maker-checker approval, only a
      *> MAKECHK-approved batch gets past this point.
           CALL "MAINT-RELEASE" USING "MAZEMAINT" LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> No wall changes inside a change freeze on this master,
      *> short of an emergency override with its ticket.
           CALL "FREEZE-RELEASE" USING "MAZEMAINT" "MAZEMNT "
               LS-MASTER-PATH LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MAZE-MASTER

           OPEN OUTPUT FD-IMPACT
           IF LS-IMPACT-STATUS NOT = "00"
               DISPLAY "MAZEMAINT: ERROR OPENING " LS-IMPACT-PATH
                   " STATUS=" LS-IMPACT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FD-CHANGES
           IF LS-CHANGES-STATUS = "05" OR LS-CHANGES-STATUS = "35"
               OPEN OUTPUT FD-CHANGES
           END-IF
           IF LS-CHANGES-STATUS NOT = "00"
               DISPLAY "MAZEMAINT: ERROR OPENING " LS-CHANGES-PATH
                   " STATUS=" LS-CHANGES-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COST-CURRENT-MAZE
           MOVE LS-COST-AFTER TO LS-COST-BEFORE
           MOVE LS-TILES-AFTER TO LS-TILES-BEFORE
           PERFORM FORMAT-ROUTE-TEXT
           MOVE SPACES TO F-IMPACT-RECORD
           STRING "MAZE MASTER " DELIMITED BY SIZE
               FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               " BEFORE CHANGES: " DELIMITED BY SIZE
               FUNCTION TRIM(LS-ROUTE-TEXT) DELIMITED BY SIZE
               INTO F-IMPACT-RECORD
           WRITE F-IMPACT-RECORD

           PERFORM APPLY-TRANSACTIONS

           PERFORM FORMAT-ROUTE-TEXT
           MOVE SPACES TO F-IMPACT-RECORD
           STRING "AFTER ALL CHANGES: " DELIMITED BY SIZE
               FUNCTION TRIM(LS-ROUTE-TEXT) DELIMITED BY SIZE
               INTO F-IMPACT-RECORD
           WRITE F-IMPACT-RECORD
           CLOSE FD-IMPACT
           IF LS-APPLIED-COUNT > 0
               PERFORM REWRITE-MAZE-MASTER
           END-IF
           PERFORM WRITE-HELD-CHANGES
           CLOSE FD-CHANGES

      *> The master change goes on the run log under the invoking
      *> user, with its transaction count, for the access audit.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           COMPUTE LS-TXN-TOTAL = LS-APPLIED-COUNT + LS-REJECTED-COUNT
           MOVE SPACES TO LS-RUN-RESULT
           MOVE SPACES TO LS-REWRITE-NOTE
           IF LS-REWRITE-OK NOT = "Y"
               MOVE " REWRITE FAILED" TO LS-REWRITE-NOTE
           END-IF
           STRING "txns=" LS-TXN-TOTAL " applied=" LS-APPLIED-COUNT
               " rejected=" LS-REJECTED-COUNT DELIMITED BY SIZE
               " master=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               LS-REWRITE-NOTE DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "MAZEMNT " LS-MASTER-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
           IF LS-REWRITE-OK NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "MAZEMAINT: " LS-APPLIED-COUNT " applied, "
               LS-REJECTED-COUNT " rejected; impact detail in "
               FUNCTION TRIM(LS-IMPACT-PATH)
           IF LS-REJECTED-COUNT > 0 OR LS-NO-ROUTE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-MAZE-MASTER.
           OPEN INPUT FD-MASTER
           IF LS-MASTER-STATUS NOT = "00"
               DISPLAY "MAZEMAINT: master file not found or "
                   "unreadable: " FUNCTION TRIM(LS-MASTER-PATH)
                   " (status " LS-MASTER-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-MASTER
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-MASTER-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               IF LS-MAZE-SIZE = 0
                   COMPUTE LS-MAZE-SIZE =
                       FUNCTION LENGTH(FUNCTION TRIM(F-MASTER-RECORD))
               END-IF
               IF LS-MAZE-ROW-COUNT < 141
                   ADD 1 TO LS-MAZE-ROW-COUNT
                   MOVE F-MASTER-RECORD
                       TO LS-MAZE-ROWS(LS-MAZE-ROW-COUNT)
               END-IF
           END-PERFORM
           CLOSE FD-MASTER
           IF LS-MAZE-SIZE < 3 OR LS-MAZE-ROW-COUNT NOT = LS-MAZE-SIZE
               DISPLAY "MAZEMAINT: master is not a square maze: "
                   FUNCTION TRIM(LS-MASTER-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> Rebuild DAY16's grid from the master image - the costing
      *> writes parents, distances and path marks into the group,
      *> so every recost starts from a fresh copy - then run the
      *> same costing DAY16 does.
       COST-CURRENT-MAZE.
           MOVE LS-MAZE-SIZE TO GRID-SIZE
           MOVE 0 TO START-ROW
           MOVE 0 TO END-ROW
           PERFORM VARYING LS-ROW FROM 1 BY 1
               UNTIL LS-ROW > LS-MAZE-SIZE
               AFTER LS-COL FROM 1 BY 1
               UNTIL LS-COL > LS-MAZE-SIZE
               MOVE LS-MAZE-CELL(LS-ROW, LS-COL)
                   TO GRID-CELL(LS-ROW, LS-COL)
               MOVE 0 TO PATH-DIR(LS-ROW, LS-COL)
               PERFORM VARYING LS-DIR-IDX FROM 1 BY 1
                   UNTIL LS-DIR-IDX > 4
                   MOVE 0 TO PARENT-ROW(LS-ROW, LS-COL, LS-DIR-IDX)
                   MOVE 0 TO PARENT-COL(LS-ROW, LS-COL, LS-DIR-IDX)
                   MOVE C-INFINITY
                       TO DIST-THRU-PARENT(LS-ROW, LS-COL, LS-DIR-IDX)
               END-PERFORM
               EVALUATE LS-MAZE-CELL(LS-ROW, LS-COL)
                   WHEN "S"
                       MOVE LS-ROW TO START-ROW
                       MOVE LS-COL TO START-COL
                   WHEN "E"
                       MOVE LS-ROW TO END-ROW
                       MOVE LS-COL TO END-COL
               END-EVALUATE
           END-PERFORM
           IF START-ROW = 0 OR END-ROW = 0
               DISPLAY "MAZEMAINT: master has no S or no E tile: "
                   FUNCTION TRIM(LS-MASTER-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "PROCESS-GRID" USING BY REFERENCE
               GRID-GRP
               LS-TURN-COST
      *> With E cut off there are no parents to trace back through.
           MOVE C-INFINITY TO LS-COST-AFTER
           MOVE 0 TO LS-TILES-AFTER
           PERFORM VARYING LS-DIR-IDX FROM 1 BY 1
               UNTIL LS-DIR-IDX > 4
               IF DIST-THRU-PARENT(END-ROW, END-COL, LS-DIR-IDX)
                   < LS-COST-AFTER
                   MOVE DIST-THRU-PARENT(END-ROW, END-COL, LS-DIR-IDX)
                       TO LS-COST-AFTER
               END-IF
           END-PERFORM
           IF LS-COST-AFTER < C-INFINITY
               CALL "TRACE-PATHS" USING BY REFERENCE
                   GRID-GRP
                   LS-TURN-COST
                   LS-COST-AFTER
                   LS-TILES-AFTER
           END-IF
           .

       FORMAT-ROUTE-TEXT.
           MOVE SPACES TO LS-ROUTE-TEXT
           IF LS-COST-AFTER = C-INFINITY
               MOVE "NO ROUTE FROM S TO E" TO LS-ROUTE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE LS-COST-AFTER TO LS-COST-DISPLAY
           MOVE LS-TILES-AFTER TO LS-TILES-DISPLAY
           STRING "COST " DELIMITED BY SIZE
               FUNCTION TRIM(LS-COST-DISPLAY) DELIMITED BY SIZE
               " BEST-PATH TILES " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TILES-DISPLAY) DELIMITED BY SIZE
               INTO LS-ROUTE-TEXT
           .

       APPLY-TRANSACTIONS.
           OPEN INPUT FD-TXN
           IF LS-TXN-STATUS NOT = "00"
               DISPLAY "MAZEMAINT: transaction file not found or "
                   "unreadable: " FUNCTION TRIM(LS-TXN-PATH)
                   " (status " LS-TXN-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-TXN
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(F-TXN-RECORD) NOT = SPACES
                           AND F-TXN-RECORD(1:1) NOT = "*"
                           PERFORM APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-TXN
           .

       APPLY-ONE-TRANSACTION.
           ADD 1 TO LS-TXN-NUMBER
           MOVE LS-TXN-NUMBER TO LS-TXN-NUM-DISPLAY
           MOVE SPACES TO LS-TXN-ACTION
           MOVE SPACES TO LS-TXN-ROW-TEXT
           MOVE SPACES TO LS-TXN-COL-TEXT
           MOVE SPACES TO LS-TXN-DATE
           MOVE 0 TO LS-TXN-ROW
           MOVE 0 TO LS-TXN-COL
           UNSTRING F-TXN-RECORD DELIMITED BY ALL " "
               INTO LS-TXN-ACTION LS-TXN-ROW-TEXT LS-TXN-COL-TEXT
                    LS-TXN-DATE
           IF LS-TXN-DATE = SPACES
               MOVE LS-NOW(1:8) TO LS-TXN-DATE
           END-IF
           PERFORM VALIDATE-TRANSACTION
           IF LS-REJECT-REASON NOT = SPACES
               ADD 1 TO LS-REJECTED-COUNT
               MOVE SPACES TO F-IMPACT-RECORD
               STRING "TXN " LS-TXN-NUM-DISPLAY " REJECTED: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(F-TXN-RECORD) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-REJECT-REASON) DELIMITED BY SIZE
                   INTO F-IMPACT-RECORD
               WRITE F-IMPACT-RECORD
               PERFORM WRITE-CHANGE-LINE
               EXIT PARAGRAPH
           END-IF

           IF LS-TXN-ACTION = "ADD"
               MOVE "#" TO LS-MAZE-CELL(LS-TXN-ROW, LS-TXN-COL)
           ELSE
               MOVE "." TO LS-MAZE-CELL(LS-TXN-ROW, LS-TXN-COL)
           END-IF
           ADD 1 TO LS-APPLIED-COUNT
           PERFORM WRITE-CHANGE-LINE
           PERFORM REPORT-CHANGE-IMPACT
           .

       VALIDATE-TRANSACTION.
           MOVE SPACES TO LS-REJECT-REASON
           IF LS-TXN-ACTION NOT = "ADD" AND LS-TXN-ACTION NOT = "DEL"
               MOVE "UNKNOWN ACTION" TO LS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(LS-TXN-ROW-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-TXN-COL-TEXT) NOT = 0
               OR LS-TXN-DATE IS NOT NUMERIC
               MOVE "MALFORMED TRANSACTION" TO LS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-TXN-ROW = FUNCTION NUMVAL(LS-TXN-ROW-TEXT)
           COMPUTE LS-TXN-COL = FUNCTION NUMVAL(LS-TXN-COL-TEXT)
           EVALUATE TRUE
               WHEN LS-TXN-ROW < 1 OR LS-TXN-ROW > LS-MAZE-SIZE
                   OR LS-TXN-COL < 1 OR LS-TXN-COL > LS-MAZE-SIZE
                   MOVE "TILE IS OFF THE GRID" TO LS-REJECT-REASON
               WHEN LS-TXN-ROW = 1 OR LS-TXN-ROW = LS-MAZE-SIZE
                   OR LS-TXN-COL = 1 OR LS-TXN-COL = LS-MAZE-SIZE
                   MOVE "TILE IS ON THE BORDER" TO LS-REJECT-REASON
               WHEN LS-MAZE-CELL(LS-TXN-ROW, LS-TXN-COL) = "S"
                   OR LS-MAZE-CELL(LS-TXN-ROW, LS-TXN-COL) = "E"
                   MOVE "TILE IS THE START OR END"
                       TO LS-REJECT-REASON
               WHEN LS-TXN-ACTION = "ADD"
                   AND LS-MAZE-CELL(LS-TXN-ROW, LS-TXN-COL) = "#"
                   MOVE "WALL ALREADY THERE" TO LS-REJECT-REASON
               WHEN LS-TXN-ACTION = "DEL"
                   AND LS-MAZE-CELL(LS-TXN-ROW, LS-TXN-COL) NOT = "#"
                   MOVE "NO WALL TO REMOVE" TO LS-REJECT-REASON
           END-EVALUATE
           .

       REPORT-CHANGE-IMPACT.
           PERFORM COST-CURRENT-MAZE
           MOVE SPACES TO F-IMPACT-RECORD
           STRING "TXN " LS-TXN-NUM-DISPLAY " APPLIED: "
               DELIMITED BY SIZE
               FUNCTION TRIM(F-TXN-RECORD) DELIMITED BY SIZE
               INTO F-IMPACT-RECORD
           WRITE F-IMPACT-RECORD
           MOVE SPACES TO F-IMPACT-RECORD
           EVALUATE TRUE
               WHEN LS-COST-AFTER = C-INFINITY
                   ADD 1 TO LS-NO-ROUTE-COUNT
                   MOVE "  NO ROUTE FROM S TO E AFTER THIS CHANGE"
                       TO F-IMPACT-RECORD
                   WRITE F-IMPACT-RECORD
               WHEN LS-COST-BEFORE = C-INFINITY
                   PERFORM FORMAT-ROUTE-TEXT
                   STRING "  ROUTE RESTORED: " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-ROUTE-TEXT) DELIMITED BY SIZE
                       INTO F-IMPACT-RECORD
                   WRITE F-IMPACT-RECORD
               WHEN OTHER
                   COMPUTE LS-COST-DELTA =
                       LS-COST-AFTER - LS-COST-BEFORE
                   COMPUTE LS-TILES-DELTA =
                       LS-TILES-AFTER - LS-TILES-BEFORE
                   MOVE LS-COST-BEFORE TO LS-COST-DISPLAY
                   MOVE LS-COST-AFTER TO LS-AFTER-DISPLAY
                   MOVE LS-COST-DELTA TO LS-DELTA-DISPLAY
                   STRING "  BEST ROUTE COST " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-COST-DISPLAY)
                       DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-AFTER-DISPLAY)
                       DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(LS-DELTA-DISPLAY)
                       DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO F-IMPACT-RECORD
                   WRITE F-IMPACT-RECORD
                   MOVE LS-TILES-BEFORE TO LS-TILES-DISPLAY
                   MOVE LS-TILES-AFTER TO LS-AFTER-DISPLAY
                   MOVE LS-TILES-DELTA TO LS-DELTA-DISPLAY
                   MOVE SPACES TO F-IMPACT-RECORD
                   STRING "  BEST-PATH TILES " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-TILES-DISPLAY)
                       DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-AFTER-DISPLAY)
                       DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(LS-DELTA-DISPLAY)
                       DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO F-IMPACT-RECORD
                   WRITE F-IMPACT-RECORD
           END-EVALUATE
           MOVE LS-COST-AFTER TO LS-COST-BEFORE
           MOVE LS-TILES-AFTER TO LS-TILES-BEFORE
           .

      *> The line is only held here; WRITE-HELD-CHANGES puts it on
      *> the change log once the master rewrite has settled.
       WRITE-CHANGE-LINE.
           IF LS-HELD-COUNT = C-MAX-CHANGES
               DISPLAY "MAZEMAINT: more than " C-MAX-CHANGES
                   " transactions in one run; nothing applied"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-CHANGES-RECORD
           MOVE LS-NOW(1:14) TO F-CHG-TIMESTAMP
           MOVE LS-TXN-ACTION TO F-CHG-ACTION
           MOVE LS-TXN-ROW TO F-CHG-ROW
           MOVE LS-TXN-COL TO F-CHG-COL
           MOVE " EFFECTIVE" TO F-CHANGES-RECORD(27:10)
           MOVE LS-TXN-DATE TO F-CHG-EFFECTIVE
           IF LS-REJECT-REASON = SPACES
               MOVE "APPLIED" TO F-CHG-DISPOSITION
           ELSE
               STRING "REJECTED - " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-REJECT-REASON) DELIMITED BY SIZE
                   INTO F-CHG-DISPOSITION
           END-IF
           ADD 1 TO LS-HELD-COUNT
           MOVE F-CHANGES-RECORD TO LS-HELD-LINE(LS-HELD-COUNT)
           .

      *> Changes that never reached the master are logged FAILED,
      *> which ASOF does not back out.
       WRITE-HELD-CHANGES.
           PERFORM VARYING LS-HELD-IDX FROM 1 BY 1
               UNTIL LS-HELD-IDX > LS-HELD-COUNT
               MOVE LS-HELD-LINE(LS-HELD-IDX) TO F-CHANGES-RECORD
               IF LS-REWRITE-OK NOT = "Y"
                   AND F-CHG-DISPOSITION = "APPLIED"
                   MOVE "FAILED - MASTER NOT REWRITTEN"
                       TO F-CHG-DISPOSITION
               END-IF
               WRITE F-CHANGES-RECORD
           END-PERFORM
           .

       REWRITE-MAZE-MASTER.
      *> Change control requires a before-image of anything this
      *> program rewrites: journal the master as it stood, so
      *> RESTORE can put it back after a bad transaction feed.
           MOVE SPACES TO LS-JOURNAL-TARGET
           MOVE LS-MASTER-PATH TO LS-JOURNAL-TARGET
           CALL "JOURNAL-FILE" USING
               "MAZEMNT " LS-JOURNAL-TARGET LS-JOURNAL-STATUS
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MAZEMAINT: before-image journal failed "
                   "(status " LS-JOURNAL-STATUS "); master not "
                   "rewritten"
               MOVE "N" TO LS-REWRITE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FD-MASTER
           IF LS-MASTER-STATUS NOT = "00"
               DISPLAY "MAZEMAINT: cannot rewrite master "
                   FUNCTION TRIM(LS-MASTER-PATH)
                   " (status " LS-MASTER-STATUS ")"
               MOVE "N" TO LS-REWRITE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-ROW FROM 1 BY 1
               UNTIL LS-ROW > LS-MAZE-SIZE
               MOVE SPACES TO F-MASTER-RECORD
               MOVE LS-MAZE-ROWS(LS-ROW)(1:LS-MAZE-SIZE)
                   TO F-MASTER-RECORD
               WRITE F-MASTER-RECORD
               IF LS-MASTER-STATUS NOT = "00"
                   MOVE "N" TO LS-REWRITE-OK
               END-IF
           END-PERFORM
           CLOSE FD-MASTER
           IF LS-REWRITE-OK NOT = "Y"
               DISPLAY "MAZEMAINT: write to master "
                   FUNCTION TRIM(LS-MASTER-PATH)
                   " failed; restore it from the journal"
           END-IF
           .

      *> The master is the layout after every applied change; the
      *> layout on an earlier day is the master with the changes
      *> effective after that day undone, newest first.
       REBUILD-AS-OF.
           OPEN INPUT FD-CHANGES
           IF LS-CHANGES-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-CHANGES
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF F-CHG-DISPOSITION = "APPLIED"
                       AND LS-CHANGE-COUNT < C-MAX-CHANGES
                       ADD 1 TO LS-CHANGE-COUNT
                       MOVE F-CHG-ACTION
                           TO LS-CHG-ACTION(LS-CHANGE-COUNT)
                       MOVE F-CHG-ROW TO LS-CHG-ROW(LS-CHANGE-COUNT)
                       MOVE F-CHG-COL TO LS-CHG-COL(LS-CHANGE-COUNT)
                       MOVE F-CHG-EFFECTIVE
                           TO LS-CHG-EFFECTIVE(LS-CHANGE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE FD-CHANGES
           END-IF
           PERFORM VARYING LS-CHANGE-IDX FROM LS-CHANGE-COUNT BY -1
               UNTIL LS-CHANGE-IDX = 0
               IF LS-CHG-EFFECTIVE(LS-CHANGE-IDX) > LS-ASOF-DATE
                   ADD 1 TO LS-BACKED-OUT
                   IF LS-CHG-ACTION(LS-CHANGE-IDX) = "ADD"
                       MOVE "." TO LS-MAZE-CELL(
                           LS-CHG-ROW(LS-CHANGE-IDX),
                           LS-CHG-COL(LS-CHANGE-IDX))
                   ELSE
                       MOVE "#" TO LS-MAZE-CELL(
                           LS-CHG-ROW(LS-CHANGE-IDX),
                           LS-CHG-COL(LS-CHANGE-IDX))
                   END-IF
               END-IF
           END-PERFORM

           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".asof" DELIMITED BY SIZE
               INTO LS-ASOF-PATH
           OPEN OUTPUT FD-ASOF
           IF LS-ASOF-STATUS NOT = "00"
               DISPLAY "MAZEMAINT: ERROR OPENING " LS-ASOF-PATH
                   " STATUS=" LS-ASOF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-ROW FROM 1 BY 1
               UNTIL LS-ROW > LS-MAZE-SIZE
               MOVE SPACES TO F-ASOF-RECORD
               MOVE LS-MAZE-ROWS(LS-ROW)(1:LS-MAZE-SIZE)
                   TO F-ASOF-RECORD
               WRITE F-ASOF-RECORD
           END-PERFORM
           CLOSE FD-ASOF
           DISPLAY "MAZEMAINT: layout as of " LS-ASOF-DATE
               " (" LS-BACKED-OUT " later change(s) backed out) "
               "written to " FUNCTION TRIM(LS-ASOF-PATH)
           MOVE 0 TO RETURN-CODE
           .
