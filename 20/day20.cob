      *> listed separately - the sections worth acquiring rights
      *> to. Report in the input's ".cheatzones" companion.
      *>     day20 <input> ZONES <zone-file>
      *> A STEWARD token judges an observed race log against the
      *> same zone file and the cheat rule in force: every move
      *> that is not a legal single step is reported as a cheat and
      *> each racer gets a verdict. Report in the race log's
      *> ".stewards" companion.
      *>     day20 <input> STEWARD <zone-file> <race-log>
       01  LS-COMMAND-LINE           PIC X(100).
       01  LS-FILE-PATH              PIC X(30).
       01  LS-MODE-TOKEN             PIC X(8).
       01  LS-ZONE-PATH              PIC X(30).
       01  LS-RACE-PATH              PIC X(30).
       01  LS-FULL-PATH-LENGTH       PIC 9(5).
       01  LS-CHEAT-PATH-LENGTH      PIC 9(5).
       01  LS-PATH-SAVED             PIC 9(5).
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY " "
               INTO LS-FILE-PATH LS-MODE-TOKEN LS-ZONE-PATH
                   LS-RACE-PATH

           CALL "PARSE-FILE" USING
               BY REFERENCE LS-FILE-PATH
                   LS-FILE-PATH
                   LS-ZONE-PATH
           END-IF
           IF LS-MODE-TOKEN = "STEWARD"
               CALL "STEWARD-REPORT" USING
                   BY REFERENCE GRID-GRP
                   LS-FILE-PATH
                   LS-ZONE-PATH
                   LS-RACE-PATH
           END-IF
           .

       END PROGRAM DAY20.
           .
       END PROGRAM ZONE-CHEAT-REPORT.

      *> ===============================================================
      *> STEWARD-REPORT.
      *>
      *> Cheat detection from an observed race log. Each racer's
      *> consecutive positions are checked against the track from
      *> PARSE-FILE: a move of one cell along the track in one
      *> picosecond (or standing still) is a legal step; any other
      *> move is a cheat, reported with its start and end cells,
      *> the wall cells crossed (counted down the column, then along
      *> the row), its duration and the time it saved by the
      *> CALCULATE-DISTS distances to the end. A cheat is within the
      *> rules when it starts and ends on the track inside declared
      *> eligible sections (the zone file ZONE-CHEAT-REPORT uses)
      *> and lasts no longer than the rule in force allows; a racer
      *> may cheat once. Verdict per racer: CLEAN, LEGAL CHEAT or
      *> ILLEGAL CHEAT, in the race log's ".stewards" companion.
      *>
      *> Race log: one "<racer-id> <picosecond> <row> <col>" per
      *> line (1-based grid rows/cols), "*" comments, each racer's
      *> records in time order.
      *>
      *> The rule in force is the CHEATRULE parameter, written as a
      *> scenario line is - "<max-cheat-length> <min-saving>" -
      *> defaulting to the standard 2-picosecond cheat and the
      *> 100-picosecond saving worth counting.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEWARD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-ZONES ASSIGN TO IN-ZONE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ZONES-STATUS.
           SELECT FD-RACE ASSIGN TO IN-RACE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RACE-STATUS.
           SELECT FD-REPORT ASSIGN TO LS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-ZONES.
       01  F-ZONES-RECORD            PIC X(60).
       FD  FD-RACE.
       01  F-RACE-RECORD             PIC X(60).
       FD  FD-REPORT.
       01  F-REPORT-RECORD           PIC X(132).

       LOCAL-STORAGE SECTION.
       01  C-MAX-RACERS              CONSTANT 200.
       01  LS-ZONES-STATUS           PIC X(2).
       01  LS-RACE-STATUS            PIC X(2).
       01  LS-REPORT-PATH            PIC X(45).
       01  LS-REPORT-STATUS          PIC X(2).
       01  LS-PARM-VALUE             PIC X(200).
       01  LS-RULE-T1                PIC X(10).
       01  LS-RULE-T2                PIC X(10).
       01  LS-RULE-MAX-LENGTH        PIC 9(5) VALUE 2.
       01  LS-RULE-MIN-SAVED         PIC 9(5) VALUE 100.
       01  LS-ZONE-COUNT             PIC 9(2) COMP VALUE 0.
       01  LS-ZONE-TABLE OCCURS 20 TIMES.
           05  LS-ZONE-NAME          PIC X(12).
           05  LS-ZONE-TOP           PIC 9(3).
           05  LS-ZONE-LEFT          PIC 9(3).
           05  LS-ZONE-BOTTOM        PIC 9(3).
           05  LS-ZONE-RIGHT         PIC 9(3).
       01  LS-ZONE-IDX               PIC 9(2) COMP.
       01  LS-ZONE-T1                PIC X(12).
       01  LS-ZONE-T2                PIC X(6).
       01  LS-ZONE-T3                PIC X(6).
       01  LS-ZONE-T4                PIC X(6).
       01  LS-ZONE-T5                PIC X(6).
       01  LS-PROBE-ROW              PIC 9(3).
       01  LS-PROBE-COL              PIC 9(3).
       01  LS-IN-ZONE                PIC 9(1).
       01  LS-START-OK               PIC 9(1).
       01  LS-END-OK                 PIC 9(1).
       01  LS-RACE-T1                PIC X(10).
       01  LS-RACE-T2                PIC X(10).
       01  LS-RACE-T3                PIC X(10).
       01  LS-RACE-T4                PIC X(10).
       01  LS-RACE-LINE-NUMBER       PIC 9(6) VALUE 0.
       01  LS-BAD-RECORD-COUNT       PIC 9(6) VALUE 0.
       01  LS-TIME                   PIC 9(6).
       01  LS-ROW                    PIC 9(3).
       01  LS-COL                    PIC 9(3).
      *> Each racer's last observed position and running tallies.
       01  LS-RACER-COUNT            PIC 9(3) VALUE 0.
       01  LS-RACER-TABLE OCCURS 200 TIMES.
           05  LS-RACER-ID           PIC X(10).
           05  LS-RACER-TIME         PIC 9(6).
           05  LS-RACER-ROW          PIC 9(3).
           05  LS-RACER-COL          PIC 9(3).
           05  LS-RACER-CHEATS       PIC 9(4).
           05  LS-RACER-ILLEGAL      PIC 9(4).
           05  LS-RACER-SAVED        PIC S9(6).
           05  LS-RACER-REASON       PIC X(40).
       01  LS-RACER-IDX              PIC 9(3).
       01  LS-DURATION               PIC 9(6).
       01  LS-ROW-STEP               PIC 9(3).
       01  LS-COL-STEP               PIC 9(3).
       01  LS-MANHATTAN              PIC 9(4).
       01  LS-WALLS                  PIC 9(4).
       01  LS-WALK-ROW               PIC 9(3).
       01  LS-WALK-COL               PIC 9(3).
       01  LS-SAVED                  PIC S9(6).
       01  LS-START-ON-TRACK         PIC 9(1).
       01  LS-END-ON-TRACK           PIC 9(1).
       01  LS-CHEAT-REASON           PIC X(40).
       01  LS-CLEAN-COUNT            PIC 9(3) VALUE 0.
       01  LS-LEGAL-COUNT            PIC 9(3) VALUE 0.
       01  LS-ILLEGAL-COUNT          PIC 9(3) VALUE 0.
       01  LS-TIME-DISPLAY           PIC Z(5)9.
       01  LS-NUM-DISPLAY            PIC Z(4)9.
       01  LS-SAVED-DISPLAY          PIC -(5)9.
       01  LS-WALLS-DISPLAY          PIC Z(3)9.
       01  LS-VERDICT-TEXT           PIC X(70).
       01  LS-EXC-KEY                PIC X(40).
       01  LS-EXC-MESSAGE            PIC X(120).

       LINKAGE SECTION.
       COPY "grid" IN "20".
       01  IN-FILE-PATH              PIC X(30).
       01  IN-ZONE-PATH              PIC X(30).
       01  IN-RACE-PATH              PIC X(30).

       PROCEDURE DIVISION USING BY REFERENCE
           GRID-GRP
           IN-FILE-PATH
           IN-ZONE-PATH
           IN-RACE-PATH.

           PERFORM LOAD-CHEAT-RULE
           PERFORM LOAD-ZONE-FILE

           STRING FUNCTION TRIM(IN-RACE-PATH) DELIMITED BY SIZE
               ".stewards" DELIMITED BY SIZE
               INTO LS-REPORT-PATH
           OPEN OUTPUT FD-REPORT
           IF LS-REPORT-STATUS NOT = "00"
               DISPLAY "DAY20: ERROR OPENING " LS-REPORT-PATH
                   " STATUS=" LS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-REPORT-RECORD
           STRING "STEWARDS' REPORT - TRACK " DELIMITED BY SIZE
               FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ", RACE LOG " DELIMITED BY SIZE
               FUNCTION TRIM(IN-RACE-PATH) DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE SPACES TO F-REPORT-RECORD
           STRING "RULE IN FORCE: CHEATS UP TO " LS-RULE-MAX-LENGTH
               " PICOSECOND(S) INSIDE ELIGIBLE SECTIONS, ONE PER "
               "RACER; SAVING WORTH COUNTING " LS-RULE-MIN-SAVED
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE SPACES TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE "CHEAT MOVES" TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD

           OPEN INPUT FD-RACE
           IF LS-RACE-STATUS NOT = "00"
               DISPLAY "DAY20: race log not found or unreadable: "
                   FUNCTION TRIM(IN-RACE-PATH)
                   " (status " LS-RACE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-RACE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-RACE-LINE-NUMBER
                       PERFORM TAKE-RACE-RECORD
               END-READ
           END-PERFORM
           CLOSE FD-RACE

           PERFORM WRITE-VERDICTS
           CLOSE FD-REPORT
           DISPLAY "DAY20: " LS-RACER-COUNT " racer(s) judged - "
               LS-CLEAN-COUNT " clean, " LS-LEGAL-COUNT
               " legal cheat, " LS-ILLEGAL-COUNT " illegal cheat; "
               "report in " FUNCTION TRIM(LS-REPORT-PATH)
           IF LS-ILLEGAL-COUNT > 0 OR LS-BAD-RECORD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-CHEAT-RULE.
           CALL "GET-PARAMETER" USING
               "CHEATRULE           " LS-PARM-VALUE
           IF LS-PARM-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-RULE-T1 LS-RULE-T2
           MOVE FUNCTION TRIM(LS-PARM-VALUE) TO LS-PARM-VALUE
           UNSTRING LS-PARM-VALUE DELIMITED BY ALL " "
               INTO LS-RULE-T1 LS-RULE-T2
           IF FUNCTION TEST-NUMVAL(LS-RULE-T1) NOT = 0
               OR (LS-RULE-T2 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(LS-RULE-T2) NOT = 0)
               DISPLAY "DAY20: malformed CHEATRULE parameter: "
                   FUNCTION TRIM(LS-PARM-VALUE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE LS-RULE-MAX-LENGTH = FUNCTION NUMVAL(LS-RULE-T1)
           IF LS-RULE-T2 NOT = SPACES
               COMPUTE LS-RULE-MIN-SAVED =
                   FUNCTION NUMVAL(LS-RULE-T2)
           END-IF
           .

       LOAD-ZONE-FILE.
           OPEN INPUT FD-ZONES
           IF LS-ZONES-STATUS NOT = "00"
               DISPLAY "DAY20: zone file not found or unreadable: "
                   FUNCTION TRIM(IN-ZONE-PATH)
                   " (status " LS-ZONES-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-ZONES
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-ZONE
               END-READ
           END-PERFORM
           CLOSE FD-ZONES
           IF LS-ZONE-COUNT = 0
               DISPLAY "DAY20: zone file declares no eligible "
                   "sections: " FUNCTION TRIM(IN-ZONE-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LOAD-ONE-ZONE.
           IF FUNCTION TRIM(F-ZONES-RECORD) = SPACES
               OR F-ZONES-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF LS-ZONE-COUNT >= 20
               DISPLAY "DAY20: zone file exceeds 20 sections"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-ZONE-T1
           MOVE SPACES TO LS-ZONE-T2
           MOVE SPACES TO LS-ZONE-T3
           MOVE SPACES TO LS-ZONE-T4
           MOVE SPACES TO LS-ZONE-T5
           UNSTRING F-ZONES-RECORD DELIMITED BY ALL " "
               INTO LS-ZONE-T1 LS-ZONE-T2 LS-ZONE-T3
                    LS-ZONE-T4 LS-ZONE-T5
           IF FUNCTION TEST-NUMVAL(LS-ZONE-T2) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-ZONE-T3) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-ZONE-T4) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-ZONE-T5) NOT = 0
               DISPLAY "DAY20: malformed zone line: "
                   FUNCTION TRIM(F-ZONES-RECORD)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LS-ZONE-COUNT
           MOVE LS-ZONE-T1 TO LS-ZONE-NAME(LS-ZONE-COUNT)
           COMPUTE LS-ZONE-TOP(LS-ZONE-COUNT) =
               FUNCTION NUMVAL(LS-ZONE-T2)
           COMPUTE LS-ZONE-LEFT(LS-ZONE-COUNT) =
               FUNCTION NUMVAL(LS-ZONE-T3)
           COMPUTE LS-ZONE-BOTTOM(LS-ZONE-COUNT) =
               FUNCTION NUMVAL(LS-ZONE-T4)
           COMPUTE LS-ZONE-RIGHT(LS-ZONE-COUNT) =
               FUNCTION NUMVAL(LS-ZONE-T5)
           .

      *> A malformed record, a cell off the grid, an unknown racer
      *> beyond the table or time not moving forward is set aside
      *> as an exception; the racer's previous position stands.
       TAKE-RACE-RECORD.
           IF FUNCTION TRIM(F-RACE-RECORD) = SPACES
               OR F-RACE-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-RACE-T1 LS-RACE-T2 LS-RACE-T3
               LS-RACE-T4
           MOVE FUNCTION TRIM(F-RACE-RECORD) TO F-RACE-RECORD
           UNSTRING F-RACE-RECORD DELIMITED BY ALL " "
               INTO LS-RACE-T1 LS-RACE-T2 LS-RACE-T3 LS-RACE-T4
           IF LS-RACE-T4 = SPACES
               OR FUNCTION TEST-NUMVAL(LS-RACE-T2) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-RACE-T3) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-RACE-T4) NOT = 0
               MOVE "MALFORMED RACE LOG RECORD" TO LS-EXC-MESSAGE
               PERFORM REJECT-RACE-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-TIME = FUNCTION NUMVAL(LS-RACE-T2)
           COMPUTE LS-ROW = FUNCTION NUMVAL(LS-RACE-T3)
           COMPUTE LS-COL = FUNCTION NUMVAL(LS-RACE-T4)
           IF LS-ROW < 1 OR LS-ROW > GRID-SIZE
               OR LS-COL < 1 OR LS-COL > GRID-SIZE
               MOVE "POSITION OFF THE GRID" TO LS-EXC-MESSAGE
               PERFORM REJECT-RACE-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-RACER-IDX FROM 1 BY 1
               UNTIL LS-RACER-IDX > LS-RACER-COUNT
               IF LS-RACER-ID(LS-RACER-IDX) = LS-RACE-T1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-RACER-IDX > LS-RACER-COUNT
               IF LS-RACER-COUNT >= C-MAX-RACERS
                   MOVE "TOO MANY RACERS IN THE LOG"
                       TO LS-EXC-MESSAGE
                   PERFORM REJECT-RACE-RECORD
                   EXIT PARAGRAPH
               END-IF
      *> First sighting: the racer's starting position.
               ADD 1 TO LS-RACER-COUNT
               MOVE LS-RACE-T1 TO LS-RACER-ID(LS-RACER-COUNT)
               MOVE LS-TIME TO LS-RACER-TIME(LS-RACER-COUNT)
               MOVE LS-ROW TO LS-RACER-ROW(LS-RACER-COUNT)
               MOVE LS-COL TO LS-RACER-COL(LS-RACER-COUNT)
               MOVE 0 TO LS-RACER-CHEATS(LS-RACER-COUNT)
                   LS-RACER-ILLEGAL(LS-RACER-COUNT)
                   LS-RACER-SAVED(LS-RACER-COUNT)
               MOVE SPACES TO LS-RACER-REASON(LS-RACER-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF LS-TIME <= LS-RACER-TIME(LS-RACER-IDX)
               MOVE "PICOSECOND NOT AFTER THE RACER'S PREVIOUS RECORD"
                   TO LS-EXC-MESSAGE
               PERFORM REJECT-RACE-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ONE-MOVE
           MOVE LS-TIME TO LS-RACER-TIME(LS-RACER-IDX)
           MOVE LS-ROW TO LS-RACER-ROW(LS-RACER-IDX)
           MOVE LS-COL TO LS-RACER-COL(LS-RACER-IDX)
           .

       REJECT-RACE-RECORD.
           ADD 1 TO LS-BAD-RECORD-COUNT
           MOVE LS-RACE-LINE-NUMBER TO LS-TIME-DISPLAY
           MOVE SPACES TO LS-EXC-KEY
           STRING FUNCTION TRIM(IN-RACE-PATH) DELIMITED BY SIZE
               " LINE " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TIME-DISPLAY) DELIMITED BY SIZE
               INTO LS-EXC-KEY
           CALL "WRITE-EXCEPTION" USING
               "DAY20   " "W" LS-EXC-KEY LS-EXC-MESSAGE
           .

       CHECK-ONE-MOVE.
           COMPUTE LS-DURATION = LS-TIME - LS-RACER-TIME(LS-RACER-IDX)
           IF LS-ROW >= LS-RACER-ROW(LS-RACER-IDX)
               COMPUTE LS-ROW-STEP = LS-ROW - LS-RACER-ROW(LS-RACER-IDX)
           ELSE
               COMPUTE LS-ROW-STEP = LS-RACER-ROW(LS-RACER-IDX) - LS-ROW
           END-IF
           IF LS-COL >= LS-RACER-COL(LS-RACER-IDX)
               COMPUTE LS-COL-STEP = LS-COL - LS-RACER-COL(LS-RACER-IDX)
           ELSE
               COMPUTE LS-COL-STEP = LS-RACER-COL(LS-RACER-IDX) - LS-COL
           END-IF
           COMPUTE LS-MANHATTAN = LS-ROW-STEP + LS-COL-STEP

           MOVE 0 TO LS-START-ON-TRACK
           IF GRID-CELL(LS-RACER-ROW(LS-RACER-IDX),
               LS-RACER-COL(LS-RACER-IDX)) NOT = "#"
               MOVE 1 TO LS-START-ON-TRACK
           END-IF
           MOVE 0 TO LS-END-ON-TRACK
           IF GRID-CELL(LS-ROW, LS-COL) NOT = "#"
               MOVE 1 TO LS-END-ON-TRACK
           END-IF
      *> A legal step: one picosecond, at most one cell, on track.
           IF LS-DURATION = 1 AND LS-MANHATTAN <= 1
               AND LS-START-ON-TRACK = 1 AND LS-END-ON-TRACK = 1
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LS-RACER-CHEATS(LS-RACER-IDX)
           PERFORM COUNT-WALLS-CROSSED
           MOVE 0 TO LS-SAVED
           IF LS-START-ON-TRACK = 1 AND LS-END-ON-TRACK = 1
               COMPUTE LS-SAVED =
                   GRID-DIST-TO-END(LS-RACER-ROW(LS-RACER-IDX),
                       LS-RACER-COL(LS-RACER-IDX))
                   - GRID-DIST-TO-END(LS-ROW, LS-COL)
                   - LS-DURATION
           END-IF

           MOVE SPACES TO LS-CHEAT-REASON
           MOVE LS-RACER-ROW(LS-RACER-IDX) TO LS-PROBE-ROW
           MOVE LS-RACER-COL(LS-RACER-IDX) TO LS-PROBE-COL
           PERFORM CHECK-CELL-IN-ZONES
           MOVE LS-IN-ZONE TO LS-START-OK
           MOVE LS-ROW TO LS-PROBE-ROW
           MOVE LS-COL TO LS-PROBE-COL
           PERFORM CHECK-CELL-IN-ZONES
           MOVE LS-IN-ZONE TO LS-END-OK
           EVALUATE TRUE
               WHEN LS-START-ON-TRACK = 0
                   MOVE "STARTS OFF THE TRACK" TO LS-CHEAT-REASON
               WHEN LS-END-ON-TRACK = 0
                   MOVE "ENDS OFF THE TRACK" TO LS-CHEAT-REASON
               WHEN LS-MANHATTAN > LS-DURATION
                   MOVE "COVERS MORE CELLS THAN PICOSECONDS"
                       TO LS-CHEAT-REASON
               WHEN LS-DURATION > LS-RULE-MAX-LENGTH
                   MOVE "LONGER THAN THE RULE ALLOWS"
                       TO LS-CHEAT-REASON
               WHEN LS-START-OK = 0 OR LS-END-OK = 0
                   MOVE "OUTSIDE THE ELIGIBLE SECTIONS"
                       TO LS-CHEAT-REASON
               WHEN LS-RACER-CHEATS(LS-RACER-IDX) > 1
                   MOVE "MORE THAN ONE CHEAT" TO LS-CHEAT-REASON
           END-EVALUATE
           IF LS-CHEAT-REASON NOT = SPACES
               ADD 1 TO LS-RACER-ILLEGAL(LS-RACER-IDX)
               IF LS-RACER-REASON(LS-RACER-IDX) = SPACES
                   MOVE LS-CHEAT-REASON
                       TO LS-RACER-REASON(LS-RACER-IDX)
               END-IF
           END-IF
           ADD LS-SAVED TO LS-RACER-SAVED(LS-RACER-IDX)

           MOVE LS-RACER-TIME(LS-RACER-IDX) TO LS-TIME-DISPLAY
           MOVE LS-DURATION TO LS-NUM-DISPLAY
           MOVE LS-WALLS TO LS-WALLS-DISPLAY
           MOVE LS-SAVED TO LS-SAVED-DISPLAY
           MOVE SPACES TO F-REPORT-RECORD
           STRING "  RACER " LS-RACE-T1 " AT " LS-TIME-DISPLAY
               " " LS-RACER-ROW(LS-RACER-IDX) ","
               LS-RACER-COL(LS-RACER-IDX) " -> " LS-ROW "," LS-COL
               " WALLS " LS-WALLS-DISPLAY
               " DURATION " LS-NUM-DISPLAY
               " SAVED " LS-SAVED-DISPLAY " "
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           IF LS-CHEAT-REASON = SPACES
               MOVE "WITHIN RULES" TO F-REPORT-RECORD(97:)
           ELSE
               MOVE LS-CHEAT-REASON TO F-REPORT-RECORD(97:)
           END-IF
           WRITE F-REPORT-RECORD
           .

      *> Wall cells between the two positions, down (or up) the
      *> starting column and then along the ending row.
       COUNT-WALLS-CROSSED.
           MOVE 0 TO LS-WALLS
           MOVE LS-RACER-ROW(LS-RACER-IDX) TO LS-WALK-ROW
           MOVE LS-RACER-COL(LS-RACER-IDX) TO LS-WALK-COL
           PERFORM UNTIL LS-WALK-ROW = LS-ROW
               IF LS-WALK-ROW < LS-ROW
                   ADD 1 TO LS-WALK-ROW
               ELSE
                   SUBTRACT 1 FROM LS-WALK-ROW
               END-IF
               IF GRID-CELL(LS-WALK-ROW, LS-WALK-COL) = "#"
                   ADD 1 TO LS-WALLS
               END-IF
           END-PERFORM
           PERFORM UNTIL LS-WALK-COL = LS-COL
               IF LS-WALK-COL < LS-COL
                   ADD 1 TO LS-WALK-COL
               ELSE
                   SUBTRACT 1 FROM LS-WALK-COL
               END-IF
               IF GRID-CELL(LS-WALK-ROW, LS-WALK-COL) = "#"
                   ADD 1 TO LS-WALLS
               END-IF
           END-PERFORM
           .

       CHECK-CELL-IN-ZONES.
           MOVE 0 TO LS-IN-ZONE
           PERFORM VARYING LS-ZONE-IDX FROM 1 BY 1
               UNTIL LS-ZONE-IDX > LS-ZONE-COUNT
               IF LS-PROBE-ROW >= LS-ZONE-TOP(LS-ZONE-IDX)
                   AND LS-PROBE-ROW <= LS-ZONE-BOTTOM(LS-ZONE-IDX)
                   AND LS-PROBE-COL >= LS-ZONE-LEFT(LS-ZONE-IDX)
                   AND LS-PROBE-COL <= LS-ZONE-RIGHT(LS-ZONE-IDX)
                   MOVE 1 TO LS-IN-ZONE
               END-IF
           END-PERFORM
           .

       WRITE-VERDICTS.
           IF LS-RACER-COUNT = 0
               MOVE "  NO RACERS IN THE LOG" TO F-REPORT-RECORD
               WRITE F-REPORT-RECORD
           END-IF
           MOVE SPACES TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE "VERDICTS" TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           PERFORM VARYING LS-RACER-IDX FROM 1 BY 1
               UNTIL LS-RACER-IDX > LS-RACER-COUNT
               MOVE SPACES TO LS-VERDICT-TEXT
               MOVE LS-RACER-SAVED(LS-RACER-IDX) TO LS-SAVED-DISPLAY
               EVALUATE TRUE
                   WHEN LS-RACER-CHEATS(LS-RACER-IDX) = 0
                       ADD 1 TO LS-CLEAN-COUNT
                       MOVE "CLEAN" TO LS-VERDICT-TEXT
                   WHEN LS-RACER-ILLEGAL(LS-RACER-IDX) = 0
                       ADD 1 TO LS-LEGAL-COUNT
                       STRING "LEGAL CHEAT - SAVED "
                           FUNCTION TRIM(LS-SAVED-DISPLAY)
                           DELIMITED BY SIZE
                           INTO LS-VERDICT-TEXT
                   WHEN OTHER
                       ADD 1 TO LS-ILLEGAL-COUNT
                       STRING "ILLEGAL CHEAT - "
                           FUNCTION TRIM(LS-RACER-REASON(
                               LS-RACER-IDX))
                           DELIMITED BY SIZE
                           INTO LS-VERDICT-TEXT
               END-EVALUATE
               MOVE LS-RACER-CHEATS(LS-RACER-IDX) TO LS-NUM-DISPLAY
               MOVE SPACES TO F-REPORT-RECORD
               STRING "  RACER " LS-RACER-ID(LS-RACER-IDX)
                   " CHEATS " LS-NUM-DISPLAY "  "
                   LS-VERDICT-TEXT
                   DELIMITED BY SIZE
                   INTO F-REPORT-RECORD
               WRITE F-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO F-REPORT-RECORD
           STRING "TOTALS CLEAN " LS-CLEAN-COUNT
               " LEGAL CHEAT " LS-LEGAL-COUNT
               " ILLEGAL CHEAT " LS-ILLEGAL-COUNT
               " RECORDS SET ASIDE " LS-BAD-RECORD-COUNT
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           .
       END PROGRAM STEWARD-REPORT.

      *> ===============================================================
      *> CALCULATE-DISTS.
      *> For all of the cells on the path, calculate the distance from
