       01  LS-TARGET-TEXT            PIC X(30).
       01  LS-CYCLE-TARGET           PIC 9(15) VALUE 0.
       01  LS-ZONE-PATH              PIC X(30) VALUE SPACES.
       01  LS-RANGE-FIRST-TEXT       PIC X(15).
       01  LS-RANGE-LAST-TEXT        PIC X(15).
       01  LS-RANGE-FIRST            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      *> checked at every second of the simulation, because
      *> security cares about the doorway strip and not the
      *> mathematical quadrants.
      *> In COLL mode the sixth token is the window of seconds to
      *> watch for robots sharing a tile, as "first-last" (or just
      *> the last second, from 0); without it the window is 0
      *> through the duration.
           UNSTRING LS-COMMAND-LINE
               DELIMITED BY " "
               INTO
                       FUNCTION NUMVAL(LS-TARGET-TEXT)
               WHEN LS-MODE = "ZONE"
                   MOVE LS-TARGET-TEXT TO LS-ZONE-PATH
               WHEN LS-MODE = "COLL"
                   MOVE LS-DURATION-S TO LS-CYCLE-TARGET
                   IF LS-TARGET-TEXT NOT = SPACES
                       UNSTRING LS-TARGET-TEXT DELIMITED BY "-"
                           INTO LS-RANGE-FIRST-TEXT LS-RANGE-LAST-TEXT
                       END-UNSTRING
                       IF LS-RANGE-LAST-TEXT = SPACES
                           COMPUTE LS-CYCLE-TARGET =
                               FUNCTION NUMVAL(LS-RANGE-FIRST-TEXT)
                       ELSE
                           COMPUTE LS-RANGE-FIRST =
                               FUNCTION NUMVAL(LS-RANGE-FIRST-TEXT)
                           COMPUTE LS-CYCLE-TARGET =
                               FUNCTION NUMVAL(LS-RANGE-LAST-TEXT)
                       END-IF
                   END-IF
               WHEN LS-TARGET-TEXT NOT = SPACES
                   COMPUTE LS-EXPECTED-COUNT =
                       FUNCTION NUMVAL(LS-TARGET-TEXT)
               LS-EXPECTED-COUNT
               LS-CYCLE-TARGET
               LS-ZONE-PATH
               LS-RANGE-FIRST
               .
       END PROGRAM DAY14.

      *> instead treated as a manifest listing one site input file per
      *> line; each is run through the same safety factor calculation
      *> and the results are ranked in a .trend summary report.
      *> When IN-MODE is "COLL", every second of the window from
      *> IN-RANGE-FIRST to IN-CYCLE-TARGET is checked for tiles
      *> shared by two or more robots, written to a .collisions
      *> report (see RUN-COLLISION-WATCH).
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARSE-FILE.
           SELECT FD-ZONE-ALERTS ASSIGN TO LS-ZONE-ALERTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ZONE-ALERTS-STATUS.
           SELECT FD-COLLISIONS ASSIGN TO LS-COLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-COLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  F-ZONES-RECORD            PIC X(60).
       FD  FD-ZONE-ALERTS.
       01  F-ZONE-ALERTS-RECORD      PIC X(90).
       FD  FD-COLLISIONS.
       01  F-COLLISIONS-RECORD       PIC X(100).

       LOCAL-STORAGE SECTION.
       01  LS-LINE                   PIC X(47).
           05  ROBOT-START-COL       PIC 9(3).
           05  ROBOT-VEL-ROW         PIC S9(3).
           05  ROBOT-VEL-COL         PIC S9(3).
           05  ROBOT-LINE-NO         PIC 9(6).
       01  LS-LINE-NUMBER            PIC 9(6).
       01  LS-SEC                    PIC 9(6).
       01  LS-MAX-SEC                PIC 9(6).
       01  LS-CURRENT-DURATION       PIC 9(6).
       01  LS-ZONE-T5                PIC X(6).
       01  LS-ZONE-T6                PIC X(6).
       01  LS-ZONE-ALERT-COUNT       PIC 9(6) VALUE 0.
      *> Collision watch state. Each second every robot is chained
      *> onto its tile; a tile's stamp (second + 1) says whether
      *> its chain belongs to this second, so nothing is cleared
      *> between seconds.
       01  C-MAX-PAIRS               CONSTANT 5000.
       01  C-TOP-PAIRS               CONSTANT 10.
       01  LS-COLL-PATH              PIC X(45).
       01  LS-COLL-STATUS            PIC X(2).
       01  LS-STAMP                  PIC 9(7) COMP.
       01  LS-TILE-TABLE.
           05  LS-TILE-ROW OCCURS 200 TIMES.
               10  LS-TILE-COL OCCURS 200 TIMES.
                   15  LS-TILE-STAMP PIC 9(7) COMP.
                   15  LS-TILE-HEAD  PIC 9(4) COMP.
                   15  LS-TILE-COUNT PIC 9(4) COMP.
       01  LS-ROBOT-TILE OCCURS 1000 TIMES.
           05  LS-ROBOT-NEXT         PIC 9(4) COMP.
           05  LS-ROBOT-TILE-ROW     PIC 9(3) COMP.
           05  LS-ROBOT-TILE-COL     PIC 9(3) COMP.
       01  LS-COLL-ROBOT             PIC 9(4) COMP.
       01  LS-TILE-R                 PIC 9(3) COMP.
       01  LS-TILE-C                 PIC 9(3) COMP.
       01  LS-ON-TILE-COUNT          PIC 9(4) COMP.
       01  LS-ON-TILE OCCURS 1000 TIMES PIC 9(4) COMP.
       01  LS-ON-IDX                 PIC 9(4) COMP.
       01  LS-ON-IDX-2               PIC 9(4) COMP.
       01  LS-PAIR-A                 PIC 9(4) COMP.
       01  LS-PAIR-B                 PIC 9(4) COMP.
       01  LS-PAIR-PERIOD            PIC 9(9).
       01  LS-PAIR-MEETINGS          PIC 9(6).
       01  LS-NEW-PAIRS              PIC 9(6).
       01  LS-SEC-TILES              PIC 9(6).
       01  LS-SEC-ROBOTS             PIC 9(6).
       01  LS-WORST-SEC              PIC 9(6) VALUE 0.
       01  LS-WORST-TILES            PIC 9(6) VALUE 0.
       01  LS-WORST-ROBOTS           PIC 9(6) VALUE 0.
       01  LS-TOTAL-TILES            PIC 9(9) VALUE 0.
       01  LS-TILES-WRITTEN          PIC 9(9) VALUE 0.
       01  LS-TILES-SUPPRESSED       PIC 9(9) VALUE 0.
       01  LS-PAIR-OVERFLOW          PIC 9(6) VALUE 0.
       01  LS-PAIR-GRP.
           05  LS-PAIR-COUNT         PIC 9(4) COMP VALUE 0.
           05  LS-PAIR-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON LS-PAIR-COUNT.
               10  LS-PE-MEETINGS    PIC 9(6).
               10  LS-PE-FIRST-SEC   PIC 9(6).
               10  LS-PE-LINE-A      PIC 9(6).
               10  LS-PE-LINE-B      PIC 9(6).
               10  LS-PE-PERIOD      PIC 9(9).
       01  LS-PAIR-IDX               PIC 9(4) COMP.
       01  LS-X-DISPLAY              PIC ZZ9.
       01  LS-Y-DISPLAY              PIC ZZ9.
       01  LS-VX-DISPLAY             PIC ---9.
       01  LS-VY-DISPLAY             PIC ---9.
       01  LS-N-DISPLAY              PIC Z(8)9.

       LINKAGE SECTION.
       01  IN-FILE-PATH              PIC X(30).
       01  IN-EXPECTED-COUNT        PIC 9(4).
       01  IN-CYCLE-TARGET           PIC 9(15).
       01  IN-ZONE-PATH              PIC X(30).
       01  IN-RANGE-FIRST            PIC 9(6).

       PROCEDURE DIVISION USING BY REFERENCE
           IN-FILE-PATH
           IN-EXPECTED-COUNT
           IN-CYCLE-TARGET
           IN-ZONE-PATH
           IN-RANGE-FIRST
           .

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
                       LS-ROBOT-COUNT
               END-IF

               IF IN-MODE = "COLL"
                   PERFORM RUN-COLLISION-WATCH
               ELSE
               IF IN-MODE = "ZONE"
                   PERFORM RUN-ZONE-WATCH
               ELSE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           IF LS-SUPPRESS-REJECTS = 0
               CALL "RESET-REJECT" USING LS-REJECT-PATH
           END-IF
           MOVE 0 TO LS-LINE-NUMBER
           PERFORM UNTIL EXIT
               READ FD-DATA INTO F-FILE-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-LINE-NUMBER
                       IF LS-STRIP-REASON = 1
                           MOVE F-FILE-RECORD(10:47) TO LS-LINE
                       ELSE
                           EXIT PERFORM CYCLE
                       END-IF
                       ADD 1 TO LS-ROBOT-COUNT
                       MOVE LS-LINE-NUMBER
                           TO ROBOT-LINE-NO(LS-ROBOT-COUNT)
                       CALL "PARSE-LINE" USING BY REFERENCE
                           LS-LINE
                           ROBOT-START-ROW(LS-ROBOT-COUNT)
           END-PERFORM
           .

      *> ===============================================================
      *> RUN-COLLISION-WATCH.
      *>
      *> Floor safety's concern is robots ending up on the same
      *> tile. Every second of the window, each tile holding two or
      *> more robots is reported with the robots' input line
      *> numbers and velocities. A pair's relative motion repeats
      *> on each axis with the same period ANALYZE-FIELD-CYCLE
      *> derives for a single robot, taken on the difference of the
      *> two velocities, so a pair that meets once meets again
      *> exactly every lcm(row period, column period) seconds. Each
      *> pair is therefore reported once, at its first meeting in
      *> the window, with that period and its meeting count; a tile
      *> whose pairs have all been reported already is counted but
      *> not listed again. The summary gives the worst second and
      *> the most collision-prone pairs.
      *> ===============================================================
       RUN-COLLISION-WATCH.
           IF IN-CYCLE-TARGET < IN-RANGE-FIRST
               OR IN-CYCLE-TARGET > 999999
               DISPLAY "DAY14: invalid collision window "
                   IN-RANGE-FIRST " to " IN-CYCLE-TARGET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ".collisions" DELIMITED BY SIZE
               INTO LS-COLL-PATH
           OPEN OUTPUT FD-COLLISIONS
           IF LS-COLL-STATUS NOT = "00"
               DISPLAY "DAY14: ERROR OPENING " LS-COLL-PATH
                   " STATUS=" LS-COLL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-COLLISIONS-RECORD
           STRING "ROBOT COLLISIONS FROM SECOND " IN-RANGE-FIRST
               " TO SECOND " IN-CYCLE-TARGET(10:6)
               DELIMITED BY SIZE
               INTO F-COLLISIONS-RECORD
           WRITE F-COLLISIONS-RECORD
           INITIALIZE LS-TILE-TABLE

           PERFORM VARYING LS-SEC FROM IN-RANGE-FIRST BY 1
               UNTIL LS-SEC > IN-CYCLE-TARGET
               PERFORM PLACE-ROBOTS-AT-SECOND
               PERFORM REPORT-SHARED-TILES
           END-PERFORM

           PERFORM WRITE-COLLISION-SUMMARY
           CLOSE FD-COLLISIONS
           DISPLAY "DAY14: " LS-TOTAL-TILES " shared tile(s), "
               LS-PAIR-COUNT " robot pair(s) over the window; "
               "report in " FUNCTION TRIM(LS-COLL-PATH)
           .

       PLACE-ROBOTS-AT-SECOND.
           MOVE LS-SEC TO LS-CURRENT-DURATION
           COMPUTE LS-STAMP = LS-SEC + 1
           PERFORM VARYING LS-COLL-ROBOT FROM 1 BY 1
               UNTIL LS-COLL-ROBOT > LS-ROBOT-COUNT
               CALL "CALCULATE-LOCATION" USING BY REFERENCE
                   IN-ROW-COUNT
                   IN-COL-COUNT
                   ROBOT-START-ROW(LS-COLL-ROBOT)
                   ROBOT-START-COL(LS-COLL-ROBOT)
                   ROBOT-VEL-ROW(LS-COLL-ROBOT)
                   ROBOT-VEL-COL(LS-COLL-ROBOT)
                   LS-CURRENT-DURATION
                   LS-END-ROW
                   LS-END-COL
               COMPUTE LS-TILE-R = LS-END-ROW + 1
               COMPUTE LS-TILE-C = LS-END-COL + 1
               MOVE LS-TILE-R TO LS-ROBOT-TILE-ROW(LS-COLL-ROBOT)
               MOVE LS-TILE-C TO LS-ROBOT-TILE-COL(LS-COLL-ROBOT)
               IF LS-TILE-STAMP(LS-TILE-R, LS-TILE-C) NOT = LS-STAMP
                   MOVE LS-STAMP TO LS-TILE-STAMP(LS-TILE-R, LS-TILE-C)
                   MOVE 0 TO LS-TILE-HEAD(LS-TILE-R, LS-TILE-C)
                   MOVE 0 TO LS-TILE-COUNT(LS-TILE-R, LS-TILE-C)
               END-IF
               MOVE LS-TILE-HEAD(LS-TILE-R, LS-TILE-C)
                   TO LS-ROBOT-NEXT(LS-COLL-ROBOT)
               MOVE LS-COLL-ROBOT TO LS-TILE-HEAD(LS-TILE-R, LS-TILE-C)
               ADD 1 TO LS-TILE-COUNT(LS-TILE-R, LS-TILE-C)
           END-PERFORM
           .

      *> A shared tile is visited once, through the robot at the
      *> head of its chain.
       REPORT-SHARED-TILES.
           MOVE 0 TO LS-SEC-TILES
           MOVE 0 TO LS-SEC-ROBOTS
           PERFORM VARYING LS-COLL-ROBOT FROM 1 BY 1
               UNTIL LS-COLL-ROBOT > LS-ROBOT-COUNT
               MOVE LS-ROBOT-TILE-ROW(LS-COLL-ROBOT) TO LS-TILE-R
               MOVE LS-ROBOT-TILE-COL(LS-COLL-ROBOT) TO LS-TILE-C
               IF LS-TILE-HEAD(LS-TILE-R, LS-TILE-C) = LS-COLL-ROBOT
                   AND LS-TILE-COUNT(LS-TILE-R, LS-TILE-C) >= 2
                   PERFORM REPORT-ONE-TILE
               END-IF
           END-PERFORM
           IF LS-SEC-ROBOTS > LS-WORST-ROBOTS
               MOVE LS-SEC-ROBOTS TO LS-WORST-ROBOTS
               MOVE LS-SEC-TILES TO LS-WORST-TILES
               MOVE LS-SEC TO LS-WORST-SEC
           END-IF
           .

       REPORT-ONE-TILE.
           ADD 1 TO LS-SEC-TILES
           ADD 1 TO LS-TOTAL-TILES
           MOVE LS-TILE-COUNT(LS-TILE-R, LS-TILE-C) TO LS-ON-TILE-COUNT
           ADD LS-ON-TILE-COUNT TO LS-SEC-ROBOTS
      *> The chain runs newest first; fill from the back so the
      *> robots list in input order.
           MOVE LS-TILE-HEAD(LS-TILE-R, LS-TILE-C) TO LS-PAIR-A
           PERFORM VARYING LS-ON-IDX FROM LS-ON-TILE-COUNT BY -1
               UNTIL LS-ON-IDX = 0
               MOVE LS-PAIR-A TO LS-ON-TILE(LS-ON-IDX)
               MOVE LS-ROBOT-NEXT(LS-PAIR-A) TO LS-PAIR-A
           END-PERFORM

      *> A pair is new in the window when its previous meeting,
      *> one period back, falls before the window opens.
           MOVE 0 TO LS-NEW-PAIRS
           PERFORM VARYING LS-ON-IDX FROM 1 BY 1
               UNTIL LS-ON-IDX >= LS-ON-TILE-COUNT
               PERFORM VARYING LS-ON-IDX-2 FROM LS-ON-IDX BY 1
                   UNTIL LS-ON-IDX-2 >= LS-ON-TILE-COUNT
                   MOVE LS-ON-TILE(LS-ON-IDX) TO LS-PAIR-A
                   MOVE LS-ON-TILE(LS-ON-IDX-2 + 1) TO LS-PAIR-B
                   PERFORM COMPUTE-PAIR-PERIOD
                   IF LS-SEC < IN-RANGE-FIRST + LS-PAIR-PERIOD
                       ADD 1 TO LS-NEW-PAIRS
                   END-IF
               END-PERFORM
           END-PERFORM
           IF LS-NEW-PAIRS = 0
               ADD 1 TO LS-TILES-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LS-TILES-WRITTEN
           COMPUTE LS-X-DISPLAY = LS-TILE-C - 1
           COMPUTE LS-Y-DISPLAY = LS-TILE-R - 1
           MOVE LS-ON-TILE-COUNT TO LS-N-DISPLAY
           MOVE SPACES TO F-COLLISIONS-RECORD
           STRING "SECOND " LS-SEC " TILE X " LS-X-DISPLAY
               " Y " LS-Y-DISPLAY " ROBOTS "
               DELIMITED BY SIZE
               FUNCTION TRIM(LS-N-DISPLAY) DELIMITED BY SIZE
               INTO F-COLLISIONS-RECORD
           WRITE F-COLLISIONS-RECORD
           PERFORM VARYING LS-ON-IDX FROM 1 BY 1
               UNTIL LS-ON-IDX > LS-ON-TILE-COUNT
               MOVE LS-ON-TILE(LS-ON-IDX) TO LS-PAIR-A
               MOVE ROBOT-VEL-COL(LS-PAIR-A) TO LS-VX-DISPLAY
               MOVE ROBOT-VEL-ROW(LS-PAIR-A) TO LS-VY-DISPLAY
               MOVE SPACES TO F-COLLISIONS-RECORD
               STRING "    ROBOT LINE " ROBOT-LINE-NO(LS-PAIR-A)
                   " VELOCITY X " LS-VX-DISPLAY
                   " Y " LS-VY-DISPLAY
                   DELIMITED BY SIZE
                   INTO F-COLLISIONS-RECORD
               WRITE F-COLLISIONS-RECORD
           END-PERFORM
           PERFORM VARYING LS-ON-IDX FROM 1 BY 1
               UNTIL LS-ON-IDX >= LS-ON-TILE-COUNT
               PERFORM VARYING LS-ON-IDX-2 FROM LS-ON-IDX BY 1
                   UNTIL LS-ON-IDX-2 >= LS-ON-TILE-COUNT
                   MOVE LS-ON-TILE(LS-ON-IDX) TO LS-PAIR-A
                   MOVE LS-ON-TILE(LS-ON-IDX-2 + 1) TO LS-PAIR-B
                   PERFORM COMPUTE-PAIR-PERIOD
                   IF LS-SEC < IN-RANGE-FIRST + LS-PAIR-PERIOD
                       PERFORM NOTE-NEW-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> Per axis, the pair closes its gap at the difference of the
      *> velocities: period R / gcd(dv mod R, R), or 1 when the
      *> velocities agree on that axis (then the pair stays level).
       COMPUTE-PAIR-PERIOD.
           COMPUTE LS-VEL-MOD = FUNCTION MOD(
               ROBOT-VEL-ROW(LS-PAIR-A) - ROBOT-VEL-ROW(LS-PAIR-B),
               IN-ROW-COUNT)
           IF LS-VEL-MOD = 0
               MOVE 1 TO LS-ROW-PERIOD
           ELSE
               MOVE LS-VEL-MOD TO LS-GCD-A
               MOVE IN-ROW-COUNT TO LS-GCD-B
               PERFORM COMPUTE-GCD
               COMPUTE LS-ROW-PERIOD = IN-ROW-COUNT / LS-GCD-A
           END-IF
           COMPUTE LS-VEL-MOD = FUNCTION MOD(
               ROBOT-VEL-COL(LS-PAIR-A) - ROBOT-VEL-COL(LS-PAIR-B),
               IN-COL-COUNT)
           IF LS-VEL-MOD = 0
               MOVE 1 TO LS-COL-PERIOD
           ELSE
               MOVE LS-VEL-MOD TO LS-GCD-A
               MOVE IN-COL-COUNT TO LS-GCD-B
               PERFORM COMPUTE-GCD
               COMPUTE LS-COL-PERIOD = IN-COL-COUNT / LS-GCD-A
           END-IF
           MOVE LS-ROW-PERIOD TO LS-GCD-A
           MOVE LS-COL-PERIOD TO LS-GCD-B
           PERFORM COMPUTE-GCD
           COMPUTE LS-PAIR-PERIOD = LS-ROW-PERIOD
               * LS-COL-PERIOD / LS-GCD-A
           .

       NOTE-NEW-PAIR.
           COMPUTE LS-PAIR-MEETINGS =
               (IN-CYCLE-TARGET - LS-SEC) / LS-PAIR-PERIOD + 1
           MOVE LS-PAIR-PERIOD TO LS-N-DISPLAY
           MOVE SPACES TO F-COLLISIONS-RECORD
           STRING "    PAIR LINE " ROBOT-LINE-NO(LS-PAIR-A)
               " LINE " ROBOT-LINE-NO(LS-PAIR-B)
               " MEETS EVERY " DELIMITED BY SIZE
               FUNCTION TRIM(LS-N-DISPLAY) DELIMITED BY SIZE
               " SECOND(S), " DELIMITED BY SIZE
               LS-PAIR-MEETINGS DELIMITED BY SIZE
               " TIME(S) IN WINDOW" DELIMITED BY SIZE
               INTO F-COLLISIONS-RECORD
           WRITE F-COLLISIONS-RECORD
           IF LS-PAIR-COUNT = C-MAX-PAIRS
               ADD 1 TO LS-PAIR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-PAIR-COUNT
           MOVE LS-PAIR-MEETINGS TO LS-PE-MEETINGS(LS-PAIR-COUNT)
           MOVE LS-SEC TO LS-PE-FIRST-SEC(LS-PAIR-COUNT)
           MOVE ROBOT-LINE-NO(LS-PAIR-A) TO LS-PE-LINE-A(LS-PAIR-COUNT)
           MOVE ROBOT-LINE-NO(LS-PAIR-B) TO LS-PE-LINE-B(LS-PAIR-COUNT)
           MOVE LS-PAIR-PERIOD TO LS-PE-PERIOD(LS-PAIR-COUNT)
           .

       WRITE-COLLISION-SUMMARY.
           MOVE SPACES TO F-COLLISIONS-RECORD
           WRITE F-COLLISIONS-RECORD
           MOVE "COLLISION SUMMARY" TO F-COLLISIONS-RECORD
           WRITE F-COLLISIONS-RECORD
           MOVE LS-TOTAL-TILES TO LS-N-DISPLAY
           MOVE SPACES TO F-COLLISIONS-RECORD
           STRING "  SHARED TILES OVER THE WINDOW " LS-N-DISPLAY
               DELIMITED BY SIZE
               INTO F-COLLISIONS-RECORD
           WRITE F-COLLISIONS-RECORD
           MOVE LS-TILES-SUPPRESSED TO LS-N-DISPLAY
           MOVE SPACES TO F-COLLISIONS-RECORD
           STRING "  REPEAT MEETINGS NOT LISTED   " LS-N-DISPLAY
               DELIMITED BY SIZE
               INTO F-COLLISIONS-RECORD
           WRITE F-COLLISIONS-RECORD
           MOVE SPACES TO F-COLLISIONS-RECORD
           IF LS-WORST-ROBOTS = 0
               MOVE "  NO ROBOTS SHARED A TILE IN THE WINDOW"
                   TO F-COLLISIONS-RECORD
           ELSE
               STRING "  WORST SECOND " LS-WORST-SEC
                   ": " LS-WORST-ROBOTS " ROBOTS ON "
                   LS-WORST-TILES " SHARED TILE(S)"
                   DELIMITED BY SIZE
                   INTO F-COLLISIONS-RECORD
           END-IF
           WRITE F-COLLISIONS-RECORD

           IF LS-PAIR-COUNT > 1
               SORT LS-PAIR-ENTRY ON DESCENDING KEY LS-PE-MEETINGS
                   ON ASCENDING KEY LS-PE-FIRST-SEC
           END-IF
           MOVE "MOST COLLISION-PRONE PAIRS" TO F-COLLISIONS-RECORD
           WRITE F-COLLISIONS-RECORD
           PERFORM VARYING LS-PAIR-IDX FROM 1 BY 1
               UNTIL LS-PAIR-IDX > LS-PAIR-COUNT
                   OR LS-PAIR-IDX > C-TOP-PAIRS
               MOVE LS-PE-PERIOD(LS-PAIR-IDX) TO LS-N-DISPLAY
               MOVE SPACES TO F-COLLISIONS-RECORD
               STRING "  LINE " LS-PE-LINE-A(LS-PAIR-IDX)
                   " LINE " LS-PE-LINE-B(LS-PAIR-IDX)
                   " MEETINGS " LS-PE-MEETINGS(LS-PAIR-IDX)
                   " FIRST SECOND " LS-PE-FIRST-SEC(LS-PAIR-IDX)
                   " PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-N-DISPLAY) DELIMITED BY SIZE
                   INTO F-COLLISIONS-RECORD
               WRITE F-COLLISIONS-RECORD
           END-PERFORM
           IF LS-PAIR-OVERFLOW > 0
               MOVE SPACES TO F-COLLISIONS-RECORD
               STRING "  " LS-PAIR-OVERFLOW " FURTHER PAIR(S) NOT "
                   "RANKED (TABLE FULL)"
                   DELIMITED BY SIZE
                   INTO F-COLLISIONS-RECORD
               WRITE F-COLLISIONS-RECORD
           END-IF
           .

      *> ===============================================================
      *> FIND-MIN-SAFETY-SECOND.
      *>
