      *> ledger (pushes, net displacement, final GPS coordinate)
      *> with a top-movers report to the input's ".boxledger"
      *> companion.
      *> A SCRIPTS token followed by a script list file instead
      *> loads the warehouse map once and runs every move script
      *> the list names against that same starting state, ranking
      *> them in a comparison report (see COMPARE-SCRIPTS). Any
      *> move lines in the warehouse file are not applied then.
       01  LS-COMMAND-LINE           PIC X(80).
       01  LS-FILE-PATH              PIC X(30).
       01  LS-OPTION                 PIC X(7).
       01  LS-LIST-PATH              PIC X(30).
       01  LS-MAP-ONLY               PIC 9(1) VALUE 0.
       01  LS-SCORE                  PIC 9(15).
       COPY "grid" IN "15".
       COPY "boxes" IN "15".

           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY " "
               INTO LS-FILE-PATH LS-OPTION LS-LIST-PATH

           INITIALIZE BOX-GRP
           IF LS-OPTION = "LEDGER"
               MOVE 1 TO BOX-LEDGER-ENABLED
           END-IF
           IF LS-OPTION = "SCRIPTS"
               MOVE 1 TO LS-MAP-ONLY
           END-IF

           CALL "PROCESS-FILE" USING
               BY REFERENCE LS-FILE-PATH
               GRID-GRP
               BOX-GRP
               LS-MAP-ONLY

           IF LS-OPTION = "SCRIPTS"
               CALL "COMPARE-SCRIPTS" USING
                   BY REFERENCE GRID-GRP
                   BOX-GRP
                   LS-FILE-PATH
                   LS-LIST-PATH
               GOBACK
           END-IF

           CALL "CALCULATE-SCORE" USING
               BY REFERENCE GRID-GRP

      *> ===============================================================
      *> PROCESS-FILE.
      *>
      *> Loads the warehouse map and applies the move lines that
      *> follow it. With IN-MAP-ONLY set, only the map is loaded.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESS-FILE.
       01  IN-FILE-PATH              PIC X(30).
       COPY "grid" IN "15".
       COPY "boxes" IN "15".
       01  IN-MAP-ONLY               PIC 9(1).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-FILE-PATH
           GRID-GRP
           BOX-GRP
           IN-MAP-ONLY.

           OPEN INPUT FD-DATA
           PERFORM UNTIL EXIT
                           END-PERFORM
                       END-IF
                       IF LS-ROW > GRID-HEIGHT AND LS-LINE NOT =
                           SPACE AND IN-MAP-ONLY = 0
                           PERFORM VARYING LS-INSTR-PTR FROM 1 BY 1
                               UNTIL LS-INSTR-PTR > LENGTH OF FUNCTION
                                   TRIM(LS-LINE)
           END-PERFORM
           .
       END PROGRAM WRITE-BOX-LEDGER.

      *> ===============================================================
      *> COMPARE-SCRIPTS.
      *>
      *> Operations plans several candidate move sequences for the
      *> same warehouse. The script list names one move script file
      *> per line (blank lines and lines starting "*" are skipped);
      *> each script is a file of move lines in the same notation
      *> as the moves under a warehouse map. Every script runs
      *> through PROCESS-MOVE from the same starting state - the
      *> loaded map is kept aside and restored before each one -
      *> and gets its own companions named after the script file:
      *> "<script>.replay", one line per move, and the box ledger
      *> "<script>.boxledger". Characters other than the four move
      *> arrows are skipped. A move is blocked when the robot ends
      *> it where it started.
      *>
      *> The comparison goes to "<list>.compare", ranked by final
      *> CALCULATE-SCORE, lowest first, with each script's move
      *> count, blocked moves and the boxes it never moved.
      *> Scripts that cannot be read are listed after the ranking.
      *> RC=8 when any script could not be read or the list names
      *> none; RC=12 when the list or a companion cannot be opened.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARE-SCRIPTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LIST ASSIGN TO IN-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-LIST-STATUS.
           SELECT FD-SCRIPT ASSIGN TO LS-SCRIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SCRIPT-STATUS.
           SELECT FD-REPLAY ASSIGN TO LS-REPLAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REPLAY-STATUS.
           SELECT FD-COMPARE ASSIGN TO LS-COMPARE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-COMPARE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LIST.
       01  F-LIST-RECORD             PIC X(100).
       FD  FD-SCRIPT.
       01  F-SCRIPT-RECORD           PIC X(1000).
       FD  FD-REPLAY.
       01  F-REPLAY-RECORD           PIC X(80).
       FD  FD-COMPARE.
       01  F-COMPARE-RECORD          PIC X(100).

       LOCAL-STORAGE SECTION.
       01  C-MAX-SCRIPTS             CONSTANT 50.
       01  LS-LIST-STATUS            PIC X(2).
       01  LS-SCRIPT-STATUS          PIC X(2).
       01  LS-REPLAY-STATUS          PIC X(2).
       01  LS-COMPARE-STATUS         PIC X(2).
       01  LS-SCRIPT-PATH            PIC X(30).
       01  LS-REPLAY-PATH            PIC X(40).
       01  LS-COMPARE-PATH           PIC X(40).
       01  LS-RC                     PIC 9(2) VALUE 0.
       01  LS-SKIPPED                PIC 9(4) VALUE 0.
       01  LS-LINE                   PIC X(1000).
       01  LS-LINE-LEN               PIC 9(4).
       01  LS-INSTR-PTR              PIC 9(4).
       01  LS-MOVE                   PIC X(1).
       01  LS-MOVE-NUM               PIC 9(6).
       01  LS-BLOCKED                PIC 9(6).
       01  LS-IDLE-BOXES             PIC 9(4).
       01  LS-BOX-IDX                PIC 9(4) COMP.
       01  LS-SCORE                  PIC 9(15).
       01  LS-ROBOT-ROW-BEFORE       PIC 9(3).
       01  LS-ROBOT-COL-BEFORE       PIC 9(3).
       01  LS-MOVE-NUM-DISPLAY       PIC Z(5)9.
       01  LS-RANK                   PIC 9(3).
       01  LS-RESULT-IDX             PIC 9(3).
       01  LS-RESULT-GRP.
           05  LS-RESULT-COUNT       PIC 9(3) VALUE 0.
           05  LS-RESULT-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON LS-RESULT-COUNT.
      *> 0 = ran, 1 = could not be read; the unreadable sort last.
               10  LS-RS-UNREADABLE  PIC 9(1).
               10  LS-RS-SCORE       PIC 9(15).
               10  LS-RS-SEQ         PIC 9(3).
               10  LS-RS-PATH        PIC X(30).
               10  LS-RS-MOVES       PIC 9(6).
               10  LS-RS-BLOCKED     PIC 9(6).
               10  LS-RS-IDLE-BOXES  PIC 9(4).
      *> The warehouse as loaded, restored before every script.
       COPY "grid" IN "15"
           REPLACING LEADING ==GRID-== BY ==START-GRID-==
                     LEADING ==ROBOT-== BY ==START-ROBOT-==.
       COPY "boxes" IN "15"
           REPLACING LEADING ==BOX-== BY ==START-BOX-==.

       LINKAGE SECTION.
       COPY "grid" IN "15".
       COPY "boxes" IN "15".
       01  IN-FILE-PATH              PIC X(30).
       01  IN-LIST-PATH              PIC X(30).

       PROCEDURE DIVISION USING
           BY REFERENCE GRID-GRP
           BOX-GRP
           IN-FILE-PATH
           IN-LIST-PATH.

           MOVE GRID-HEIGHT TO START-GRID-HEIGHT
           MOVE GRID-GRP TO START-GRID-GRP
           MOVE BOX-GRP TO START-BOX-GRP

           OPEN INPUT FD-LIST
           IF LS-LIST-STATUS NOT = "00"
               DISPLAY "DAY15: ERROR OPENING " IN-LIST-PATH
                   " STATUS=" LS-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-LIST
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-LIST-RECORD = SPACES
                   OR F-LIST-RECORD(1:1) = "*"
                   EXIT PERFORM CYCLE
               END-IF
               IF LS-RESULT-COUNT = C-MAX-SCRIPTS
                   ADD 1 TO LS-SKIPPED
                   EXIT PERFORM CYCLE
               END-IF
               MOVE FUNCTION TRIM(F-LIST-RECORD) TO LS-SCRIPT-PATH
               PERFORM RUN-ONE-SCRIPT
           END-PERFORM
           CLOSE FD-LIST

           IF LS-RESULT-COUNT = 0
               DISPLAY "DAY15: no move scripts listed in "
                   FUNCTION TRIM(IN-LIST-PATH)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-COMPARISON
           MOVE LS-RC TO RETURN-CODE
           GOBACK.

       RUN-ONE-SCRIPT.
           ADD 1 TO LS-RESULT-COUNT
           INITIALIZE LS-RESULT-ENTRY(LS-RESULT-COUNT)
           MOVE LS-RESULT-COUNT TO LS-RS-SEQ(LS-RESULT-COUNT)
           MOVE LS-SCRIPT-PATH TO LS-RS-PATH(LS-RESULT-COUNT)

           OPEN INPUT FD-SCRIPT
           IF LS-SCRIPT-STATUS NOT = "00"
               DISPLAY "DAY15: ERROR OPENING " LS-SCRIPT-PATH
                   " STATUS=" LS-SCRIPT-STATUS
               MOVE 1 TO LS-RS-UNREADABLE(LS-RESULT-COUNT)
               MOVE 8 TO LS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REPLAY-PATH
           STRING FUNCTION TRIM(LS-SCRIPT-PATH) DELIMITED BY SIZE
               ".replay" DELIMITED BY SIZE
               INTO LS-REPLAY-PATH
           OPEN OUTPUT FD-REPLAY
           IF LS-REPLAY-STATUS NOT = "00"
               DISPLAY "DAY15: ERROR OPENING " LS-REPLAY-PATH
                   " STATUS=" LS-REPLAY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE START-GRID-GRP TO GRID-GRP
           MOVE START-BOX-GRP TO BOX-GRP
           MOVE 1 TO BOX-LEDGER-ENABLED
           MOVE 0 TO LS-MOVE-NUM
           MOVE 0 TO LS-BLOCKED
           PERFORM UNTIL EXIT
               READ FD-SCRIPT
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE F-SCRIPT-RECORD TO LS-LINE
               IF LS-LINE = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               COMPUTE LS-LINE-LEN =
                   LENGTH OF FUNCTION TRIM(LS-LINE TRAILING)
               PERFORM VARYING LS-INSTR-PTR FROM 1 BY 1
                   UNTIL LS-INSTR-PTR > LS-LINE-LEN
                   MOVE LS-LINE(LS-INSTR-PTR:1) TO LS-MOVE
                   IF LS-MOVE = "^" OR ">" OR "v" OR "<"
                       PERFORM APPLY-SCRIPT-MOVE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE FD-SCRIPT
           CLOSE FD-REPLAY

           CALL "CALCULATE-SCORE" USING
               BY REFERENCE GRID-GRP
               LS-SCORE
           MOVE 0 TO LS-IDLE-BOXES
           PERFORM VARYING LS-BOX-IDX FROM 1 BY 1
               UNTIL LS-BOX-IDX > BOX-COUNT
               IF BOX-PUSHES(LS-BOX-IDX) = 0
                   ADD 1 TO LS-IDLE-BOXES
               END-IF
           END-PERFORM
           MOVE LS-SCORE TO LS-RS-SCORE(LS-RESULT-COUNT)
           MOVE LS-MOVE-NUM TO LS-RS-MOVES(LS-RESULT-COUNT)
           MOVE LS-BLOCKED TO LS-RS-BLOCKED(LS-RESULT-COUNT)
           MOVE LS-IDLE-BOXES TO LS-RS-IDLE-BOXES(LS-RESULT-COUNT)

           CALL "WRITE-BOX-LEDGER" USING
               BY REFERENCE GRID-GRP
               BOX-GRP
               LS-SCRIPT-PATH
           .

       APPLY-SCRIPT-MOVE.
           MOVE ROBOT-ROW TO LS-ROBOT-ROW-BEFORE
           MOVE ROBOT-COL TO LS-ROBOT-COL-BEFORE
           CALL "PROCESS-MOVE" USING
               GRID-GRP
               LS-MOVE
               BOX-GRP
           ADD 1 TO LS-MOVE-NUM
           MOVE LS-MOVE-NUM TO LS-MOVE-NUM-DISPLAY
           MOVE SPACES TO F-REPLAY-RECORD
           STRING "MOVE " LS-MOVE-NUM-DISPLAY
               " [" LS-MOVE "] ROBOT ("
               LS-ROBOT-ROW-BEFORE "," LS-ROBOT-COL-BEFORE ") -> ("
               ROBOT-ROW "," ROBOT-COL ")"
               DELIMITED BY SIZE
               INTO F-REPLAY-RECORD
           IF ROBOT-ROW = LS-ROBOT-ROW-BEFORE
               AND ROBOT-COL = LS-ROBOT-COL-BEFORE
               ADD 1 TO LS-BLOCKED
               MOVE "BLOCKED" TO F-REPLAY-RECORD(46:7)
           END-IF
           WRITE F-REPLAY-RECORD
           .

       WRITE-COMPARISON.
           STRING FUNCTION TRIM(IN-LIST-PATH) DELIMITED BY SIZE
               ".compare" DELIMITED BY SIZE
               INTO LS-COMPARE-PATH
           OPEN OUTPUT FD-COMPARE
           IF LS-COMPARE-STATUS NOT = "00"
               DISPLAY "DAY15: ERROR OPENING " LS-COMPARE-PATH
                   " STATUS=" LS-COMPARE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-RESULT-COUNT > 1
               SORT LS-RESULT-ENTRY
                   ON ASCENDING KEY LS-RS-UNREADABLE
                   ON ASCENDING KEY LS-RS-SCORE
                   ON ASCENDING KEY LS-RS-SEQ
           END-IF

           MOVE SPACES TO F-COMPARE-RECORD
           STRING "MOVE SCRIPT COMPARISON FOR WAREHOUSE "
               FUNCTION TRIM(IN-FILE-PATH)
               DELIMITED BY SIZE
               INTO F-COMPARE-RECORD
           WRITE F-COMPARE-RECORD
           MOVE "RANKED BY FINAL SCORE, LOWEST FIRST"
               TO F-COMPARE-RECORD
           WRITE F-COMPARE-RECORD
           MOVE SPACES TO F-COMPARE-RECORD
           WRITE F-COMPARE-RECORD
           MOVE SPACES TO F-COMPARE-RECORD
           MOVE "RANK SCRIPT" TO F-COMPARE-RECORD(1:11)
           MOVE "FINAL SCORE" TO F-COMPARE-RECORD(41:11)
           MOVE "MOVES BLOCKED" TO F-COMPARE-RECORD(54:13)
           MOVE "IDLE BOXES" TO F-COMPARE-RECORD(68:10)
           WRITE F-COMPARE-RECORD
           MOVE 0 TO LS-RANK
           PERFORM VARYING LS-RESULT-IDX FROM 1 BY 1
               UNTIL LS-RESULT-IDX > LS-RESULT-COUNT
               MOVE SPACES TO F-COMPARE-RECORD
               IF LS-RS-UNREADABLE(LS-RESULT-IDX) = 1
                   STRING "  -  " LS-RS-PATH(LS-RESULT-IDX)
                       " NOT READ"
                       DELIMITED BY SIZE
                       INTO F-COMPARE-RECORD
               ELSE
                   ADD 1 TO LS-RANK
                   STRING LS-RANK "  " LS-RS-PATH(LS-RESULT-IDX)
                       " " LS-RS-SCORE(LS-RESULT-IDX)
                       " " LS-RS-MOVES(LS-RESULT-IDX)
                       "  " LS-RS-BLOCKED(LS-RESULT-IDX)
                       "       " LS-RS-IDLE-BOXES(LS-RESULT-IDX)
                       DELIMITED BY SIZE
                       INTO F-COMPARE-RECORD
               END-IF
               WRITE F-COMPARE-RECORD
           END-PERFORM
           IF LS-SKIPPED > 0
               MOVE SPACES TO F-COMPARE-RECORD
               STRING LS-SKIPPED " SCRIPT(S) BEYOND THE FIRST 50 "
                   "NOT RUN"
                   DELIMITED BY SIZE
                   INTO F-COMPARE-RECORD
               WRITE F-COMPARE-RECORD
               MOVE 8 TO LS-RC
           END-IF
           CLOSE FD-COMPARE
           DISPLAY "DAY15: " LS-RANK " script(s) compared in "
               FUNCTION TRIM(LS-COMPARE-PATH)
           .
       END PROGRAM COMPARE-SCRIPTS.
