      *> An optional trailing token names a keypad layout
      *> definition file (see LOAD-KEYPAD-LAYOUTS); without one
      *> the classic pads apply, exactly as before.
      *> Mode M prints the hop-cost matrices of a layout file for
      *> chain depths 1 to the count given (see HOP-COST-REPORT):
      *>     day21 M <max-depth> <layout-file>
           UNSTRING LS-COMMAND-LINE
               DELIMITED BY SPACE
               INTO LS-MODE LS-KEYPAD-COUNT LS-INPUT
                    LS-LAYOUT-PATH
           END-UNSTRING
           IF LS-MODE = "M"
               IF LS-INPUT = SPACES
                   OR LS-KEYPAD-COUNT NOT NUMERIC
                   OR LS-KEYPAD-COUNT < 1 OR LS-KEYPAD-COUNT > 25
                   DISPLAY "DAY21: usage: day21 M <max-depth 1-25> "
                       "<layout-file>"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LS-INPUT TO LS-LAYOUT-PATH
           END-IF

           CALL "DEFAULT-KEYPAD-LAYOUTS"
           IF LS-LAYOUT-PATH NOT = SPACES
                       "DAY21" LS-FILE-PATH LS-RUN-START-TS
                       LS-RUN-END-TS LS-RUN-RESULT

               WHEN "M"

                   CALL "HOP-COST-REPORT" USING
                       LS-KEYPAD-COUNT
                       LS-LAYOUT-PATH

                   MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
                   STRING "hop-cost matrices to depth "
                       DELIMITED BY SIZE
                       LS-KEYPAD-COUNT DELIMITED BY SIZE
                       INTO LS-RUN-RESULT
                   CALL "WRITE-RUN-LOG" USING
                       "DAY21" LS-LAYOUT-PATH LS-RUN-START-TS
                       LS-RUN-END-TS LS-RUN-RESULT

           END-EVALUATE

           .
           END-IF
           GOBACK.
       END PROGRAM GET-POSITION.

      *> ===============================================================
      *> HOP-COST-REPORT.
      *> For each pad in the layout (the numeric tier, then the
      *> directional tier), print a from-key by to-key matrix of
      *> the fewest human keypresses that make the robot at that
      *> pad move from one key to the other and press it, for
      *> every chain depth from 1 to IN-MAX-DEPTH. Depth counts as
      *> DAY21's keypad count does for a "<" run: at depth 1 the
      *> human drives the pad's robot directly. Each row closes with
      *> its cheapest and dearest hops (a key to itself is always
      *> one press and is left out of both). Report in the layout
      *> file's ".costs" companion.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOP-COST-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-REPORT ASSIGN TO LS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-REPORT.
       01  F-REPORT-RECORD           PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "constants" IN "21/src".
       COPY "layout" IN "21/src".

       LOCAL-STORAGE SECTION.
       COPY "cache" IN "21/src".
       01  LS-REPORT-PATH            PIC X(40).
       01  LS-REPORT-STATUS          PIC X(2).
       01  LS-PAD-IDX                PIC 9(1).
       01  LS-KP-TYPE                PIC 9(1).
       01  LS-ROW-IDX                PIC 9(1).
       01  LS-COL-IDX                PIC 9(1).
       01  LS-PAD-KEYS               PIC X(12).
       01  LS-PAD-KEY-COUNT          PIC 9(2).
       01  LS-FROM-IDX               PIC 9(2).
       01  LS-TO-IDX                 PIC 9(2).
       01  LS-FROM-KEY               PIC X(1).
       01  LS-TO-KEY                 PIC X(1).
       01  LS-DEPTH                  PIC 9(2).
       01  LS-COST                   PIC 9(14).
       01  LS-LOW-COST               PIC 9(14).
       01  LS-HIGH-COST              PIC 9(14).
       01  LS-LOW-KEYS               PIC X(12).
       01  LS-HIGH-KEYS              PIC X(12).
       01  LS-LOW-COUNT              PIC 9(2).
       01  LS-HIGH-COUNT             PIC 9(2).
       01  LS-COST-DISPLAY           PIC Z(13)9.
       01  LS-LOW-DISPLAY            PIC Z(13)9.
       01  LS-HIGH-DISPLAY           PIC Z(13)9.
       01  LS-LINE-POS               PIC 9(3).
       01  LS-CACHE-KEY              PIC X(4).
       01  LS-CACHE-RESULT           PIC 9(1).

       LINKAGE SECTION.
       01  IN-MAX-DEPTH              PIC 9(2).
       01  IN-LAYOUT-PATH            PIC X(30).

       PROCEDURE DIVISION USING BY REFERENCE
           IN-MAX-DEPTH
           IN-LAYOUT-PATH.

           STRING FUNCTION TRIM(IN-LAYOUT-PATH) DELIMITED BY SIZE
               ".costs" DELIMITED BY SIZE
               INTO LS-REPORT-PATH
           OPEN OUTPUT FD-REPORT
           IF LS-REPORT-STATUS NOT = "00"
               DISPLAY "DAY21: ERROR OPENING " LS-REPORT-PATH
                   " STATUS=" LS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-REPORT-RECORD
           STRING "HOP-COST MATRICES - LAYOUT " DELIMITED BY SIZE
               FUNCTION TRIM(IN-LAYOUT-PATH) DELIMITED BY SIZE
               ", CHAIN DEPTH 1 TO " DELIMITED BY SIZE
               IN-MAX-DEPTH DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE "HUMAN KEYPRESSES TO MOVE FROM THE ROW KEY TO THE "
               & "COLUMN KEY AND PRESS IT" TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD

      *> Below the top of the chain every tier is directional, so
      *> the directional hops are costed into the cache first, a
      *> level at a time, and both pads' matrices read from it.
           MOVE 2 TO LS-PAD-IDX
           MOVE C-TYPE-DIRECTIONAL TO LS-KP-TYPE
           PERFORM COLLECT-PAD-KEYS
           PERFORM VARYING LS-DEPTH FROM 1 BY 1
               UNTIL LS-DEPTH > IN-MAX-DEPTH
               PERFORM VARYING LS-FROM-IDX FROM 1 BY 1
                   UNTIL LS-FROM-IDX > LS-PAD-KEY-COUNT
                   PERFORM VARYING LS-TO-IDX FROM 1 BY 1
                       UNTIL LS-TO-IDX > LS-PAD-KEY-COUNT
                       PERFORM CACHE-ONE-HOP
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           PERFORM VARYING LS-PAD-IDX FROM 1 BY 1
               UNTIL LS-PAD-IDX > 2
               COMPUTE LS-KP-TYPE = LS-PAD-IDX - 1
               PERFORM COLLECT-PAD-KEYS
               PERFORM VARYING LS-DEPTH FROM 1 BY 1
                   UNTIL LS-DEPTH > IN-MAX-DEPTH
                   PERFORM WRITE-ONE-MATRIX
               END-PERFORM
           END-PERFORM

           CLOSE FD-REPORT
           DISPLAY "DAY21: hop-cost matrices to depth " IN-MAX-DEPTH
               " in " FUNCTION TRIM(LS-REPORT-PATH)
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CACHE-ONE-HOP.
           MOVE LS-PAD-KEYS(LS-FROM-IDX:1) TO LS-FROM-KEY
           MOVE LS-PAD-KEYS(LS-TO-IDX:1) TO LS-TO-KEY
           CALL "HOP-COST" USING
               CACHE-GRP
               LS-KP-TYPE
               LS-DEPTH
               LS-FROM-KEY
               LS-TO-KEY
               LS-COST
           STRING LS-DEPTH LS-FROM-KEY LS-TO-KEY
               DELIMITED BY SIZE INTO LS-CACHE-KEY
           CALL "ADD-TO-CACHE" USING
               CACHE-GRP
               LS-CACHE-KEY
               LS-COST
               LS-CACHE-RESULT
           .

       COLLECT-PAD-KEYS.
           MOVE SPACES TO LS-PAD-KEYS
           MOVE 0 TO LS-PAD-KEY-COUNT
           PERFORM VARYING LS-ROW-IDX FROM 1 BY 1
               UNTIL LS-ROW-IDX > LAYOUT-HEIGHT(LS-PAD-IDX)
               PERFORM VARYING LS-COL-IDX FROM 1 BY 1
                   UNTIL LS-COL-IDX > LAYOUT-WIDTH(LS-PAD-IDX)
                   IF LAYOUT-KEY(LS-PAD-IDX, LS-ROW-IDX, LS-COL-IDX)
                       NOT = SPACE
                       ADD 1 TO LS-PAD-KEY-COUNT
                       MOVE LAYOUT-KEY(LS-PAD-IDX, LS-ROW-IDX,
                           LS-COL-IDX)
                           TO LS-PAD-KEYS(LS-PAD-KEY-COUNT:1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-ONE-MATRIX.
           MOVE SPACES TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE SPACES TO F-REPORT-RECORD
           IF LS-PAD-IDX = 1
               STRING "NUMERIC PAD, DEPTH " LS-DEPTH
                   DELIMITED BY SIZE INTO F-REPORT-RECORD
           ELSE
               STRING "DIRECTIONAL PAD, DEPTH " LS-DEPTH
                   DELIMITED BY SIZE INTO F-REPORT-RECORD
           END-IF
           WRITE F-REPORT-RECORD
           MOVE SPACES TO F-REPORT-RECORD
           MOVE "FROM |" TO F-REPORT-RECORD
           MOVE 7 TO LS-LINE-POS
           PERFORM VARYING LS-TO-IDX FROM 1 BY 1
               UNTIL LS-TO-IDX > LS-PAD-KEY-COUNT
               ADD 13 TO LS-LINE-POS
               MOVE LS-PAD-KEYS(LS-TO-IDX:1)
                   TO F-REPORT-RECORD(LS-LINE-POS:1)
               ADD 2 TO LS-LINE-POS
           END-PERFORM
           ADD 2 TO LS-LINE-POS
           MOVE "CHEAPEST" TO F-REPORT-RECORD(LS-LINE-POS:)
           ADD 28 TO LS-LINE-POS
           MOVE "DEAREST" TO F-REPORT-RECORD(LS-LINE-POS:)
           WRITE F-REPORT-RECORD

           PERFORM VARYING LS-FROM-IDX FROM 1 BY 1
               UNTIL LS-FROM-IDX > LS-PAD-KEY-COUNT
               PERFORM WRITE-ONE-ROW
           END-PERFORM
           .

       WRITE-ONE-ROW.
           MOVE SPACES TO F-REPORT-RECORD
           MOVE LS-PAD-KEYS(LS-FROM-IDX:1) TO F-REPORT-RECORD(4:1)
           MOVE "|" TO F-REPORT-RECORD(6:1)
           MOVE 7 TO LS-LINE-POS
           MOVE 0 TO LS-LOW-COUNT LS-HIGH-COUNT
           MOVE SPACES TO LS-LOW-KEYS LS-HIGH-KEYS
           PERFORM VARYING LS-TO-IDX FROM 1 BY 1
               UNTIL LS-TO-IDX > LS-PAD-KEY-COUNT
               MOVE LS-PAD-KEYS(LS-FROM-IDX:1) TO LS-FROM-KEY
               MOVE LS-PAD-KEYS(LS-TO-IDX:1) TO LS-TO-KEY
               CALL "HOP-COST" USING
                   CACHE-GRP
                   LS-KP-TYPE
                   LS-DEPTH
                   LS-FROM-KEY
                   LS-TO-KEY
                   LS-COST
               MOVE LS-COST TO LS-COST-DISPLAY
               MOVE LS-COST-DISPLAY TO F-REPORT-RECORD(LS-LINE-POS:14)
               ADD 15 TO LS-LINE-POS
               IF LS-TO-IDX NOT = LS-FROM-IDX
                   PERFORM TRACK-LOW-AND-HIGH
               END-IF
           END-PERFORM
           MOVE LS-LOW-COST TO LS-LOW-DISPLAY
           MOVE LS-HIGH-COST TO LS-HIGH-DISPLAY
           ADD 2 TO LS-LINE-POS
           STRING "->" FUNCTION TRIM(LS-LOW-KEYS) " ("
               FUNCTION TRIM(LS-LOW-DISPLAY) ")"
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD(LS-LINE-POS:28)
           ADD 28 TO LS-LINE-POS
           STRING "->" FUNCTION TRIM(LS-HIGH-KEYS) " ("
               FUNCTION TRIM(LS-HIGH-DISPLAY) ")"
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD(LS-LINE-POS:)
           WRITE F-REPORT-RECORD
           .

      *> Ties are all listed.
       TRACK-LOW-AND-HIGH.
           EVALUATE TRUE
               WHEN LS-LOW-COUNT = 0 OR LS-COST < LS-LOW-COST
                   MOVE LS-COST TO LS-LOW-COST
                   MOVE SPACES TO LS-LOW-KEYS
                   MOVE 1 TO LS-LOW-COUNT
                   MOVE LS-PAD-KEYS(LS-TO-IDX:1) TO LS-LOW-KEYS(1:1)
               WHEN LS-COST = LS-LOW-COST
                   ADD 1 TO LS-LOW-COUNT
                   MOVE LS-PAD-KEYS(LS-TO-IDX:1)
                       TO LS-LOW-KEYS(LS-LOW-COUNT:1)
           END-EVALUATE
           EVALUATE TRUE
               WHEN LS-HIGH-COUNT = 0 OR LS-COST > LS-HIGH-COST
                   MOVE LS-COST TO LS-HIGH-COST
                   MOVE SPACES TO LS-HIGH-KEYS
                   MOVE 1 TO LS-HIGH-COUNT
                   MOVE LS-PAD-KEYS(LS-TO-IDX:1) TO LS-HIGH-KEYS(1:1)
               WHEN LS-COST = LS-HIGH-COST
                   ADD 1 TO LS-HIGH-COUNT
                   MOVE LS-PAD-KEYS(LS-TO-IDX:1)
                       TO LS-HIGH-KEYS(LS-HIGH-COUNT:1)
           END-EVALUATE
           .
       END PROGRAM HOP-COST-REPORT.

      *> ===============================================================
      *> HOP-COST.
      *> Fewest human keypresses for one hop from IN-START-KEY to
      *> IN-END-KEY on a pad of type IN-KP-TYPE at chain depth
      *> IN-LEVEL: the GET-STEP-PATH moves (ending in A) cost their
      *> own length at depth 1; deeper, each of their hops costs
      *> what it does on the directional tier one level down,
      *> starting from A, taken from the cache under the same
      *> level/start/end key GET-SHORTEST-INPUT-SEQUENCE-LEN uses.
      *> The caller fills the cache a level at a time from depth 1,
      *> so the level below is always there.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOP-COST.
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  LS-CACHE-KEY              PIC X(4).
       01  LS-CACHE-RESULT           PIC 9(1).
       01  LS-SOURCE-SEQUENCE        PIC X(100).
       01  LS-SOURCE-LENGTH          PIC 9(3).
       01  LS-SOURCE-IDX             PIC 9(3).
       01  LS-PREV-KEY               PIC X(1).
       01  LS-NEXT-LEVEL             PIC 9(2).
       01  LS-SUB-COST               PIC 9(14).
       LINKAGE SECTION.
       COPY "cache" IN "21/src".
       01  IN-KP-TYPE                PIC 9(1).
       01  IN-LEVEL                  PIC 9(2).
       01  IN-START-KEY              PIC X(1).
       01  IN-END-KEY                PIC X(1).
       01  OUT-COST                  PIC 9(14).

       PROCEDURE DIVISION USING BY REFERENCE
           CACHE-GRP
           IN-KP-TYPE
           IN-LEVEL
           IN-START-KEY
           IN-END-KEY
           OUT-COST.

           CALL "GET-STEP-PATH" USING
               IN-KP-TYPE
               IN-START-KEY
               IN-END-KEY
               LS-SOURCE-SEQUENCE
           COMPUTE LS-SOURCE-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-SOURCE-SEQUENCE))

           IF IN-LEVEL = 1
               MOVE LS-SOURCE-LENGTH TO OUT-COST
               GOBACK
           END-IF

           MOVE 0 TO OUT-COST
           COMPUTE LS-NEXT-LEVEL = IN-LEVEL - 1
           MOVE "A" TO LS-PREV-KEY
           PERFORM VARYING LS-SOURCE-IDX FROM 1 BY 1
               UNTIL LS-SOURCE-IDX > LS-SOURCE-LENGTH
               STRING LS-NEXT-LEVEL LS-PREV-KEY
                   LS-SOURCE-SEQUENCE(LS-SOURCE-IDX:1)
                   DELIMITED BY SIZE INTO LS-CACHE-KEY
               CALL "GET-FROM-CACHE" USING
                   CACHE-GRP
                   LS-CACHE-KEY
                   LS-SUB-COST
                   LS-CACHE-RESULT
               ADD LS-SUB-COST TO OUT-COST
               MOVE LS-SOURCE-SEQUENCE(LS-SOURCE-IDX:1)
                   TO LS-PREV-KEY
           END-PERFORM
           GOBACK.
       END PROGRAM HOP-COST.
