       01  LS-CONE-WIRE              PIC X(3).
       01  LS-CONE-DEPTH-LIMIT       PIC 9(3) VALUE 99.
       01  LS-CONE-LEVEL             PIC 9(3) VALUE 0.
      *> The wire table as parsed, before the known swaps go in.
       01  LS-PARSED-WIRES           PIC X(11010).
       01  LS-GATE-DEFECTS           PIC 9(3) VALUE 0.
       COPY "wire" IN "24".

       PROCEDURE DIVISION.
      *> value, down to the x/y source bits - with an optional
      *> depth limit in the 6th token for wide cones. This is the
      *> standard first view of every wiring investigation.
      *> A 4th token of "GATES" writes the structural inventory of
      *> the wiring as parsed to the input's ".gates" companion:
      *> gate counts by type, fan-out per wire, dangling wires,
      *> fan-out above the limit in the optional 5th token
      *> (default 3), and x/y bits that never reach their z
      *> output, beside the swap candidates. Any defect found
      *> ends the run with return code 4.
           UNSTRING LS-COMMAND-LINE DELIMITED BY " "
               INTO LS-FILE-PATH LS-INPUT-1 LS-INPUT-2 LS-MODE
                   LS-MODE-ARG LS-MODE-ARG-2
           CALL "PARSE-FILE" USING
               BY REFERENCE LS-FILE-PATH
               WIRE-GRP
           MOVE WIRE-GRP TO LS-PARSED-WIRES

           CALL "DISPLAY-WIRES" USING
               WIRE-GRP
           CALL "FIND-INVALID-Z-WIRES" USING
               WIRE-GRP
               LS-FILE-PATH
           IF LS-MODE = "GATES"
               IF LS-MODE-ARG NOT = SPACES
                   COMPUTE LS-FANOUT-THRESHOLD =
                       FUNCTION NUMVAL(LS-MODE-ARG)
               END-IF
               CALL "GATE-INVENTORY" USING
                   LS-PARSED-WIRES
                   LS-FILE-PATH
                   LS-FANOUT-THRESHOLD
                   LS-GATE-DEFECTS
           END-IF
           CALL "DISPLAY-WIRES" USING
               WIRE-GRP
           CALL "SETUP-INPUT" USING
           CALL "WRITE-RUN-LOG" USING
               "DAY24" LS-FILE-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
           IF LS-GATE-DEFECTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
               .
       END PROGRAM DAY24.

           END-IF
           .
       END PROGRAM FAULT-COVERAGE.

      *> ===============================================================
      *> GATE-INVENTORY.
      *> Structural inventory of the wiring as parsed, before any
      *> swap is applied: gate counts by operation, the fan-out of
      *> every wire (how many gates read it), and three defect
      *> lists - dangling wires (fan-out zero and not a z output),
      *> wires whose fan-out exceeds the limit, and x/y input bits
      *> whose input cone never reaches the z output of the same
      *> bit number. Every flagged wire is shown with its gate and
      *> input wires. The swap candidates FIND-INVALID-Z-WIRES has
      *> just written are copied in at the top, so the whole
      *> structural picture is on one page in the input's ".gates"
      *> companion. The defect count is handed back for the
      *> caller's return code.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GATE-INVENTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-GATES ASSIGN TO LS-GATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-GATES-STATUS.
           SELECT FD-CANDIDATES ASSIGN TO LS-CANDIDATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CANDIDATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-GATES.
       01  F-GATES-RECORD                        PIC X(80).
       FD  FD-CANDIDATES.
       01  F-CANDIDATES-RECORD                   PIC X(3).

       WORKING-STORAGE SECTION.
       COPY "constants" IN "24".

       LOCAL-STORAGE SECTION.
       01  LS-GATES-PATH                         PIC X(40).
       01  LS-GATES-STATUS                       PIC X(2).
       01  LS-CANDIDATES-PATH                    PIC X(45).
       01  LS-CANDIDATES-STATUS                  PIC X(2).
       01  LS-FANOUTS.
           05  LS-WIRE-FANOUT        PIC 9(3) OCCURS 999 TIMES.
      *> Backward cone of one z output: 1 marks a wire inside it.
       01  LS-CONE-MARKS.
           05  LS-IN-CONE            PIC 9(1) OCCURS 999 TIMES.
       01  LS-WORK-TOP                           PIC 9(4).
       01  LS-WORK-STACK OCCURS 999 TIMES.
           05  LS-WORK-POS                       PIC 9(3).
       01  LS-SCAN-IDX                           PIC 9(3).
       01  LS-OTHER-IDX                          PIC 9(3).
       01  LS-WIRE-POS                           PIC 9(3).
       01  LS-Z-POS                              PIC 9(3).
       01  LS-CUR-POS                            PIC 9(3).
       01  LS-FIND-NAME                          PIC X(3).
       01  LS-Z-NAME                             PIC X(3).
       01  LS-AND-COUNT                          PIC 9(3) VALUE 0.
       01  LS-OR-COUNT                           PIC 9(3) VALUE 0.
       01  LS-XOR-COUNT                          PIC 9(3) VALUE 0.
       01  LS-INPUT-COUNT                        PIC 9(3) VALUE 0.
       01  LS-SECTION-COUNT                      PIC 9(3).
       01  LS-GATE-TEXT                          PIC X(5).
       01  LS-INPUTS-TEXT                        PIC X(7).
       01  LS-FLAG-TEXT                          PIC X(30).
       01  LS-COUNT-DISPLAY                      PIC Z(2)9.
       01  LS-FANOUT-DISPLAY                     PIC Z(2)9.

       LINKAGE SECTION.
       COPY "wire" IN "24".
       01  IN-FILE-PATH                          PIC X(30).
       01  IN-FANOUT-LIMIT                       PIC 9(3).
       01  OUT-DEFECT-COUNT                      PIC 9(3).

       PROCEDURE DIVISION USING
           WIRE-GRP
           IN-FILE-PATH
           IN-FANOUT-LIMIT
           OUT-DEFECT-COUNT.

           MOVE 0 TO OUT-DEFECT-COUNT
      *> Gate counts and fan-out: how many gates consume each wire.
           PERFORM VARYING LS-SCAN-IDX FROM 1 BY 1
               UNTIL LS-SCAN-IDX > WIRE-SIZE
               MOVE 0 TO LS-WIRE-FANOUT(LS-SCAN-IDX)
           END-PERFORM
           PERFORM VARYING LS-SCAN-IDX FROM 1 BY 1
               UNTIL LS-SCAN-IDX > WIRE-SIZE
               EVALUATE WIRE-GATE(LS-SCAN-IDX)
                   WHEN C-INIT
                       ADD 1 TO LS-INPUT-COUNT
                   WHEN C-AND
                       ADD 1 TO LS-AND-COUNT
                   WHEN C-OR
                       ADD 1 TO LS-OR-COUNT
                   WHEN C-XOR
                       ADD 1 TO LS-XOR-COUNT
               END-EVALUATE
               IF WIRE-GATE(LS-SCAN-IDX) NOT = C-INIT
                   PERFORM VARYING LS-OTHER-IDX FROM 1 BY 1
                       UNTIL LS-OTHER-IDX > WIRE-SIZE
                       IF WIRE-NAME(LS-OTHER-IDX) =
                           WIRE-INPUT-1(LS-SCAN-IDX)
                           OR WIRE-NAME(LS-OTHER-IDX) =
                           WIRE-INPUT-2(LS-SCAN-IDX)
                           ADD 1 TO LS-WIRE-FANOUT(LS-OTHER-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ".gates" DELIMITED BY SIZE
               INTO LS-GATES-PATH
           OPEN OUTPUT FD-GATES
           IF LS-GATES-STATUS NOT = "00"
               DISPLAY "DAY24: ERROR OPENING " LS-GATES-PATH
                   " STATUS=" LS-GATES-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "GATE INVENTORY" TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE LS-AND-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-GATES-RECORD
           STRING "  AND GATES   " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE LS-OR-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-GATES-RECORD
           STRING "  OR GATES    " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE LS-XOR-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-GATES-RECORD
           STRING "  XOR GATES   " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE LS-INPUT-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-GATES-RECORD
           STRING "  INPUT BITS  " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-GATES-RECORD
           WRITE F-GATES-RECORD

           PERFORM WRITE-SWAP-CANDIDATES

           MOVE SPACES TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE "FAN-OUT BY WIRE" TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           PERFORM VARYING LS-WIRE-POS FROM 1 BY 1
               UNTIL LS-WIRE-POS > WIRE-SIZE
               MOVE SPACES TO LS-FLAG-TEXT
               PERFORM WRITE-WIRE-LINE
           END-PERFORM

           MOVE SPACES TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE "DANGLING WIRES (NO FAN-OUT, NOT A Z OUTPUT)"
               TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE 0 TO LS-SECTION-COUNT
           PERFORM VARYING LS-WIRE-POS FROM 1 BY 1
               UNTIL LS-WIRE-POS > WIRE-SIZE
               IF LS-WIRE-FANOUT(LS-WIRE-POS) = 0
                   AND WIRE-NAME(LS-WIRE-POS)(1:1) NOT = "z"
                   MOVE "DANGLING" TO LS-FLAG-TEXT
                   PERFORM WRITE-WIRE-LINE
                   ADD 1 TO LS-SECTION-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE SPACES TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE IN-FANOUT-LIMIT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-GATES-RECORD
           STRING "FAN-OUT ABOVE " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE 0 TO LS-SECTION-COUNT
           PERFORM VARYING LS-WIRE-POS FROM 1 BY 1
               UNTIL LS-WIRE-POS > WIRE-SIZE
               IF LS-WIRE-FANOUT(LS-WIRE-POS) > IN-FANOUT-LIMIT
                   MOVE "HIGH FAN-OUT" TO LS-FLAG-TEXT
                   PERFORM WRITE-WIRE-LINE
                   ADD 1 TO LS-SECTION-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY

      *> Reachability: input bit xNN/yNN must sit in the backward
      *> cone of zNN. The cone is walked from zNN towards the
      *> inputs with a work stack of table positions.
           MOVE SPACES TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE "INPUT BITS NOT REACHING THEIR Z OUTPUT"
               TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE 0 TO LS-SECTION-COUNT
           PERFORM VARYING LS-WIRE-POS FROM 1 BY 1
               UNTIL LS-WIRE-POS > WIRE-SIZE
               IF WIRE-GATE(LS-WIRE-POS) = C-INIT
                   PERFORM CHECK-INPUT-REACHES-Z
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE OUT-DEFECT-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           STRING "STRUCTURAL DEFECTS " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-GATES-RECORD
           WRITE F-GATES-RECORD
           CLOSE FD-GATES
           DISPLAY "DAY24: gate inventory written to "
               FUNCTION TRIM(LS-GATES-PATH)
               " defects=" LS-COUNT-DISPLAY
           GOBACK.

      *> Copy the swap candidate list into the report; a missing
      *> file just leaves the section empty.
       WRITE-SWAP-CANDIDATES.
           MOVE SPACES TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE "SWAP CANDIDATES" TO F-GATES-RECORD
           WRITE F-GATES-RECORD
           MOVE 0 TO LS-SECTION-COUNT
           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ".swapcandidates" DELIMITED BY SIZE
               INTO LS-CANDIDATES-PATH
           OPEN INPUT FD-CANDIDATES
           IF LS-CANDIDATES-STATUS = "00"
               PERFORM UNTIL LS-CANDIDATES-STATUS NOT = "00"
                   READ FD-CANDIDATES
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE F-CANDIDATES-RECORD TO LS-FIND-NAME
                   PERFORM FIND-WIRE
                   IF LS-CUR-POS = 0
                       MOVE SPACES TO F-GATES-RECORD
                       STRING "  " LS-FIND-NAME
                           " *** NOT ON THE NETWORK ***"
                           DELIMITED BY SIZE INTO F-GATES-RECORD
                       WRITE F-GATES-RECORD
                   ELSE
                       MOVE LS-CUR-POS TO LS-WIRE-POS
                       MOVE SPACES TO LS-FLAG-TEXT
                       PERFORM WRITE-WIRE-LINE
                   END-IF
                   ADD 1 TO LS-SECTION-COUNT
               END-PERFORM
               CLOSE FD-CANDIDATES
           END-IF
           PERFORM WRITE-NONE-IF-EMPTY
           .

       WRITE-NONE-IF-EMPTY.
           IF LS-SECTION-COUNT = 0
               MOVE "  (none)" TO F-GATES-RECORD
               WRITE F-GATES-RECORD
           END-IF
           .

      *> One wire line: name, gate, input wires, fan-out, and the
      *> flag in LS-FLAG-TEXT. A non-blank flag is a defect.
       WRITE-WIRE-LINE.
           EVALUATE WIRE-GATE(LS-WIRE-POS)
               WHEN C-INIT
                   MOVE "INPUT" TO LS-GATE-TEXT
               WHEN C-AND
                   MOVE "AND" TO LS-GATE-TEXT
               WHEN C-OR
                   MOVE "OR" TO LS-GATE-TEXT
               WHEN C-XOR
                   MOVE "XOR" TO LS-GATE-TEXT
               WHEN OTHER
                   MOVE "?" TO LS-GATE-TEXT
           END-EVALUATE
           IF WIRE-GATE(LS-WIRE-POS) = C-INIT
               MOVE "-" TO LS-INPUTS-TEXT
           ELSE
               STRING WIRE-INPUT-1(LS-WIRE-POS) " "
                   WIRE-INPUT-2(LS-WIRE-POS)
                   DELIMITED BY SIZE INTO LS-INPUTS-TEXT
           END-IF
           MOVE LS-WIRE-FANOUT(LS-WIRE-POS) TO LS-FANOUT-DISPLAY
           MOVE SPACES TO F-GATES-RECORD
           STRING "  " WIRE-NAME(LS-WIRE-POS)
               "  " LS-GATE-TEXT
               "  " LS-INPUTS-TEXT
               "  FAN-OUT " LS-FANOUT-DISPLAY
               "  " LS-FLAG-TEXT
               DELIMITED BY SIZE INTO F-GATES-RECORD
           WRITE F-GATES-RECORD
           IF LS-FLAG-TEXT NOT = SPACES
               ADD 1 TO OUT-DEFECT-COUNT
           END-IF
           .

       CHECK-INPUT-REACHES-Z.
           MOVE "z" TO LS-Z-NAME
           MOVE WIRE-NAME(LS-WIRE-POS)(2:2) TO LS-Z-NAME(2:2)
           MOVE LS-Z-NAME TO LS-FIND-NAME
           PERFORM FIND-WIRE
           MOVE LS-CUR-POS TO LS-Z-POS
           IF LS-Z-POS = 0
               MOVE SPACES TO LS-FLAG-TEXT
               STRING "NO OUTPUT " LS-Z-NAME
                   DELIMITED BY SIZE INTO LS-FLAG-TEXT
               PERFORM WRITE-WIRE-LINE
               ADD 1 TO LS-SECTION-COUNT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE LS-CONE-MARKS
           MOVE 1 TO LS-WORK-TOP
           MOVE LS-Z-POS TO LS-WORK-POS(1)
           MOVE 1 TO LS-IN-CONE(LS-Z-POS)
           PERFORM UNTIL LS-WORK-TOP = 0
               OR LS-IN-CONE(LS-WIRE-POS) = 1
               MOVE LS-WORK-POS(LS-WORK-TOP) TO LS-SCAN-IDX
               SUBTRACT 1 FROM LS-WORK-TOP
               IF WIRE-GATE(LS-SCAN-IDX) NOT = C-INIT
                   MOVE WIRE-INPUT-1(LS-SCAN-IDX) TO LS-FIND-NAME
                   PERFORM PUSH-CONE-WIRE
                   MOVE WIRE-INPUT-2(LS-SCAN-IDX) TO LS-FIND-NAME
                   PERFORM PUSH-CONE-WIRE
               END-IF
           END-PERFORM
           IF LS-IN-CONE(LS-WIRE-POS) = 0
               MOVE SPACES TO LS-FLAG-TEXT
               STRING "DOES NOT REACH " LS-Z-NAME
                   DELIMITED BY SIZE INTO LS-FLAG-TEXT
               PERFORM WRITE-WIRE-LINE
               ADD 1 TO LS-SECTION-COUNT
           END-IF
           .

       PUSH-CONE-WIRE.
           PERFORM FIND-WIRE
           IF LS-CUR-POS NOT = 0
               IF LS-IN-CONE(LS-CUR-POS) = 0
                   MOVE 1 TO LS-IN-CONE(LS-CUR-POS)
                   ADD 1 TO LS-WORK-TOP
                   MOVE LS-CUR-POS TO LS-WORK-POS(LS-WORK-TOP)
               END-IF
           END-IF
           .

      *> Table position of LS-FIND-NAME in LS-CUR-POS, 0 if the
      *> name is not on the network.
       FIND-WIRE.
           MOVE 0 TO LS-CUR-POS
           SEARCH ALL WIRES
               WHEN WIRE-NAME(WIRE-IDX) = LS-FIND-NAME
                   SET LS-CUR-POS TO WIRE-IDX
           END-SEARCH
           .
       END PROGRAM GATE-INVENTORY.
