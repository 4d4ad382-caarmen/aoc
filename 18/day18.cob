       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       01  LS-COMMAND-LINE           PIC X(60).
       01  LS-FILE-PATH              PIC X(30).
       01  LS-GRID-SIZE              PIC 9(2).
       01  LS-BLOCK-KEEP-COUNT       PIC 9(4).
       01  LS-MODE                   PIC X(8).
       01  LS-REACHED                PIC 9(1).
       01  LS-PATH-LENGTH            PIC 9(4).
       01  LS-BLOCK-ROW              PIC 9(2).
       01  LS-BLOCK-COL              PIC 9(2).
       01  LS-DISPLAY-ROW            PIC 9(2).
       01  LS-RUN-END-TS             PIC X(21).
       01  LS-ELAPSED-SECONDS        PIC 9(6).
       01  LS-RUN-RESULT             PIC X(100).
       01  LS-STREAM-ARG-1           PIC X(6).
       01  LS-STREAM-ARG-2           PIC X(6).
       01  LS-STREAM-CYCLES          PIC 9(4) VALUE 60.
       01  LS-STREAM-INTERVAL        PIC 9(4) VALUE 60.
       01  LS-STREAM-RC              PIC 9(2).
       COPY "cmdargs" IN "common".
       COPY "grid" IN "18".
       COPY "block" IN "18".

      *> Arguments follow the standard DAY-series layout: two numeric
      *> parameters (grid size, block keep count), the file path, and
      *> an optional trailing mode keyword. STREAM mode takes two
      *> more: poll cycles and seconds between polls (default 60
      *> cycles of 60 seconds, as the feed watcher does).
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE
               DELIMITED BY ALL " " INTO
               CMDARG-NUM-1
               CMDARG-NUM-2
               CMDARG-FILE-PATH
               LS-MODE
               LS-STREAM-ARG-1
               LS-STREAM-ARG-2
           END-UNSTRING
           MOVE CMDARG-NUM-1 TO LS-GRID-SIZE
           MOVE CMDARG-NUM-2 TO LS-BLOCK-KEEP-COUNT

           COMPUTE GRID-SIZE = LS-GRID-SIZE + 1

      *> STREAM mode follows a byte feed that is still being
      *> appended to, so it reads the file itself as records land
      *> rather than parsing it once up front. The second numeric
      *> argument is the batch size applied between reachability
      *> checks.
           IF FUNCTION TRIM(LS-MODE) = "STREAM"
               IF LS-STREAM-ARG-1 NOT = SPACES
                   COMPUTE LS-STREAM-CYCLES =
                       FUNCTION NUMVAL(LS-STREAM-ARG-1)
               END-IF
               IF LS-STREAM-ARG-2 NOT = SPACES
                   COMPUTE LS-STREAM-INTERVAL =
                       FUNCTION NUMVAL(LS-STREAM-ARG-2)
               END-IF
               CALL "STREAM-FEED" USING BY REFERENCE
                   GRID-GRP
                   BLOCKS-GRP
                   LS-BLOCK-KEEP-COUNT
                   LS-FILE-PATH
                   LS-STREAM-CYCLES
                   LS-STREAM-INTERVAL
                   LS-RUN-RESULT
               MOVE RETURN-CODE TO LS-STREAM-RC
               MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
               CALL "ELAPSED-SECONDS" USING
                   LS-RUN-START-TS LS-RUN-END-TS LS-ELAPSED-SECONDS
               DISPLAY "DAY18: elapsed seconds=" LS-ELAPSED-SECONDS
                   " blocks streamed=" BLOCKS-SIZE
               CALL "WRITE-RUN-LOG" USING
                   "DAY18" LS-FILE-PATH LS-RUN-START-TS
                   LS-RUN-END-TS LS-RUN-RESULT
               MOVE LS-STREAM-RC TO RETURN-CODE
               GOBACK
           END-IF

      *> PARSE-FILE overrides GRID-SIZE when the input file carries
      *> its own "SIZE:" header line, so the coordinate file and its
      *> grid size can travel together instead of the operator
                   GRID-GRP
                   BLOCKS-GRP
                   LS-REACHED
                   LS-PATH-LENGTH

               display "----"
               CALL "DISPLAY-GRID" USING BY REFERENCE
       COPY "grid" IN "18".
       COPY "block" IN "18".
       01  OUT-REACHED                         PIC 9(1).
      *> Steps from the entrance to the exit; 0 when unreachable.
       01  OUT-PATH-LENGTH                     PIC 9(4).

       PROCEDURE DIVISION USING BY REFERENCE
           GRID-GRP
           BLOCKS-GRP
           OUT-REACHED
           OUT-PATH-LENGTH.

           SET OUT-REACHED TO 0
           SET OUT-PATH-LENGTH TO 0
           SET LS-ROW TO 1
           SET LS-COL TO 1
           SET LS-DIST TO 0
               IF LS-ROW = GRID-SIZE AND LS-COL = GRID-SIZE
                   DISPLAY "Reached exit " LS-DIST
                   SET OUT-REACHED TO 1
                   SET OUT-PATH-LENGTH TO LS-DIST
                   EXIT PERFORM
               END-IF
               SET GRID-CELL(LS-ROW, LS-COL) TO "O"
       01  LS-HIGH                             PIC 9(4).
       01  LS-MID                              PIC 9(4).
       01  LS-REACHED                          PIC 9(1).
       01  LS-PATH-LENGTH                      PIC 9(4).

       LINKAGE SECTION.
       COPY "grid" IN "18".
                   GRID-GRP
                   BLOCKS-GRP
                   LS-REACHED
                   LS-PATH-LENGTH
               IF LS-REACHED = 1
                   COMPUTE LS-LOW = LS-MID + 1
               ELSE
           PERFORM SET-SHIELD-NEIGHBOR-FORWARD
           .
       END PROGRAM SHIELD-PLANNER.

      *> ===============================================================
      *> STREAM-FEED.
      *>
      *> Streaming byte feed. Upstream appends byte coordinates to
      *> the feed through the night; this polls the file, picks up
      *> only the records that have landed since the last poll,
      *> and applies them through FILL-GRID in batches, re-checking
      *> reachability with PROCESS-GRID after each batch. The
      *> moment the exit becomes unreachable an error exception is
      *> raised naming the blocking byte (in the feed's own
      *> "col,row" convention), for NOTIFY to route to the on-call
      *> group, and the stream stops. Progress - bytes applied and
      *> the current shortest path length - is rewritten to the
      *> feed's ".stream" companion after every batch and poll so
      *> the console can follow it.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAM-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-FEED ASSIGN TO IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FEED-STATUS.
           SELECT FD-STREAM ASSIGN TO LS-STREAM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-FEED.
       01  F-FEED-RECORD                       PIC X(47).
       FD  FD-STREAM.
       01  F-STREAM-RECORD                     PIC X(80).

       LOCAL-STORAGE SECTION.
       01  C-MAX-BLOCKS                        CONSTANT 1024.
       01  LS-FEED-STATUS                      PIC X(2).
       01  LS-STREAM-PATH                      PIC X(40).
       01  LS-STREAM-STATUS                    PIC X(2).
       01  LS-LINE                             PIC X(47).
       01  LS-ROW                              PIC 9(2).
       01  LS-COL                              PIC 9(2).
       01  LS-HEADER-SIZE                      PIC 9(2).
       01  LS-CYCLE-IDX                        PIC 9(4).
       01  LS-RECORD-IDX                       PIC 9(5).
       01  LS-RECORDS-SEEN                     PIC 9(5) VALUE 0.
       01  LS-APPLIED                          PIC 9(4) VALUE 0.
       01  LS-BATCH-START                      PIC 9(4).
       01  LS-PROBE-COUNT                      PIC 9(4).
       01  LS-BLOCKER                          PIC 9(4) VALUE 0.
       01  LS-REACHED                          PIC 9(1) VALUE 1.
       01  LS-PATH-LENGTH                      PIC 9(4) VALUE 0.
       01  LS-PATH-CHECKED                     PIC 9(1) VALUE 0.
       01  LS-SEALED                           PIC 9(1) VALUE 0.
       01  LS-FULL-WARNED                      PIC 9(1) VALUE 0.
       01  LS-STATE                            PIC X(10).
       01  LS-NOW                              PIC X(21).
       01  LS-DISPLAY-ROW                      PIC 9(2).
       01  LS-DISPLAY-COL                      PIC 9(2).
       01  LS-APPLIED-DISPLAY                  PIC Z(3)9.
       01  LS-RECEIVED-DISPLAY                 PIC Z(3)9.
       01  LS-LENGTH-DISPLAY                   PIC Z(3)9.
       01  LS-BLOCKER-DISPLAY                  PIC Z(3)9.
       01  LS-EXC-KEY                          PIC X(40).
       01  LS-EXC-MESSAGE                      PIC X(120).

       LINKAGE SECTION.
       COPY "grid" IN "18".
       COPY "block" IN "18".
       01  IN-BATCH-SIZE                       PIC 9(4).
       01  IN-FILE-PATH                        PIC X(30).
       01  IN-CYCLES                           PIC 9(4).
       01  IN-INTERVAL                         PIC 9(4).
       01  OUT-RESULT                          PIC X(100).

       PROCEDURE DIVISION USING BY REFERENCE
           GRID-GRP
           BLOCKS-GRP
           IN-BATCH-SIZE
           IN-FILE-PATH
           IN-CYCLES
           IN-INTERVAL
           OUT-RESULT.

           IF IN-BATCH-SIZE = 0
               MOVE 1 TO IN-BATCH-SIZE
           END-IF
           IF IN-CYCLES = 0
               MOVE 1 TO IN-CYCLES
           END-IF
           MOVE 0 TO BLOCKS-SIZE
           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ".stream" DELIMITED BY SIZE
               INTO LS-STREAM-PATH
           MOVE "WATCHING" TO LS-STATE

           PERFORM VARYING LS-CYCLE-IDX FROM 1 BY 1
               UNTIL LS-CYCLE-IDX > IN-CYCLES
               PERFORM PICK-UP-NEW-BYTES
               PERFORM UNTIL LS-APPLIED >= BLOCKS-SIZE
                   OR LS-SEALED = 1
                   PERFORM APPLY-NEXT-BATCH
               END-PERFORM
      *> The clean grid is checked once, so the status shows the
      *> open path length even before the first byte lands.
               IF LS-PATH-CHECKED = 0
                   PERFORM CHECK-REACHABILITY
               END-IF
               IF LS-SEALED = 1
                   EXIT PERFORM
               END-IF
               PERFORM WRITE-STREAM-STATUS
               IF LS-CYCLE-IDX < IN-CYCLES
                   CALL "C$SLEEP" USING IN-INTERVAL
               END-IF
           END-PERFORM

           MOVE LS-APPLIED TO LS-APPLIED-DISPLAY
           MOVE SPACES TO OUT-RESULT
           IF LS-SEALED = 1
               COMPUTE LS-DISPLAY-ROW = BLOCK-ROW(LS-BLOCKER) - 1
               COMPUTE LS-DISPLAY-COL = BLOCK-COL(LS-BLOCKER) - 1
               STRING "stream bytes=" DELIMITED BY SIZE
                   FUNCTION TRIM(LS-APPLIED-DISPLAY)
                   DELIMITED BY SIZE
                   " blocked by=" DELIMITED BY SIZE
                   LS-DISPLAY-COL DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   LS-DISPLAY-ROW DELIMITED BY SIZE
                   INTO OUT-RESULT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "ENDED" TO LS-STATE
               PERFORM WRITE-STREAM-STATUS
               MOVE LS-PATH-LENGTH TO LS-LENGTH-DISPLAY
               STRING "stream bytes=" DELIMITED BY SIZE
                   FUNCTION TRIM(LS-APPLIED-DISPLAY)
                   DELIMITED BY SIZE
                   " path=" DELIMITED BY SIZE
                   FUNCTION TRIM(LS-LENGTH-DISPLAY)
                   DELIMITED BY SIZE
                   INTO OUT-RESULT
               DISPLAY "DAY18: stream ended after " LS-APPLIED
                   " byte(s); exit still reachable in "
                   LS-PATH-LENGTH " step(s)"
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Read the feed from the top, skipping the records taken on
      *> earlier polls. A feed that has not landed yet is simply
      *> waited for.
       PICK-UP-NEW-BYTES.
           OPEN INPUT FD-FEED
           IF LS-FEED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF LS-FEED-STATUS NOT = "00"
               DISPLAY "DAY18: ERROR OPENING " IN-FILE-PATH
                   " STATUS=" LS-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO LS-RECORD-IDX
           PERFORM UNTIL EXIT
               READ FD-FEED
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-RECORD-IDX
                       IF LS-RECORD-IDX > LS-RECORDS-SEEN
                           PERFORM TAKE-FEED-RECORD
                           ADD 1 TO LS-RECORDS-SEEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-FEED
           .

       TAKE-FEED-RECORD.
           MOVE F-FEED-RECORD TO LS-LINE
           EVALUATE TRUE
      *> The "SIZE:" header only counts before any byte has landed;
      *> the grid cannot change shape under a running stream.
               WHEN LS-LINE(1:5) = "SIZE:"
                   IF BLOCKS-SIZE = 0
                       SET LS-HEADER-SIZE TO
                           FUNCTION NUMVAL(LS-LINE(6:))
                       COMPUTE GRID-SIZE = LS-HEADER-SIZE + 1
                       MOVE 0 TO LS-PATH-CHECKED
                   END-IF
               WHEN LS-LINE = SPACES
                   CONTINUE
               WHEN BLOCKS-SIZE >= C-MAX-BLOCKS
                   IF LS-FULL-WARNED = 0
                       DISPLAY "DAY18: byte table full at "
                           BLOCKS-SIZE " - later bytes ignored"
                       MOVE 1 TO LS-FULL-WARNED
                   END-IF
               WHEN OTHER
                   ADD 1 TO BLOCKS-SIZE
                   UNSTRING LS-LINE DELIMITED BY ","
                       INTO LS-COL LS-ROW
                   END-UNSTRING
                   COMPUTE BLOCK-ROW(BLOCKS-SIZE) = LS-ROW + 1
                   COMPUTE BLOCK-COL(BLOCKS-SIZE) = LS-COL + 1
           END-EVALUATE
           .

      *> Apply up to one batch of the bytes received so far. When
      *> the batch seals the exit, replay it a byte at a time to
      *> find the one that did it.
       APPLY-NEXT-BATCH.
           MOVE LS-APPLIED TO LS-BATCH-START
           COMPUTE LS-APPLIED = FUNCTION MIN(BLOCKS-SIZE,
               LS-APPLIED + IN-BATCH-SIZE)
           PERFORM CHECK-REACHABILITY
           IF LS-REACHED = 1
               PERFORM WRITE-STREAM-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LS-APPLIED TO LS-BLOCKER
           IF LS-APPLIED - LS-BATCH-START > 1
               ADD 1 TO LS-BATCH-START
               PERFORM VARYING LS-PROBE-COUNT
                   FROM LS-BATCH-START BY 1
                   UNTIL LS-PROBE-COUNT > LS-APPLIED
                   CALL "FILL-GRID" USING BY REFERENCE
                       GRID-GRP
                       BLOCKS-GRP
                       LS-PROBE-COUNT
                   CALL "PROCESS-GRID" USING BY REFERENCE
                       GRID-GRP
                       BLOCKS-GRP
                       LS-REACHED
                       LS-PATH-LENGTH
                   IF LS-REACHED = 0
                       MOVE LS-PROBE-COUNT TO LS-BLOCKER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE 0 TO LS-REACHED
               MOVE 0 TO LS-PATH-LENGTH
           END-IF
           MOVE 1 TO LS-SEALED
           MOVE "BLOCKED" TO LS-STATE
           PERFORM RAISE-BLOCKED-ALERT
           PERFORM WRITE-STREAM-STATUS
           .

       CHECK-REACHABILITY.
           CALL "FILL-GRID" USING BY REFERENCE
               GRID-GRP
               BLOCKS-GRP
               LS-APPLIED
           CALL "PROCESS-GRID" USING BY REFERENCE
               GRID-GRP
               BLOCKS-GRP
               LS-REACHED
               LS-PATH-LENGTH
           MOVE 1 TO LS-PATH-CHECKED
           .

       RAISE-BLOCKED-ALERT.
           COMPUTE LS-DISPLAY-ROW = BLOCK-ROW(LS-BLOCKER) - 1
           COMPUTE LS-DISPLAY-COL = BLOCK-COL(LS-BLOCKER) - 1
           MOVE LS-BLOCKER TO LS-BLOCKER-DISPLAY
           MOVE SPACES TO LS-EXC-KEY
           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               " BYTE " DELIMITED BY SIZE
               FUNCTION TRIM(LS-BLOCKER-DISPLAY) DELIMITED BY SIZE
               INTO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING "EXIT UNREACHABLE - BYTE " DELIMITED BY SIZE
               FUNCTION TRIM(LS-BLOCKER-DISPLAY) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               LS-DISPLAY-COL DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LS-DISPLAY-ROW DELIMITED BY SIZE
               " BLOCKED THE LAST PATH" DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               "DAY18   " "E" LS-EXC-KEY LS-EXC-MESSAGE
           DISPLAY "DAY18: ALERT exit unreachable - blocking byte "
               LS-DISPLAY-COL "," LS-DISPLAY-ROW
               " (byte " FUNCTION TRIM(LS-BLOCKER-DISPLAY) ")"
           .

      *> Rewritten whole each time: the console reads the latest
      *> picture, not a history.
       WRITE-STREAM-STATUS.
           OPEN OUTPUT FD-STREAM
           IF LS-STREAM-STATUS NOT = "00"
               DISPLAY "DAY18: ERROR OPENING " LS-STREAM-PATH
                   " STATUS=" LS-STREAM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-APPLIED TO LS-APPLIED-DISPLAY
           MOVE BLOCKS-SIZE TO LS-RECEIVED-DISPLAY
           MOVE SPACES TO F-STREAM-RECORD
           STRING "STATE " LS-STATE " UPDATED " LS-NOW(1:14)
               DELIMITED BY SIZE
               INTO F-STREAM-RECORD
           WRITE F-STREAM-RECORD
           MOVE SPACES TO F-STREAM-RECORD
           STRING "BYTES APPLIED " LS-APPLIED-DISPLAY
               " RECEIVED " LS-RECEIVED-DISPLAY
               DELIMITED BY SIZE
               INTO F-STREAM-RECORD
           WRITE F-STREAM-RECORD
           MOVE SPACES TO F-STREAM-RECORD
           IF LS-REACHED = 1
               MOVE LS-PATH-LENGTH TO LS-LENGTH-DISPLAY
               STRING "PATH LENGTH " LS-LENGTH-DISPLAY
                   DELIMITED BY SIZE
                   INTO F-STREAM-RECORD
           ELSE
               MOVE LS-BLOCKER TO LS-BLOCKER-DISPLAY
               STRING "PATH NONE - BLOCKED BY BYTE "
                   FUNCTION TRIM(LS-BLOCKER-DISPLAY)
                   " AT " LS-DISPLAY-COL "," LS-DISPLAY-ROW
                   DELIMITED BY SIZE
                   INTO F-STREAM-RECORD
           END-IF
           WRITE F-STREAM-RECORD
           CLOSE FD-STREAM
           .
       END PROGRAM STREAM-FEED.
