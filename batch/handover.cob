      *>   4. the run-timing view: each program's latest elapsed
      *>      time against its trailing baseline, flagged when it
      *>      ran over (the same window-average rule SLAREPORT
      *>      applies, window 7, threshold 150%), with any interval
      *>      the night spent quiesced listed on its own so that
      *>      waiting time is never read as a step running long, and
      *>   5. the operator shift log entries made over the night -
      *>      from BATCHSTART (default 2200) the evening before
      *>      through the report date - with their links, and
      *>   6. the legal holds (HOLD) whose last day falls within
      *>      the coming week, so a hold still needed is extended
      *>      before housekeeping can reach what it protects.
      *>
      *> Written to "<control-file>.<date>.handover" so every
      *> handover reads the same way.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT FD-OPLOG ASSIGN TO LS-OPLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-OPLOG-STATUS.
           SELECT FD-HOLDREG ASSIGN TO LS-HOLDREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-HOLDREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 F-EXC-KEY                   PIC X(40).
           05 FILLER                      PIC X(1).
           05 F-EXC-MESSAGE               PIC X(120).
           05 FILLER                      PIC X(1).
           05 F-EXC-RUN-ID                PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-EXC-CODE                  PIC X(8).
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).
       FD  FD-OPLOG.
       COPY "oplog" IN "batch".
       FD  FD-HOLDREG.
       01  F-HOLDREG-RECORD               PIC X(400).

       LOCAL-STORAGE SECTION.
       01 C-MAX-PROGRAMS                 CONSTANT 60.
       01 C-MAX-RUNS                     CONSTANT 50.
       01 C-SLA-WINDOW                   CONSTANT 7.
       01 C-SLA-THRESHOLD-PCT            CONSTANT 150.
       01 C-HOLD-NOTICE-DAYS             CONSTANT 7.
       01 LS-COMMAND-LINE                 PIC X(120).
       01 LS-CONTROL-FILE                 PIC X(100).
       01 LS-REPORT-DATE                  PIC X(8).
       01 LS-LATEST-DISPLAY               PIC Z(5)9.
       01 LS-BASELINE-DISPLAY             PIC Z(5)9.
       01 LS-TALLY-DISPLAY                PIC Z(5)9.
       01 LS-OPLOG-PATH                   PIC X(100).
       01 LS-OPLOG-STATUS                 PIC X(2).
       01 LS-OPLOG-TALLY                  PIC 9(4) VALUE 0.
       01 LS-BATCH-START                  PIC X(4).
       01 LS-NIGHT-FROM                   PIC X(14).
       01 LS-NIGHT-PREV-DATE              PIC 9(8).
       01 LS-LINK-TEXT                    PIC X(50).
       01 LS-HOLDREG-PATH                 PIC X(100).
       01 LS-HOLDREG-STATUS               PIC X(2).
       01 LS-HOLD-NOTICE-END              PIC 9(8).
       01 LS-HOLD-TALLY                   PIC 9(4) VALUE 0.
       01 LS-HOLD-ID                      PIC X(6).
       01 LS-HOLD-STATE                   PIC X(8).
       01 LS-HOLD-KIND                    PIC X(8).
       01 LS-HOLD-ITEM                    PIC X(120).
       01 LS-HOLD-QUALIFIER               PIC X(20).
       01 LS-HOLD-UNTIL                   PIC X(8).
       01 LS-HOLD-PLACED                  PIC X(8).
       01 LS-HOLD-USER                    PIC X(20).
       01 LS-HOLD-REASON                  PIC X(200).
       01 LS-HOLD-PTR                     PIC 9(3).
      *> Intervals the night spent quiesced, from the DAYBATCH
      *> "QUIESCED night <date>" run-log lines a resume writes.
       01 C-MAX-QUIESCES                 CONSTANT 10.
       01 LS-QUIESCE-COUNT                PIC 9(2) VALUE 0.
       01 LS-QUIESCE-TABLE OCCURS C-MAX-QUIESCES TIMES.
           05 LS-QUIESCE-FROM            PIC X(14).
           05 LS-QUIESCE-TO              PIC X(14).
           05 LS-QUIESCE-SECONDS         PIC 9(6).
       01 LS-QUIESCE-IDX                  PIC 9(2).
       01 LS-QUIESCE-TOTAL                PIC 9(7) VALUE 0.
       01 LS-QUIESCE-DISPLAY              PIC Z(6)9.
       01 LS-RESULT-TEXT                  PIC X(200).
       01 LS-MARK-FIELDS.
           05 LS-MARK-TAG                PIC X(9).
           05 LS-MARK-TS                 PIC X(14).
           05 LS-MARK-RUN-DATE           PIC X(8).
           05 LS-MARK-SEQ                PIC X(4).

       PROCEDURE DIVISION.

           PERFORM WRITE-ALERT-SECTION
           PERFORM WRITE-EXCEPTION-SECTION
           PERFORM WRITE-SLA-SECTION
           PERFORM WRITE-OPLOG-SECTION
           PERFORM WRITE-HOLD-SECTION

           MOVE SPACES TO LS-OUT-LINE
           STRING LS-STEP-TALLY " STEP(S)  "
               LS-FAILED-TALLY " FAILED  "
               LS-EXC-TOTAL " EXCEPTION(S)  "
               LS-OVER-COUNT " PROGRAM(S) OVER SLA  "
               LS-OPLOG-TALLY " OPERATOR ENTRIES  "
               LS-HOLD-TALLY " HOLD(S) ENDING"
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           CALL "REPORT-WRITER" USING
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-STATUS-NAME(1:1) = "*"
                           PERFORM REPORT-NIGHT-MARK
                           EXIT PERFORM CYCLE
                       END-IF
                       ADD 1 TO LS-STEP-TALLY
                       IF F-STATUS-DISPOSITION(1:6) = "FAILED"
                           ADD 1 TO LS-FAILED-TALLY
           CLOSE FD-STATUS
           .

      *> A quiesce or resume mark in the status file: a point in
      *> the night, not a step.
       REPORT-NIGHT-MARK.
           MOVE SPACES TO LS-MARK-FIELDS
           UNSTRING F-STATUS-NAME DELIMITED BY ALL " "
               INTO LS-MARK-TAG LS-MARK-TS LS-MARK-RUN-DATE
                    LS-MARK-SEQ
           MOVE SPACES TO LS-OUT-LINE
           STRING "  -- NIGHT " DELIMITED BY SIZE
               FUNCTION TRIM(F-STATUS-DISPOSITION) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               LS-MARK-TS DELIMITED BY SIZE
               " (RUN-ID SEQUENCE " DELIMITED BY SIZE
               LS-MARK-SEQ DELIMITED BY SIZE
               ") --" DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *> ---------------------------------------------------------
      *> 2. The DAYBATCH alert, copied in whole when present.
      *> ---------------------------------------------------------
               UNTIL LS-PROGRAM-IDX > LS-PROGRAM-COUNT
               PERFORM REPORT-ONE-PROGRAM
           END-PERFORM
           IF LS-QUIESCE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "  QUIESCED INTERVALS (NOT STEP RUN TIME)"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING LS-QUIESCE-IDX FROM 1 BY 1
               UNTIL LS-QUIESCE-IDX > LS-QUIESCE-COUNT
               MOVE LS-QUIESCE-SECONDS(LS-QUIESCE-IDX)
                   TO LS-QUIESCE-DISPLAY
               ADD LS-QUIESCE-SECONDS(LS-QUIESCE-IDX)
                   TO LS-QUIESCE-TOTAL
               MOVE SPACES TO LS-OUT-LINE
               STRING "  FROM " LS-QUIESCE-FROM(LS-QUIESCE-IDX)
                   "  TO " LS-QUIESCE-TO(LS-QUIESCE-IDX)
                   "  " LS-QUIESCE-DISPLAY " S"
                   DELIMITED BY SIZE
                   INTO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-PERFORM
           MOVE LS-QUIESCE-TOTAL TO LS-QUIESCE-DISPLAY
           MOVE SPACES TO LS-OUT-LINE
           STRING "  TOTAL QUIESCED                          "
               LS-QUIESCE-DISPLAY " S"
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *> Run-log line layout, as WRITE-RUN-LOG builds it:
           MOVE LS-REST-2(1:21) TO LS-END-TS
           CALL "ELAPSED-SECONDS" USING
               LS-START-TS LS-END-TS LS-ELAPSED
      *> A resumed night's quiesced interval is waiting, not
      *> running: it is kept out of the program timings.
           IF LS-LINE-NAME = "DAYBATCH"
               MOVE SPACES TO LS-RESULT-TEXT
               UNSTRING F-RUNLOG-RECORD DELIMITED BY "result="
                   INTO LS-JUNK LS-RESULT-TEXT
               IF LS-RESULT-TEXT(1:9) = "QUIESCED "
                   PERFORM NOTE-QUIESCED-INTERVAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM FIND-OR-ADD-PROGRAM
           PERFORM APPEND-RUN-ELAPSED
           .

      *> "QUIESCED night <date> from <ts14> to <ts14> seconds=<n6>
      *> ...", fixed columns as DAYBATCH writes them; the line's own
      *> start and end are both the resume. Only the report night's.
       NOTE-QUIESCED-INTERVAL.
           IF LS-RESULT-TEXT(16:8) NOT = LS-REPORT-DATE
               OR LS-QUIESCE-COUNT = C-MAX-QUIESCES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-QUIESCE-COUNT
           MOVE LS-RESULT-TEXT(30:14)
               TO LS-QUIESCE-FROM(LS-QUIESCE-COUNT)
           MOVE LS-RESULT-TEXT(48:14)
               TO LS-QUIESCE-TO(LS-QUIESCE-COUNT)
           MOVE FUNCTION NUMVAL(LS-RESULT-TEXT(71:6))
               TO LS-QUIESCE-SECONDS(LS-QUIESCE-COUNT)
           .

       FIND-OR-ADD-PROGRAM.
           PERFORM VARYING LS-PROGRAM-IDX FROM 1 BY 1
               UNTIL LS-PROGRAM-IDX > LS-PROGRAM-COUNT
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *> ---------------------------------------------------------
      *> 5. Operator shift log: every entry from the evening's
      *> BATCHSTART through the report date, in the order made.
      *> A window that does not cross midnight starts on the
      *> report date itself.
      *> ---------------------------------------------------------
       WRITE-OPLOG-SECTION.
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "OPERATOR LOG" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           CALL "GET-PARAMETER" USING
               "BATCHSTART          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:4) TO LS-BATCH-START
           IF LS-BATCH-START IS NOT NUMERIC
               MOVE "2200" TO LS-BATCH-START
           END-IF
           CALL "GET-PARAMETER" USING
               "BATCHEND            " LS-PARM-VALUE
           IF LS-PARM-VALUE(1:4) IS NOT NUMERIC
               MOVE "0600" TO LS-PARM-VALUE(1:4)
           END-IF
           MOVE SPACES TO LS-NIGHT-FROM
           IF LS-BATCH-START > LS-PARM-VALUE(1:4)
               COMPUTE LS-NIGHT-PREV-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LS-REPORT-DATE)) - 1)
               STRING LS-NIGHT-PREV-DATE LS-BATCH-START "00"
                   DELIMITED BY SIZE
                   INTO LS-NIGHT-FROM
           ELSE
               STRING LS-REPORT-DATE LS-BATCH-START "00"
                   DELIMITED BY SIZE
                   INTO LS-NIGHT-FROM
           END-IF
           CALL "GET-PARAMETER" USING
               "OPLOG               " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-OPLOG-PATH
           IF LS-OPLOG-PATH = SPACES
               MOVE "operator.log" TO LS-OPLOG-PATH
           END-IF
           OPEN INPUT FD-OPLOG
           IF LS-OPLOG-STATUS NOT = "00"
               MOVE "  (no operator log found)" TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-OPLOG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF OL-TIMESTAMP >= LS-NIGHT-FROM
                           AND OL-TIMESTAMP(1:8) <= LS-REPORT-DATE
                           PERFORM REPORT-ONE-OPLOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-OPLOG
           IF LS-OPLOG-TALLY = 0
               MOVE "  (no entries for the night)" TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           .

       REPORT-ONE-OPLOG-ENTRY.
           ADD 1 TO LS-OPLOG-TALLY
           MOVE SPACES TO LS-LINK-TEXT
           IF OL-LINK-KIND NOT = "-"
               STRING FUNCTION TRIM(OL-LINK-KIND) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(OL-LINK) DELIMITED BY SIZE
                   INTO LS-LINK-TEXT
           END-IF
           MOVE SPACES TO LS-OUT-LINE
           STRING "  " OL-TIMESTAMP(1:8) " "
               OL-TIMESTAMP(9:2) ":" OL-TIMESTAMP(11:2) " "
               OL-OPERATOR(1:12) " " OL-CATEGORY " "
               LS-LINK-TEXT
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO LS-OUT-LINE
           STRING "      " OL-TEXT
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *> ---------------------------------------------------------
      *> 6. Legal holds in force whose last day is between the
      *> report date and a week after it (register layout in
      *> HOLD-CHECK); OPEN holds never end on their own.
      *> ---------------------------------------------------------
       WRITE-HOLD-SECTION.
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "LEGAL HOLDS ENDING WITHIN A WEEK" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           COMPUTE LS-HOLD-NOTICE-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LS-REPORT-DATE)) + C-HOLD-NOTICE-DAYS)
           CALL "GET-PARAMETER" USING
               "HOLDREG             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-HOLDREG-PATH
           IF LS-HOLDREG-PATH = SPACES
               MOVE "holds.register" TO LS-HOLDREG-PATH
           END-IF
           OPEN INPUT FD-HOLDREG
           IF LS-HOLDREG-STATUS NOT = "00"
               MOVE "  (no hold register)" TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-HOLDREG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM REPORT-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE FD-HOLDREG
           IF LS-HOLD-TALLY = 0
               MOVE "  (none)" TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           .

       REPORT-ONE-HOLD.
           IF F-HOLDREG-RECORD = SPACES
               OR F-HOLDREG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-HOLD-ID LS-HOLD-STATE LS-HOLD-KIND
               LS-HOLD-ITEM LS-HOLD-QUALIFIER LS-HOLD-UNTIL
               LS-HOLD-PLACED LS-HOLD-USER LS-HOLD-REASON
           MOVE 1 TO LS-HOLD-PTR
           UNSTRING F-HOLDREG-RECORD DELIMITED BY ALL " "
               INTO LS-HOLD-ID LS-HOLD-STATE LS-HOLD-KIND
                   LS-HOLD-ITEM LS-HOLD-QUALIFIER LS-HOLD-UNTIL
                   LS-HOLD-PLACED LS-HOLD-USER
               WITH POINTER LS-HOLD-PTR
           IF LS-HOLD-PTR <= 400
               MOVE F-HOLDREG-RECORD(LS-HOLD-PTR:) TO LS-HOLD-REASON
           END-IF
           IF LS-HOLD-STATE NOT = "ACTIVE"
               OR LS-HOLD-UNTIL IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF LS-HOLD-UNTIL < LS-REPORT-DATE
               OR FUNCTION NUMVAL(LS-HOLD-UNTIL) > LS-HOLD-NOTICE-END
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-HOLD-TALLY
           IF LS-HOLD-QUALIFIER = "-"
               MOVE SPACES TO LS-HOLD-QUALIFIER
           END-IF
           MOVE SPACES TO LS-OUT-LINE
           STRING "  " LS-HOLD-ID " ENDS " LS-HOLD-UNTIL " "
               FUNCTION TRIM(LS-HOLD-KIND) " "
               FUNCTION TRIM(LS-HOLD-ITEM) " "
               FUNCTION TRIM(LS-HOLD-QUALIFIER)
               "  placed " LS-HOLD-PLACED " by "
               FUNCTION TRIM(LS-HOLD-USER)
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO LS-OUT-LINE
           STRING "      " LS-HOLD-REASON
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           .
