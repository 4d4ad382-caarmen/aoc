      *> from each program's trend, so a step creeping toward the
      *> edge of the window is visible before it blows it.
      *>
      *> The interval a night spent quiesced (the DAYBATCH run-log
      *> line a resume writes, result "QUIESCED night <date> ...")
      *> is waiting, not running: it is kept out of the program
      *> timings and the projection and listed on its own after
      *> them, the latest C-MAX-QUIESCES intervals in the log.
      *>
      *> Command-line arguments (all optional, in order):
      *> runlog path (default runlog.dat, or the RUNLOG environment
      *> variable), trailing window size in runs (default 7), and
       01 LS-BASELINE-DISPLAY             PIC Z(5)9.
       01 LS-PROJECTED-DISPLAY            PIC Z(5)9.
       01 LS-TOTAL-DISPLAY                PIC Z(7)9.
       01 C-MAX-QUIESCES                 CONSTANT 20.
       01 LS-QUIESCE-COUNT                PIC 9(2) VALUE 0.
       01 LS-QUIESCE-TABLE OCCURS C-MAX-QUIESCES TIMES.
           05 LS-QUIESCE-NIGHT           PIC X(8).
           05 LS-QUIESCE-FROM            PIC X(14).
           05 LS-QUIESCE-TO              PIC X(14).
           05 LS-QUIESCE-SECONDS         PIC 9(6).
       01 LS-QUIESCE-IDX                  PIC 9(2).
       01 LS-QUIESCE-DISPLAY              PIC Z(5)9.
       01 LS-RESULT-TEXT                  PIC X(200).
      *> Paged print-shop copy through the shared report writer.
       01 LS-RPT-ARG-1                    PIC X(132).
       01 LS-RPT-ARG-2                    PIC X(132).
               UNTIL LS-PROGRAM-IDX > LS-PROGRAM-COUNT
               PERFORM REPORT-ONE-PROGRAM
           END-PERFORM
           IF LS-QUIESCE-COUNT > 0
               PERFORM REPORT-QUIESCED-INTERVALS
           END-IF

           MOVE LS-PROJECTED-TOTAL TO LS-TOTAL-DISPLAY
           MOVE SPACES TO LS-RPT-ARG-1
           MOVE LS-REST-2(1:21) TO LS-END-TS
           CALL "ELAPSED-SECONDS" USING
               LS-START-TS LS-END-TS LS-ELAPSED
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
           MOVE 0 TO LS-RUN-COUNT(LS-PROGRAM-IDX)
           .

      *> "QUIESCED night <date> from <ts14> to <ts14> seconds=<n6>
      *> ...", fixed columns as DAYBATCH writes them; the line's own
      *> start and end are both the resume. The oldest interval
      *> drops off once the table is full.
       NOTE-QUIESCED-INTERVAL.
           IF LS-QUIESCE-COUNT = C-MAX-QUIESCES
               PERFORM VARYING LS-QUIESCE-IDX FROM 1 BY 1
                   UNTIL LS-QUIESCE-IDX = C-MAX-QUIESCES
                   MOVE LS-QUIESCE-TABLE(LS-QUIESCE-IDX + 1)
                       TO LS-QUIESCE-TABLE(LS-QUIESCE-IDX)
               END-PERFORM
               SUBTRACT 1 FROM LS-QUIESCE-COUNT
           END-IF
           ADD 1 TO LS-QUIESCE-COUNT
           MOVE LS-RESULT-TEXT(16:8)
               TO LS-QUIESCE-NIGHT(LS-QUIESCE-COUNT)
           MOVE LS-RESULT-TEXT(30:14)
               TO LS-QUIESCE-FROM(LS-QUIESCE-COUNT)
           MOVE LS-RESULT-TEXT(48:14)
               TO LS-QUIESCE-TO(LS-QUIESCE-COUNT)
           MOVE FUNCTION NUMVAL(LS-RESULT-TEXT(71:6))
               TO LS-QUIESCE-SECONDS(LS-QUIESCE-COUNT)
           .

      *> Keep at most C-MAX-RUNS elapsed times per program, dropping
      *> the oldest: the baseline window only ever looks at the tail.
       APPEND-RUN-ELAPSED.
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           .

       REPORT-QUIESCED-INTERVALS.
           DISPLAY " "
           DISPLAY "QUIESCED INTERVALS (NOT STEP RUN TIME)"
           MOVE SPACES TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           MOVE "QUIESCED INTERVALS (NOT STEP RUN TIME)"
               TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           PERFORM VARYING LS-QUIESCE-IDX FROM 1 BY 1
               UNTIL LS-QUIESCE-IDX > LS-QUIESCE-COUNT
               MOVE LS-QUIESCE-SECONDS(LS-QUIESCE-IDX)
                   TO LS-QUIESCE-DISPLAY
               MOVE SPACES TO LS-RPT-LINE
               STRING "NIGHT " LS-QUIESCE-NIGHT(LS-QUIESCE-IDX)
                   "  FROM " LS-QUIESCE-FROM(LS-QUIESCE-IDX)
                   "  TO " LS-QUIESCE-TO(LS-QUIESCE-IDX)
                   "  " LS-QUIESCE-DISPLAY " S"
                   DELIMITED BY SIZE
                   INTO LS-RPT-LINE
               DISPLAY LS-RPT-LINE(1:70)
               MOVE LS-RPT-LINE TO LS-RPT-ARG-1
               CALL "REPORT-WRITER" USING
                   "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           END-PERFORM
           .
