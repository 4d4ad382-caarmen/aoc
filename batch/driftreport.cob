      *> changed total stands out instead of hiding in a page of
      *> identical numbers.
      *>
      *> Each run-log line names the release of the binary that
      *> produced it (release=); when the two runs compared came
      *> from different releases the pair says so, so a drift that
      *> followed a new build - or a new build that changed nothing
      *> - is plain at a glance.
      *>
      *> Command-line arguments:
      *> runlog path (optional; default runlog.dat, or the RUNLOG
      *> environment variable).
           05 LS-PAIR-PREVIOUS           PIC X(200).
           05 LS-PAIR-LATEST             PIC X(200).
           05 LS-PAIR-RUNS               PIC 9(4).
           05 LS-PAIR-PREVIOUS-RELEASE   PIC X(20).
           05 LS-PAIR-LATEST-RELEASE     PIC X(20).
       01 LS-PAIR-IDX                     PIC 9(3).
       01 LS-LINE-NAME                    PIC X(8).
       01 LS-LINE-FILE                    PIC X(100).
       01 LS-LINE-RESULT                  PIC X(200).
       01 LS-LINE-RELEASE                 PIC X(20).
       01 LS-RELEASE-CHANGES              PIC 9(3) VALUE 0.
       01 LS-REST                         PIC X(400).
       01 LS-JUNK                         PIC X(400).
       01 LS-CHANGED-COUNT                PIC 9(3) VALUE 0.
           STRING "CHANGED " LS-CHANGED-COUNT
               "  UNCHANGED " LS-UNCHANGED-COUNT
               "  SINGLE-RUN " LS-SINGLE-COUNT
               "  NEW RELEASE " LS-RELEASE-CHANGES
               DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-RPT-ARG-1 LS-RPT-ARG-2
           DISPLAY "DRIFTREPORT: " LS-CHANGED-COUNT " changed, "
               LS-UNCHANGED-COUNT " unchanged, "
               LS-SINGLE-COUNT " with a single run only, "
               LS-RELEASE-CHANGES " across a release change"
           IF LS-CHANGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *> Run-log line layout, as WRITE-RUN-LOG builds it:
      *> PROGNAME run=id user=id release=label file=path start=ts
      *> end=ts result=text
      *> Lines written before releases were stamped read as "-".
       PARSE-RUNLOG-RECORD.
           IF FUNCTION TRIM(F-RUNLOG-RECORD) = SPACES
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           MOVE LS-REST(1:200) TO LS-LINE-RESULT
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " release="
               INTO LS-JUNK LS-REST
           MOVE SPACES TO LS-LINE-RELEASE
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-LINE-RELEASE
           IF LS-LINE-RELEASE = SPACES
               MOVE "-" TO LS-LINE-RELEASE
           END-IF

           PERFORM FIND-OR-ADD-PAIR
           IF LS-PAIR-IDX = 0
           IF LS-PAIR-RUNS(LS-PAIR-IDX) > 1
               MOVE LS-PAIR-LATEST(LS-PAIR-IDX)
                   TO LS-PAIR-PREVIOUS(LS-PAIR-IDX)
               MOVE LS-PAIR-LATEST-RELEASE(LS-PAIR-IDX)
                   TO LS-PAIR-PREVIOUS-RELEASE(LS-PAIR-IDX)
           END-IF
           MOVE LS-LINE-RESULT TO LS-PAIR-LATEST(LS-PAIR-IDX)
           MOVE LS-LINE-RELEASE TO LS-PAIR-LATEST-RELEASE(LS-PAIR-IDX)
           .

       FIND-OR-ADD-PAIR.
           MOVE LS-LINE-FILE TO LS-PAIR-FILE(LS-PAIR-IDX)
           MOVE SPACES TO LS-PAIR-PREVIOUS(LS-PAIR-IDX)
           MOVE SPACES TO LS-PAIR-LATEST(LS-PAIR-IDX)
           MOVE SPACES TO LS-PAIR-PREVIOUS-RELEASE(LS-PAIR-IDX)
           MOVE SPACES TO LS-PAIR-LATEST-RELEASE(LS-PAIR-IDX)
           MOVE 0 TO LS-PAIR-RUNS(LS-PAIR-IDX)
           .

                   CALL "REPORT-WRITER" USING
                       "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           END-EVALUATE
           IF LS-PAIR-RUNS(LS-PAIR-IDX) > 1
               AND LS-PAIR-LATEST-RELEASE(LS-PAIR-IDX) NOT =
                   LS-PAIR-PREVIOUS-RELEASE(LS-PAIR-IDX)
               PERFORM REPORT-RELEASE-CHANGE
           END-IF
           .

       REPORT-RELEASE-CHANGE.
           ADD 1 TO LS-RELEASE-CHANGES
           DISPLAY "    release:  " FUNCTION TRIM(
               LS-PAIR-PREVIOUS-RELEASE(LS-PAIR-IDX)) " -> "
               FUNCTION TRIM(LS-PAIR-LATEST-RELEASE(LS-PAIR-IDX))
               " (different builds)"
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "    release:  " DELIMITED BY SIZE
               FUNCTION TRIM(
                   LS-PAIR-PREVIOUS-RELEASE(LS-PAIR-IDX))
               DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(
                   LS-PAIR-LATEST-RELEASE(LS-PAIR-IDX))
               DELIMITED BY SIZE
               " (different builds)" DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           .
