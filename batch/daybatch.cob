      *> and the driver polls the return-code files to detect
      *> completion. The worker limit defaults to 1 (the historical
      *> strictly-serial behaviour) and is raised with a WORKERS=n
      *> directive line in the control file. DEPENDS=* holds a step
      *> back until every other step has completed - the end of
      *> the night, for a step such as report distribution. Such
      *> end-of-night steps do not wait for one another unless one
      *> names the other after the "*": DEPENDS=*,batch/excanom runs
      *> after the night's steps and after batch/excanom.
      *>
      *> A step line may also carry a CAL= clause naming the run
      *> calendar the step follows: CAL=DAILY (the default),
      *> disposition, distinct from DONE, so a restart neither
      *> re-evaluates it nor mistakes it for a completed run.
      *>
      *> Each step's executable is checksummed before launch and
      *> looked up in the release register (RELEASE-CHECK); the
      *> approved release label goes to the step in the RELEASE
      *> environment variable and so onto its run-log line. A step
      *> whose build is not approved is refused and halts the batch
      *> (disposition FAILED RELEASE) - or, where the RELEASECHECK
      *> parameter is WARN, as in a test environment, launches
      *> under release UNREGISTERED with a W exception.
      *>
      *> The rerun queue IMPACT builds after a master change
      *> ("rerun.ctl", RERUNCTL parameter) is an ordinary control
      *> file. Once every step in it has completed it is retired
      *> with its status file, to "<queue>.<date>.done", so the
      *> next change starts a fresh queue.
      *>
      *> A step too big for the window may carry PARTS=n (2-20):
      *> it is run through the PARTITION service as a SPLIT step
      *> ("<name>.SPLIT"), n partition steps ("<name>.P01" ..) that
      *> run in parallel under the worker limit, and a MERGE step
      *> under the step's own name, which waits for every
      *> partition and writes the single run-log answer. Steps
      *> that depend on the step wait for the merge, and any
      *> partition that fails fails the logical step with it
      *> (disposition FAILED PARTITION). The release checked and
      *> passed on for a partition or merge step is that of the
      *> step's own program.
      *>
      *> Output space is checked before each launch: the step's
      *> expected output, projected from its past output volumes in
      *> the history mart scaled by tonight's manifest record
      *> counts, must fit in the free space of the output
      *> filesystem (OUTPUTFS). A step that would not fit is held
      *> (disposition FAILED SPACE) and the night halts with an
      *> alert; preflight projects the whole night the same way and
      *> refuses to start a night that cannot fit. What each step
      *> actually wrote is measured as it completes and kept in
      *> "<control>.<date>.volumes" for HISTLOAD to load.
      *>
      *> The alert file written on a halt names the halt's code in
      *> the message catalog ("STEP <name> <disposition>" matched by
      *> MESSAGE-LOOKUP, so one step may have a runbook of its own
      *> ahead of the general entry) with its remedy, and lists the
      *> exceptions the failed step raised under its run ID, each
      *> with its remedy.
      *>
      *> A running night is quiesced by a request file beside the
      *> control file ("<control>.quiesce", placed by CONSOLE or by
      *> hand; its one line says who asked and why). Once it is
      *> seen no further step is launched; steps already running
      *> finish and are recorded as usual, and the driver then
      *> writes a QUIESCED record to the status file (name
      *> "*QUIESCE <timestamp> <run date> <run-ID sequence>"),
      *> removes the request, and ends with return code 2. The
      *> night is picked up again with "daybatch <control> RESUME",
      *> which takes the run date and the run-ID sequence back from
      *> that record - so the night keeps its calendar and its run
      *> IDs carry on in order - writes a RESUMED record, and logs
      *> the quiesced interval to the run log as a DAYBATCH line
      *> (start = end, result "QUIESCED night <date> from <ts> to
      *> <ts> seconds=<n> ...") for HANDOVER and SLAREPORT to show
      *> apart from step run times. Until it is resumed, a plain
      *> restart of a quiesced night is refused.
      *>
      *> Command-line arguments:
      *> LS-CONTROL-FILE: path to the control file listing job steps.
      *> LS-RUN-DATE: optional run date (YYYYMMDD) for calendar
      *> evaluation; defaults to today. Letting the operator name the
      *> date keeps a delayed restart on the calendar of the night it
      *> belongs to. RESUME in its place resumes a quiesced night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FD-GDG ASSIGN TO LS-GDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-GDG-STATUS.
           SELECT FD-EXCREPO ASSIGN TO LS-EXCREPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-EXCREPO-STATUS.
           SELECT FD-SPACE ASSIGN TO LS-SPACE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SPACE-STATUS.
           SELECT FD-VOLUMES ASSIGN TO LS-VOLUMES-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-VOLUMES-STATUS.
           SELECT FD-QUIESCE ASSIGN TO LS-QUIESCE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-QUIESCE-STATUS.
           SELECT FD-HISTORY ASSIGN TO LS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS LS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).

       FD  FD-EXCREPO.
       01  F-EXCREPO-RECORD.
           05 F-EXC-TIMESTAMP             PIC X(14).
           05 FILLER                      PIC X(1).
           05 F-EXC-PROGRAM               PIC X(8).
           05 FILLER                      PIC X(1).
           05 F-EXC-SEVERITY              PIC X(1).
           05 FILLER                      PIC X(1).
           05 F-EXC-KEY                   PIC X(40).
           05 FILLER                      PIC X(1).
           05 F-EXC-MESSAGE               PIC X(120).
           05 FILLER                      PIC X(1).
           05 F-EXC-RUN-ID                PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-EXC-CODE                  PIC X(8).

       FD  FD-MANIFEST.
      *> "records=nnnnnnnnn checksum=nnnnnnnnn", as the MANIFEST
      *> builder writes it beside each extract.
      *> generation number. See GDG-RESOLVE in common/.
       01  F-GDG-RECORD                   PIC X(200).

       FD  FD-SPACE.
      *> The data line of "df -Pk": filesystem, 1K blocks, used,
      *> available, capacity, mount point.
       01  F-SPACE-RECORD                 PIC X(200).

       FD  FD-VOLUMES.
      *> One line per completed step: the growth of the output
      *> filesystem while it ran, for HISTLOAD to carry into the
      *> history mart.
       01  F-VOLUMES-RECORD.
           05 F-VOL-STEP-NAME             PIC X(40).
           05 FILLER                      PIC X(1).
           05 F-VOL-OUTPUT-KB             PIC 9(12).
           05 FILLER                      PIC X(1).
           05 F-VOL-RUN-ID                PIC X(20).

       FD  FD-QUIESCE.
      *> "<timestamp> <user> <reason>", as CONSOLE writes it.
       01  F-QUIESCE-RECORD               PIC X(200).

       FD  FD-HISTORY.
       COPY "history" IN "batch".

       LOCAL-STORAGE SECTION.
       01 C-MAX-STEPS                    CONSTANT 100.
       01 LS-COMMAND-LINE                 PIC X(104).
           05 LS-STEP-STATE                PIC 9(1).
           05 LS-STEP-RC                   PIC 9(4).
           05 LS-STEP-START-TS             PIC X(21).
           05 LS-STEP-PARTS                PIC 9(2).
           05 LS-STEP-PART-ROLE            PIC X(5).
           05 LS-STEP-PART-OF              PIC X(40).
           05 LS-STEP-RUN-ID               PIC X(20).
           05 LS-STEP-EXPECT-KB            PIC 9(12).
           05 LS-STEP-USED-KB              PIC 9(12).
       01 LS-DONE-COUNT                    PIC 9(4) VALUE 0.
       01 LS-DONE-TABLE OCCURS 0 TO C-MAX-STEPS TIMES
           DEPENDING ON LS-DONE-COUNT.
       01 LS-LAUNCHED-ONE                  PIC 9(1).
       01 LS-HALT-REQUESTED                PIC 9(1) VALUE 0.
       01 LS-FAILED-IDX                    PIC 9(4) VALUE 0.
       01 LS-HALT-DISPOSITION              PIC X(20) VALUE SPACES.
       01 LS-DEPS-SATISFIED                PIC 9(1).
       01 LS-DEP-NAME                      PIC X(40).
       01 LS-DEP-PTR                       PIC 9(4).
      *> and is stamped by the shared writers into the run log,
      *> exception repository, journal headers, and reject files,
      *> so one failed run joins to all its artifacts without
      *> eyeballing timestamps. The night's run date goes with it
      *> in RUNDATE, so reports a step writes after midnight, or in
      *> a restart the next morning, are dated for the night.
       01 LS-RUN-ID                        PIC X(20).
       01 LS-RUN-ID-SEQ                    PIC 9(4) VALUE 0.
       01 LS-RETURN-CODE                   PIC 9(4) COMP.
       01 LS-LOCK-STATUS                   PIC X(2).
       01 LS-LOCK-PID                      PIC X(10).
       01 C-ALERT-TAIL-LINES             CONSTANT 5.
       01 C-ALERT-EXC-LINES              CONSTANT 10.
       01 LS-EXCREPO-PATH                  PIC X(140).
       01 LS-EXCREPO-STATUS                PIC X(2).
       01 LS-EXCDIR                        PIC X(100).
       01 LS-EXC-DATE                      PIC X(8).
       01 LS-ALERT-EXC-COUNT               PIC 9(4).
       01 LS-HALT-MESSAGE                  PIC X(120).
       01 LS-NO-CODE                       PIC X(8) VALUE SPACES.
       01 LS-MSG-CODE                      PIC X(8).
       01 LS-MSG-SEVERITY                  PIC X(1).
       01 LS-MSG-TEXT                      PIC X(120).
       01 LS-MSG-REMEDY                    PIC X(400).
       01 LS-MSG-STATUS                    PIC X(2).
       01 LS-REMEDY-IDX                    PIC 9(1).
       01 LS-REMEDY-PREFIX                 PIC X(14).
       01 LS-ALERT-FILE                    PIC X(106).
       01 LS-ALERT-STATUS                  PIC X(2).
       01 LS-RUNLOG-PATH                   PIC X(100).
           DEPENDING ON LS-OUTPUT-PATH-COUNT.
           05 LS-OUTPUT-PATH              PIC X(200).
       01 LS-OUTPUT-IDX                    PIC 9(3).
       01 LS-RELEASE-POLICY                PIC X(7).
       01 LS-RELEASE-OK                    PIC 9(1).
       01 LS-RELEASE-LABEL                 PIC X(20).
       01 LS-RELEASE-STATUS                PIC X(2).
       01 LS-RELEASE-REASON                PIC X(40).
       01 LS-EXC-KEY                       PIC X(40).
       01 LS-EXC-MESSAGE                   PIC X(120).
       01 LS-RERUN-QUEUE                   PIC X(100).
       01 LS-RERUN-DONE-FILE               PIC X(120).
       01 C-MAX-PARTS                    CONSTANT 20.
       01 LS-PART-BASE-IDX                 PIC 9(4).
       01 LS-PART-NUMBER                   PIC 9(2).
       01 LS-PART-TOTAL                    PIC 9(2).
       01 LS-PART-LOGICAL                  PIC X(40).
       01 LS-PART-COMMAND                  PIC X(200).
       01 LS-PART-TOKEN-LIMIT              PIC 9(3).
       01 C-DEFAULT-HEADROOM             CONSTANT 20.
       01 C-DEFAULT-SPACE-DAYS           CONSTANT 28.
       01 LS-OUTPUT-FS                     PIC X(100).
       01 LS-SPACE-FILE                    PIC X(110).
       01 LS-SPACE-STATUS                  PIC X(2).
       01 LS-SPACE-KNOWN                   PIC 9(1).
       01 LS-SPACE-OK                      PIC 9(1).
       01 LS-FREE-KB                       PIC 9(12).
       01 LS-USED-KB                       PIC 9(12).
       01 LS-NEEDED-KB                     PIC 9(12).
       01 LS-NIGHT-EXPECT-KB               PIC 9(12).
       01 LS-NO-HISTORY-COUNT              PIC 9(4).
       01 LS-SPACE-HEADROOM                PIC 9(3).
       01 LS-SPACE-DAYS                    PIC 9(3).
       01 LS-DF-FIELDS.
           05 LS-DF-FS                    PIC X(60).
           05 LS-DF-BLOCKS                PIC X(15).
           05 LS-DF-USED                  PIC X(15).
           05 LS-DF-AVAIL                 PIC X(15).
       01 LS-KB-DISPLAY                    PIC Z(11)9.
       01 LS-KB-DISPLAY-2                  PIC Z(11)9.
       01 LS-HISTORY-PATH                  PIC X(100).
       01 LS-HISTORY-STATUS                PIC X(2).
       01 LS-VOLUMES-FILE                  PIC X(130).
       01 LS-VOLUMES-STATUS                PIC X(2).
       01 LS-VOL-PROGRAM                   PIC X(8).
       01 LS-VOL-BASE-START                PIC 9(3).
       01 LS-VOL-NAME-IDX                  PIC 9(3).
       01 LS-VOL-NIGHTS                    PIC 9(4).
       01 LS-VOL-KB-SUM                    PIC 9(14).
       01 LS-VOL-SCALED-KB                 PIC 9(14).
       01 LS-VOL-REC-SUM                   PIC 9(14).
       01 LS-TONIGHT-RECORDS               PIC 9(12).
       01 LS-WINDOW-START                  PIC 9(8).
       01 LS-QUIESCE-FILE                  PIC X(110).
       01 LS-QUIESCE-STATUS                PIC X(2).
       01 LS-QUIESCE-SEEN                  PIC 9(1) VALUE 0.
       01 LS-RESUME-REQUESTED              PIC 9(1) VALUE 0.
       01 LS-QUIESCED-OPEN                 PIC 9(1) VALUE 0.
       01 LS-NIGHT-MARK                    PIC X(40).
       01 LS-NIGHT-MARK-FIELDS.
           05 LS-MARK-TAG                 PIC X(9).
           05 LS-MARK-TS                  PIC X(14).
           05 LS-MARK-RUN-DATE            PIC X(8).
           05 LS-MARK-SEQ                 PIC X(4).
       01 LS-NOW-TS                        PIC X(21).
       01 LS-RESUMED-TS                    PIC X(21).
       01 LS-QUIESCED-SPAN                 PIC S9(9).
       01 LS-QUIESCED-SECONDS              PIC 9(6).
       01 LS-RUNLOG-RESULT                 PIC X(200).

       PROCEDURE DIVISION.

           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-CONTROL-FILE LS-RUN-DATE
           IF FUNCTION UPPER-CASE(LS-RUN-DATE) = "RESUME"
               MOVE 1 TO LS-RESUME-REQUESTED
               MOVE SPACES TO LS-RUN-DATE
           END-IF
           IF LS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO LS-RUN-DATE
           END-IF
           STRING FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               ".status" DELIMITED BY SIZE
               INTO LS-STATUS-FILE
           STRING FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               ".quiesce" DELIMITED BY SIZE
               INTO LS-QUIESCE-FILE
           STRING FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               INTO LS-LOCK-FILE
               ".alert" DELIMITED BY SIZE
               INTO LS-ALERT-FILE
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM CHECK-QUIESCED-NIGHT
      *> The night's effective runtime parameters go into the run
      *> log before anything launches, so "which configuration did
      *> this run under" is never a reconstruction.
           CALL "ECHO-PARAMETERS" USING "DAYBATCH"
           PERFORM DERIVE-RUN-DATE-FACTS
           CALL "GET-PARAMETER" USING
               "RELEASECHECK        " LS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(LS-PARM-VALUE(1:7))
               TO LS-RELEASE-POLICY
           IF LS-RELEASE-POLICY NOT = "WARN"
               MOVE "ENFORCE" TO LS-RELEASE-POLICY
           END-IF
           PERFORM LOAD-SPACE-SETTINGS

           PERFORM LOAD-CONTROL-FILE
           PERFORM VALIDATE-DEPENDENCIES
      *> is running. After a failure no new steps are launched, but
      *> steps already in flight are allowed to drain so their
      *> completions still reach the status file before the halt.
      *> A quiesce request drains the running steps the same way.
           PERFORM UNTIL EXIT
               PERFORM COUNT-PENDING-STEPS
               IF LS-PENDING-COUNT = 0 AND LS-RUNNING-COUNT = 0
                   EXIT PERFORM
               END-IF
               IF LS-QUIESCE-SEEN = 0 AND LS-HALT-REQUESTED = 0
                   PERFORM CHECK-QUIESCE-REQUEST
               END-IF
               SET LS-LAUNCHED-ONE TO 0
               IF LS-HALT-REQUESTED = 0 AND LS-QUIESCE-SEEN = 0
                   PERFORM LAUNCH-ELIGIBLE-STEPS
               END-IF
               IF LS-RUNNING-COUNT > 0 OR
                   (LS-WAITING-COUNT > 0 AND LS-QUIESCE-SEEN = 0)
                   CALL "C$SLEEP" USING 1
                   PERFORM TICK-RETRY-WAITS
                   IF LS-RUNNING-COUNT > 0
                       PERFORM POLL-RUNNING-STEPS
                   END-IF
               ELSE
                   IF LS-HALT-REQUESTED = 1 OR LS-QUIESCE-SEEN = 1
                       EXIT PERFORM
                   END-IF
                   IF LS-LAUNCHED-ONE = 0
                   DISPLAY "DAYBATCH: alert written to "
                       FUNCTION TRIM(LS-ALERT-FILE)
               END-IF
      *> A halt overtakes a quiesce; the request is spent, or it
      *> would hold the restart back before it had begun.
               IF LS-QUIESCE-SEEN = 1
                   PERFORM REMOVE-QUIESCE-REQUEST
               END-IF
               DISPLAY "DAYBATCH: halting batch; rerun with "
                   "the same control file to resume from the first "
                   "incomplete step"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-QUIESCE-SEEN = 1
               PERFORM QUIESCE-NIGHT
               IF LS-PENDING-COUNT > 0
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *> A request placed after the last poll is spent with the
      *> night; left in place it would quiesce the next night
      *> before its first step.
           PERFORM REMOVE-QUIESCE-REQUEST
           DISPLAY "DAYBATCH: all steps complete"
           PERFORM RETIRE-STATUS-FILE
           PERFORM RETIRE-RERUN-QUEUE
           STOP RUN.

      *> A finished night's status file is renamed out of the way
               FUNCTION TRIM(LS-STATUS-DONE-FILE)
           .

      *> A completed rerun queue has been worked off; left in place
      *> it would run the same reruns again next window.
       RETIRE-RERUN-QUEUE.
           CALL "GET-PARAMETER" USING
               "RERUNCTL            " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RERUN-QUEUE
           IF LS-RERUN-QUEUE = SPACES
               MOVE "rerun.ctl" TO LS-RERUN-QUEUE
           END-IF
           IF LS-CONTROL-FILE NOT = LS-RERUN-QUEUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-RERUN-DONE-FILE
           STRING FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               ".done" DELIMITED BY SIZE
               INTO LS-RERUN-DONE-FILE
           MOVE SPACES TO LS-LAUNCH-COMMAND
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RERUN-DONE-FILE) DELIMITED BY SIZE
               INTO LS-LAUNCH-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-LAUNCH-COMMAND)
           DISPLAY "DAYBATCH: rerun queue worked off, retired to "
               FUNCTION TRIM(LS-RERUN-DONE-FILE)
           .

      *> Exactly one DAYBATCH may run a given control file at a
      *> time: two drivers appending to the same status file and
      *> re-running each other's steps has corrupted a night before.
           CALL "SYSTEM" USING FUNCTION TRIM(LS-LAUNCH-COMMAND)
           .

      *> A quiesced night is held until it is resumed: its run
      *> date and run-ID sequence are in the QUIESCED record, and a
      *> plain restart would lose both. A resume takes them back
      *> and puts the quiesced interval on the run log.
       CHECK-QUIESCED-NIGHT.
           OPEN INPUT FD-STATUS
           IF LS-STATUS-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-STATUS INTO F-STATUS-RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF F-STATUS-NAME(1:9) = "*QUIESCE "
                       MOVE 1 TO LS-QUIESCED-OPEN
                       MOVE F-STATUS-NAME TO LS-NIGHT-MARK
                   END-IF
                   IF F-STATUS-NAME(1:8) = "*RESUME "
                       MOVE 0 TO LS-QUIESCED-OPEN
                   END-IF
               END-PERFORM
               CLOSE FD-STATUS
           END-IF
           IF LS-RESUME-REQUESTED = 0
               IF LS-QUIESCED-OPEN = 1
                   DISPLAY "DAYBATCH: night quiesced ("
                       FUNCTION TRIM(LS-NIGHT-MARK) "); resume it "
                       "with: daybatch "
                       FUNCTION TRIM(LS-CONTROL-FILE) " RESUME"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LS-QUIESCED-OPEN = 0
               DISPLAY "DAYBATCH: no quiesced night to resume in "
                   FUNCTION TRIM(LS-STATUS-FILE)
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-NIGHT-MARK-FIELDS
           UNSTRING LS-NIGHT-MARK DELIMITED BY ALL " "
               INTO LS-MARK-TAG LS-MARK-TS LS-MARK-RUN-DATE
                    LS-MARK-SEQ
           MOVE LS-MARK-RUN-DATE TO LS-RUN-DATE
           MOVE FUNCTION NUMVAL(LS-MARK-SEQ) TO LS-RUN-ID-SEQ
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TS
           PERFORM TIME-QUIESCED-INTERVAL
           MOVE SPACES TO LS-NIGHT-MARK
           STRING "*RESUME " DELIMITED BY SIZE
               LS-NOW-TS(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-RUN-ID-SEQ DELIMITED BY SIZE
               INTO LS-NIGHT-MARK
           MOVE "RESUMED" TO LS-DISPOSITION
           PERFORM RECORD-NIGHT-MARK
      *> The line is stamped at the resume with start = end, so
      *> nothing that reads run times from the log takes the wait
      *> for a step run; the interval itself is carried in the
      *> result at fixed columns for HANDOVER and SLAREPORT:
      *> "QUIESCED night <date> from <ts14> to <ts14> seconds=<n6>".
           MOVE SPACES TO LS-RUNLOG-RESULT
           STRING "QUIESCED night " DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               LS-MARK-TS DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               LS-NOW-TS(1:14) DELIMITED BY SIZE
               " seconds=" DELIMITED BY SIZE
               LS-QUIESCED-SECONDS DELIMITED BY SIZE
               " resumed at run-ID sequence " DELIMITED BY SIZE
               LS-RUN-ID-SEQ DELIMITED BY SIZE
               INTO LS-RUNLOG-RESULT
           MOVE LS-NOW-TS TO LS-RESUMED-TS
           CALL "WRITE-RUN-LOG" USING "DAYBATCH" LS-CONTROL-FILE
               LS-NOW-TS LS-RESUMED-TS LS-RUNLOG-RESULT
           DISPLAY "DAYBATCH: resuming night " LS-RUN-DATE
               " quiesced at " LS-MARK-TS
               ", run-ID sequence " LS-RUN-ID-SEQ
           .

      *> A quiesce can run past midnight or over a weekend, so the
      *> interval is taken across dates, not by ELAPSED-SECONDS.
       TIME-QUIESCED-INTERVAL.
           COMPUTE LS-QUIESCED-SPAN =
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(LS-NOW-TS(1:8)))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(LS-MARK-TS(1:8)))) * 86400
               + FUNCTION NUMVAL(LS-NOW-TS(9:2)) * 3600
               + FUNCTION NUMVAL(LS-NOW-TS(11:2)) * 60
               + FUNCTION NUMVAL(LS-NOW-TS(13:2))
               - FUNCTION NUMVAL(LS-MARK-TS(9:2)) * 3600
               - FUNCTION NUMVAL(LS-MARK-TS(11:2)) * 60
               - FUNCTION NUMVAL(LS-MARK-TS(13:2))
           EVALUATE TRUE
               WHEN LS-QUIESCED-SPAN < 0
                   MOVE 0 TO LS-QUIESCED-SECONDS
               WHEN LS-QUIESCED-SPAN > 999999
                   MOVE 999999 TO LS-QUIESCED-SECONDS
               WHEN OTHER
                   MOVE LS-QUIESCED-SPAN TO LS-QUIESCED-SECONDS
           END-EVALUATE
           .

      *> The request file is only looked for, never held open: the
      *> operator's line is echoed so SYSOUT shows who stopped the
      *> night.
       CHECK-QUIESCE-REQUEST.
           OPEN INPUT FD-QUIESCE
           IF LS-QUIESCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-QUIESCE-RECORD
           READ FD-QUIESCE
               AT END CONTINUE
           END-READ
           CLOSE FD-QUIESCE
           MOVE 1 TO LS-QUIESCE-SEEN
           DISPLAY "DAYBATCH: quiesce requested: "
               FUNCTION TRIM(F-QUIESCE-RECORD)
           DISPLAY "DAYBATCH: launching no further steps; waiting "
               "for " LS-RUNNING-COUNT " running step(s)"
           .

      *> Running steps have drained. With steps still pending the
      *> night is marked QUIESCED where the resume will find it; a
      *> request that came too late to hold anything back is simply
      *> consumed and the night completes as usual.
       QUIESCE-NIGHT.
           PERFORM REMOVE-QUIESCE-REQUEST
           IF LS-PENDING-COUNT = 0
               DISPLAY "DAYBATCH: quiesce request came after the "
                   "last step; nothing held back"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TS
           MOVE SPACES TO LS-NIGHT-MARK
           STRING "*QUIESCE " DELIMITED BY SIZE
               LS-NOW-TS(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-RUN-ID-SEQ DELIMITED BY SIZE
               INTO LS-NIGHT-MARK
           MOVE "QUIESCED" TO LS-DISPOSITION
           PERFORM RECORD-NIGHT-MARK
           DISPLAY "DAYBATCH: night " LS-RUN-DATE " quiesced with "
               LS-PENDING-COUNT " step(s) still to run"
           DISPLAY "DAYBATCH: resume with: daybatch "
               FUNCTION TRIM(LS-CONTROL-FILE) " RESUME"
           .

       REMOVE-QUIESCE-REQUEST.
           MOVE SPACES TO LS-LAUNCH-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-QUIESCE-FILE) DELIMITED BY SIZE
               INTO LS-LAUNCH-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-LAUNCH-COMMAND)
           .

       RECORD-NIGHT-MARK.
           OPEN EXTEND FD-STATUS
           IF LS-STATUS-STATUS = "05" OR LS-STATUS-STATUS = "35"
               OPEN OUTPUT FD-STATUS
           END-IF
           MOVE LS-NIGHT-MARK TO F-STATUS-NAME
           MOVE LS-DISPOSITION TO F-STATUS-DISPOSITION
           WRITE F-STATUS-RECORD
           CLOSE FD-STATUS
           .

       RELEASE-RUN-LOCK.
           MOVE SPACES TO LS-LAUNCH-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
           MOVE 0 TO LS-STEP-PAUSE(LS-STEP-COUNT)
           MOVE 0 TO LS-STEP-ATTEMPT(LS-STEP-COUNT)
           MOVE 0 TO LS-STEP-WAIT(LS-STEP-COUNT)
           MOVE 0 TO LS-STEP-PARTS(LS-STEP-COUNT)
           MOVE SPACES TO LS-STEP-PART-ROLE(LS-STEP-COUNT)
           MOVE SPACES TO LS-STEP-PART-OF(LS-STEP-COUNT)
           MOVE SPACES TO LS-STEP-RUN-ID(LS-STEP-COUNT)
           UNSTRING F-CONTROL-RECORD DELIMITED BY " "
               INTO LS-STEP-NAME(LS-STEP-COUNT)
           COMPUTE LS-RECORD-LEN = FUNCTION LENGTH(FUNCTION
           MOVE FUNCTION TRIM(
               F-CONTROL-RECORD(1:LS-COMMAND-END))
               TO LS-STEP-COMMAND(LS-STEP-COUNT)
           IF LS-STEP-PARTS(LS-STEP-COUNT) > 1
               PERFORM EXPAND-PARTITIONED-STEP
           END-IF
           .

      *> A PARTS=n step becomes its SPLIT step (in its own slot),
      *> n partition steps and the MERGE step that carries the
      *> step's name; all of them keep the step's other options.
       EXPAND-PARTITIONED-STEP.
           MOVE LS-STEP-COUNT TO LS-PART-BASE-IDX
           MOVE LS-STEP-NAME(LS-PART-BASE-IDX) TO LS-PART-LOGICAL
           MOVE LS-STEP-COMMAND(LS-PART-BASE-IDX) TO LS-PART-COMMAND
           MOVE LS-STEP-PARTS(LS-PART-BASE-IDX) TO LS-PART-TOTAL
           IF LS-PART-TOTAL > C-MAX-PARTS
               DISPLAY "DAYBATCH: step " FUNCTION TRIM(LS-PART-LOGICAL)
                   " asks for " LS-PART-TOTAL " partitions; at most "
                   C-MAX-PARTS
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-STEP-COUNT + LS-PART-TOTAL + 1 > C-MAX-STEPS
               DISPLAY "DAYBATCH: step " FUNCTION TRIM(LS-PART-LOGICAL)
                   " and its partitions do not fit the " C-MAX-STEPS
                   "-step limit"
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(LS-PART-LOGICAL)) > 34
               OR FUNCTION LENGTH(FUNCTION TRIM(LS-PART-COMMAND))
                   > 172
               DISPLAY "DAYBATCH: step " FUNCTION TRIM(LS-PART-LOGICAL)
                   " name or command too long to partition"
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO LS-STEP-NAME(LS-PART-BASE-IDX)
           STRING FUNCTION TRIM(LS-PART-LOGICAL) DELIMITED BY SIZE
               ".SPLIT" DELIMITED BY SIZE
               INTO LS-STEP-NAME(LS-PART-BASE-IDX)
           MOVE "SPLIT" TO LS-STEP-PART-ROLE(LS-PART-BASE-IDX)
           MOVE LS-PART-LOGICAL TO LS-STEP-PART-OF(LS-PART-BASE-IDX)
           MOVE 0 TO LS-PART-NUMBER
           PERFORM BUILD-PARTITION-COMMAND
           MOVE LS-TOKEN TO LS-STEP-COMMAND(LS-PART-BASE-IDX)

           PERFORM VARYING LS-PART-NUMBER FROM 1 BY 1
               UNTIL LS-PART-NUMBER > LS-PART-TOTAL
               ADD 1 TO LS-STEP-COUNT
               MOVE LS-STEP-TABLE(LS-PART-BASE-IDX)
                   TO LS-STEP-TABLE(LS-STEP-COUNT)
               MOVE SPACES TO LS-STEP-NAME(LS-STEP-COUNT)
               STRING FUNCTION TRIM(LS-PART-LOGICAL) DELIMITED BY SIZE
                   ".P" DELIMITED BY SIZE
                   LS-PART-NUMBER DELIMITED BY SIZE
                   INTO LS-STEP-NAME(LS-STEP-COUNT)
               MOVE LS-STEP-NAME(LS-PART-BASE-IDX)
                   TO LS-STEP-DEPENDS(LS-STEP-COUNT)
               MOVE "RUN" TO LS-STEP-PART-ROLE(LS-STEP-COUNT)
               PERFORM BUILD-PARTITION-COMMAND
               MOVE LS-TOKEN TO LS-STEP-COMMAND(LS-STEP-COUNT)
           END-PERFORM

           ADD 1 TO LS-STEP-COUNT
           MOVE LS-STEP-TABLE(LS-PART-BASE-IDX)
               TO LS-STEP-TABLE(LS-STEP-COUNT)
           MOVE LS-PART-LOGICAL TO LS-STEP-NAME(LS-STEP-COUNT)
           MOVE LS-STEP-NAME(LS-PART-BASE-IDX)
               TO LS-STEP-DEPENDS(LS-STEP-COUNT)
           MOVE "MERGE" TO LS-STEP-PART-ROLE(LS-STEP-COUNT)
           MOVE SPACES TO LS-STEP-PART-OF(LS-STEP-COUNT)
           MOVE 0 TO LS-PART-NUMBER
           PERFORM BUILD-PARTITION-COMMAND
           MOVE LS-TOKEN TO LS-STEP-COMMAND(LS-STEP-COUNT)
           .

      *> "batch/partition <role> <part> <parts> <command>", built
      *> into LS-TOKEN for the entry being filled in.
       BUILD-PARTITION-COMMAND.
           MOVE SPACES TO LS-TOKEN
           STRING "batch/partition " DELIMITED BY SIZE
               FUNCTION TRIM(LS-STEP-PART-ROLE(LS-STEP-COUNT))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-PART-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-PART-TOTAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-COMMAND) DELIMITED BY SIZE
               INTO LS-TOKEN
           .

      *> Option clauses trail the command, so the first recognised
               WHEN LS-TOKEN(1:7) = "ONWARN="
                   MOVE LS-TOKEN(8:4) TO
                       LS-STEP-ONWARN(LS-STEP-COUNT)
               WHEN LS-TOKEN(1:6) = "PARTS="
                   COMPUTE LS-STEP-PARTS(LS-STEP-COUNT) =
                       FUNCTION NUMVAL(LS-TOKEN(7:2))
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
                       MOVE FUNCTION TRIM(LS-DEP-NAME)
                           TO LS-DEP-NAME
                       MOVE 0 TO LS-DEP-FOUND
                       IF LS-DEP-NAME = "*"
                           MOVE 1 TO LS-DEP-FOUND
                       END-IF
                       PERFORM VARYING LS-SCAN-IDX FROM 1 BY 1
                           UNTIL LS-SCAN-IDX > LS-STEP-COUNT
                           IF LS-STEP-NAME(LS-SCAN-IDX) = LS-DEP-NAME
                   PERFORM PREFLIGHT-ONE-STEP
               END-IF
           END-PERFORM
           PERFORM PROJECT-NIGHT-OUTPUT
           IF LS-PREFLIGHT-ERRORS > 0
               DISPLAY "DAYBATCH: preflight found "
                   LS-PREFLIGHT-ERRORS " problem(s); batch not "
           END-IF
           .

      *> Output space. The filesystem the night writes to is the
      *> one holding OUTPUTFS (default the current directory). Each
      *> step's expected output comes from the history mart: its
      *> output per input record over the last SPACEDAYS nights
      *> (default 28), times the records in tonight's manifests -
      *> or, with no manifest to scale by, its average night - plus
      *> SPACEHEADROOM percent (default 20). A step with no
      *> measured history is expected to write nothing, and is
      *> counted in the preflight line so that is visible.
       LOAD-SPACE-SETTINGS.
           CALL "GET-PARAMETER" USING
               "OUTPUTFS            " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-OUTPUT-FS
           IF LS-OUTPUT-FS = SPACES
               MOVE "." TO LS-OUTPUT-FS
           END-IF
           CALL "GET-PARAMETER" USING
               "SPACEHEADROOM       " LS-PARM-VALUE
           IF LS-PARM-VALUE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(LS-PARM-VALUE) = 0
               COMPUTE LS-SPACE-HEADROOM =
                   FUNCTION NUMVAL(LS-PARM-VALUE)
           ELSE
               MOVE C-DEFAULT-HEADROOM TO LS-SPACE-HEADROOM
           END-IF
           CALL "GET-PARAMETER" USING
               "SPACEDAYS           " LS-PARM-VALUE
           IF LS-PARM-VALUE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(LS-PARM-VALUE) = 0
               COMPUTE LS-SPACE-DAYS =
                   FUNCTION NUMVAL(LS-PARM-VALUE)
           ELSE
               MOVE C-DEFAULT-SPACE-DAYS TO LS-SPACE-DAYS
           END-IF
           CALL "GET-PARAMETER" USING
               "HISTMASTER          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-HISTORY-PATH
           IF LS-HISTORY-PATH = SPACES
               MOVE "history.master" TO LS-HISTORY-PATH
           END-IF
           MOVE SPACES TO LS-SPACE-FILE
           STRING FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               ".space.tmp" DELIMITED BY SIZE
               INTO LS-SPACE-FILE
           MOVE SPACES TO LS-VOLUMES-FILE
           STRING FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               ".volumes" DELIMITED BY SIZE
               INTO LS-VOLUMES-FILE
           .

      *> The whole night's expected output against the space free
      *> now, so a night that cannot fit is refused before its
      *> first step rather than dying in the middle of one.
       PROJECT-NIGHT-OUTPUT.
           MOVE 0 TO LS-NIGHT-EXPECT-KB
           MOVE 0 TO LS-NO-HISTORY-COUNT
           PERFORM VARYING LS-STEP-IDX FROM 1 BY 1
               UNTIL LS-STEP-IDX > LS-STEP-COUNT
               MOVE 0 TO LS-STEP-EXPECT-KB(LS-STEP-IDX)
               MOVE 0 TO LS-STEP-USED-KB(LS-STEP-IDX)
           END-PERFORM
           COMPUTE LS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LS-DATE-INT)
               - LS-SPACE-DAYS)
           OPEN INPUT FD-HISTORY
           IF LS-HISTORY-STATUS NOT = "00"
               DISPLAY "DAYBATCH: preflight: history mart "
                   FUNCTION TRIM(LS-HISTORY-PATH)
                   " not readable (status " LS-HISTORY-STATUS
                   "); step output not projected"
           ELSE
               PERFORM VARYING LS-STEP-IDX FROM 1 BY 1
                   UNTIL LS-STEP-IDX > LS-STEP-COUNT
                   IF LS-STEP-STATE(LS-STEP-IDX) = 0
                       PERFORM ESTIMATE-STEP-OUTPUT
                       ADD LS-STEP-EXPECT-KB(LS-STEP-IDX)
                           TO LS-NIGHT-EXPECT-KB
                   END-IF
               END-PERFORM
               CLOSE FD-HISTORY
           END-IF
           PERFORM MEASURE-OUTPUT-SPACE
           IF LS-SPACE-KNOWN = 0
               DISPLAY "DAYBATCH: preflight: free space on "
                   FUNCTION TRIM(LS-OUTPUT-FS)
                   " could not be measured; space checks off"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-NIGHT-EXPECT-KB TO LS-KB-DISPLAY
           MOVE LS-FREE-KB TO LS-KB-DISPLAY-2
           DISPLAY "DAYBATCH: preflight: night's projected output "
               FUNCTION TRIM(LS-KB-DISPLAY) " KB, "
               FUNCTION TRIM(LS-KB-DISPLAY-2) " KB free on "
               FUNCTION TRIM(LS-OUTPUT-FS) " ("
               LS-NO-HISTORY-COUNT " step(s) with no volume history)"
           IF LS-NIGHT-EXPECT-KB > LS-FREE-KB
               ADD 1 TO LS-PREFLIGHT-ERRORS
               DISPLAY "DAYBATCH: preflight: tonight's output will "
                   "not fit on " FUNCTION TRIM(LS-OUTPUT-FS)
                   "; free space before starting the batch"
               PERFORM VARYING LS-STEP-IDX FROM 1 BY 1
                   UNTIL LS-STEP-IDX > LS-STEP-COUNT
                   IF LS-STEP-EXPECT-KB(LS-STEP-IDX) > 0
                       MOVE LS-STEP-EXPECT-KB(LS-STEP-IDX)
                           TO LS-KB-DISPLAY
                       DISPLAY "DAYBATCH: preflight:   "
                           LS-KB-DISPLAY " KB  "
                           FUNCTION TRIM(LS-STEP-NAME(LS-STEP-IDX))
                   END-IF
               END-PERFORM
           END-IF
           .

      *> The mart keys on the upper-cased basename of the step's
      *> executable, as HISTLOAD files it.
       ESTIMATE-STEP-OUTPUT.
           MOVE 1 TO LS-VOL-BASE-START
           PERFORM VARYING LS-VOL-NAME-IDX FROM 1 BY 1
               UNTIL LS-VOL-NAME-IDX > 40
               IF LS-STEP-NAME(LS-STEP-IDX)(LS-VOL-NAME-IDX:1) = "/"
                   COMPUTE LS-VOL-BASE-START = LS-VOL-NAME-IDX + 1
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(
               LS-STEP-NAME(LS-STEP-IDX)(LS-VOL-BASE-START:8))
               TO LS-VOL-PROGRAM
           MOVE 0 TO LS-VOL-NIGHTS
           MOVE 0 TO LS-VOL-KB-SUM
           MOVE 0 TO LS-VOL-SCALED-KB
           MOVE 0 TO LS-VOL-REC-SUM
           MOVE LS-VOL-PROGRAM TO HM-PROGRAM
           MOVE LS-WINDOW-START TO HM-RUN-DATE
           START FD-HISTORY KEY IS NOT LESS THAN HM-KEY
           IF LS-HISTORY-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-HISTORY NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF LS-HISTORY-STATUS NOT = "00"
                       OR HM-PROGRAM NOT = LS-VOL-PROGRAM
                       OR HM-RUN-DATE >= LS-RUN-DATE
                       EXIT PERFORM
                   END-IF
                   IF HM-OUTPUT-KB IS NUMERIC AND HM-OUTPUT-KB > 0
                       ADD 1 TO LS-VOL-NIGHTS
                       ADD HM-OUTPUT-KB TO LS-VOL-KB-SUM
                       IF HM-RECORDS > 0
                           ADD HM-OUTPUT-KB TO LS-VOL-SCALED-KB
                           ADD HM-RECORDS TO LS-VOL-REC-SUM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF LS-VOL-NIGHTS = 0
               ADD 1 TO LS-NO-HISTORY-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-TONIGHT-RECORDS
           IF LS-TONIGHT-RECORDS > 0 AND LS-VOL-REC-SUM > 0
               COMPUTE LS-STEP-EXPECT-KB(LS-STEP-IDX) ROUNDED =
                   LS-VOL-SCALED-KB * LS-TONIGHT-RECORDS
                   / LS-VOL-REC-SUM
                   * (100 + LS-SPACE-HEADROOM) / 100
           ELSE
               COMPUTE LS-STEP-EXPECT-KB(LS-STEP-IDX) ROUNDED =
                   LS-VOL-KB-SUM / LS-VOL-NIGHTS
                   * (100 + LS-SPACE-HEADROOM) / 100
           END-IF
           .

      *> The records in the manifests of the step's input files,
      *> where tonight's inputs have manifests yet.
       COUNT-TONIGHT-RECORDS.
           MOVE 0 TO LS-TONIGHT-RECORDS
           MOVE 0 TO LS-TOKEN-NUMBER
           MOVE 1 TO LS-RECORD-PTR
           COMPUTE LS-RECORD-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-STEP-COMMAND(LS-STEP-IDX)))
           PERFORM UNTIL LS-RECORD-PTR > LS-RECORD-LEN
               MOVE SPACES TO LS-TOKEN
               UNSTRING LS-STEP-COMMAND(LS-STEP-IDX)
                   DELIMITED BY ALL " "
                   INTO LS-TOKEN
                   WITH POINTER LS-RECORD-PTR
               ADD 1 TO LS-TOKEN-NUMBER
               IF LS-TOKEN-NUMBER > 1
                   AND LS-TOKEN NOT = "<" AND LS-TOKEN NOT = ">"
                   AND LS-TOKEN NOT = SPACES
                   MOVE SPACES TO LS-MANIFEST-PATH
                   STRING FUNCTION TRIM(LS-TOKEN) DELIMITED BY SIZE
                       ".manifest" DELIMITED BY SIZE
                       INTO LS-MANIFEST-PATH
                   OPEN INPUT FD-MANIFEST
                   IF LS-MANIFEST-STATUS = "00"
                       MOVE SPACES TO F-MANIFEST-RECORD
                       READ FD-MANIFEST
                           AT END CONTINUE
                       END-READ
                       CLOSE FD-MANIFEST
                       IF F-MANIFEST-RECORD(1:8) = "records="
                           COMPUTE LS-TONIGHT-RECORDS =
                               LS-TONIGHT-RECORDS + FUNCTION
                               NUMVAL(F-MANIFEST-RECORD(9:9))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> Free and used space on the output filesystem, in KB.
       MEASURE-OUTPUT-SPACE.
           MOVE 0 TO LS-SPACE-KNOWN
           MOVE 0 TO LS-FREE-KB
           MOVE 0 TO LS-USED-KB
           MOVE SPACES TO LS-LAUNCH-COMMAND
           STRING "df -Pk " DELIMITED BY SIZE
               FUNCTION TRIM(LS-OUTPUT-FS) DELIMITED BY SIZE
               " 2>/dev/null | tail -1 > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SPACE-FILE) DELIMITED BY SIZE
               INTO LS-LAUNCH-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-LAUNCH-COMMAND)
           OPEN INPUT FD-SPACE
           IF LS-SPACE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-SPACE-RECORD
           READ FD-SPACE
               AT END CONTINUE
           END-READ
           CLOSE FD-SPACE
           MOVE SPACES TO LS-LAUNCH-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SPACE-FILE) DELIMITED BY SIZE
               INTO LS-LAUNCH-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-LAUNCH-COMMAND)
           MOVE SPACES TO LS-DF-FIELDS
           UNSTRING F-SPACE-RECORD DELIMITED BY ALL " "
               INTO LS-DF-FS LS-DF-BLOCKS LS-DF-USED LS-DF-AVAIL
           IF LS-DF-USED = SPACES OR LS-DF-AVAIL = SPACES
               OR FUNCTION TEST-NUMVAL(LS-DF-USED) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-DF-AVAIL) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-USED-KB = FUNCTION NUMVAL(LS-DF-USED)
           COMPUTE LS-FREE-KB = FUNCTION NUMVAL(LS-DF-AVAIL)
           MOVE 1 TO LS-SPACE-KNOWN
           .

      *> Just before launch the free space must cover the step's
      *> expected output and that still to come from the steps
      *> already running (counted in full - some of it may be on
      *> disk already, which errs on the safe side). A step that
      *> does not fit is held - recorded FAILED SPACE and not
      *> launched - and the night halts with an alert, as for any
      *> failed step; a rerun once space is freed resumes there.
       VERIFY-STEP-SPACE.
           MOVE 1 TO LS-SPACE-OK
           PERFORM MEASURE-OUTPUT-SPACE
           IF LS-SPACE-KNOWN = 0
               MOVE 0 TO LS-STEP-USED-KB(LS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE LS-USED-KB TO LS-STEP-USED-KB(LS-STEP-IDX)
           MOVE LS-STEP-EXPECT-KB(LS-STEP-IDX) TO LS-NEEDED-KB
           PERFORM VARYING LS-SCAN-IDX FROM 1 BY 1
               UNTIL LS-SCAN-IDX > LS-STEP-COUNT
               IF LS-STEP-STATE(LS-SCAN-IDX) = 1
                   ADD LS-STEP-EXPECT-KB(LS-SCAN-IDX)
                       TO LS-NEEDED-KB
               END-IF
           END-PERFORM
           IF LS-STEP-EXPECT-KB(LS-STEP-IDX) = 0
               OR LS-NEEDED-KB <= LS-FREE-KB
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-SPACE-OK
           MOVE LS-NEEDED-KB TO LS-KB-DISPLAY
           MOVE LS-FREE-KB TO LS-KB-DISPLAY-2
           DISPLAY "DAYBATCH: step "
               FUNCTION TRIM(LS-STEP-NAME(LS-STEP-IDX))
               " held, not launched: needs "
               FUNCTION TRIM(LS-KB-DISPLAY) " KB, "
               FUNCTION TRIM(LS-KB-DISPLAY-2) " KB free on "
               FUNCTION TRIM(LS-OUTPUT-FS)
           MOVE 3 TO LS-STEP-STATE(LS-STEP-IDX)
           MOVE 0 TO LS-STEP-RC(LS-STEP-IDX)
           MOVE "FAILED SPACE" TO LS-DISPOSITION
           PERFORM RECORD-STEP-DONE
           MOVE 1 TO LS-HALT-REQUESTED
           MOVE LS-STEP-IDX TO LS-FAILED-IDX
           MOVE LS-DISPOSITION TO LS-HALT-DISPOSITION
           .

      *> What the step added to the output filesystem, for the
      *> history mart. With other steps running alongside it the
      *> figure takes in their writes too and so runs high, the
      *> safe direction for a projection.
       RECORD-STEP-VOLUME.
           IF LS-STEP-USED-KB(LS-STEP-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM MEASURE-OUTPUT-SPACE
           IF LS-SPACE-KNOWN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-VOLUMES-RECORD
           MOVE LS-STEP-NAME(LS-STEP-IDX) TO F-VOL-STEP-NAME
           IF LS-USED-KB > LS-STEP-USED-KB(LS-STEP-IDX)
               COMPUTE F-VOL-OUTPUT-KB =
                   LS-USED-KB - LS-STEP-USED-KB(LS-STEP-IDX)
           ELSE
               MOVE 0 TO F-VOL-OUTPUT-KB
           END-IF
           MOVE LS-STEP-RUN-ID(LS-STEP-IDX) TO F-VOL-RUN-ID
           OPEN EXTEND FD-VOLUMES
           IF LS-VOLUMES-STATUS = "05" OR LS-VOLUMES-STATUS = "35"
               OPEN OUTPUT FD-VOLUMES
           END-IF
           IF LS-VOLUMES-STATUS = "00"
               WRITE F-VOLUMES-RECORD
               CLOSE FD-VOLUMES
           END-IF
           .

      *> At the start of a fresh night (nothing recorded in the
      *> status file yet) every catalog entry is advanced one
      *> generation, so generation 0 is a new file and last night's
      *> earlier attempt).
       CHECK-STEP-DEPENDENCIES.
           MOVE 1 TO LS-DEPS-SATISFIED
      *> A merge also waits for every partition of its step.
           IF LS-STEP-PART-ROLE(LS-STEP-IDX) = "MERGE"
               PERFORM VARYING LS-DEP-IDX FROM 1 BY 1
                   UNTIL LS-DEP-IDX > LS-STEP-COUNT
                   IF LS-STEP-PART-ROLE(LS-DEP-IDX) = "RUN"
                       AND LS-STEP-PART-OF(LS-DEP-IDX) =
                           LS-STEP-NAME(LS-STEP-IDX)
                       AND LS-STEP-STATE(LS-DEP-IDX) NOT = 2
                       AND LS-STEP-STATE(LS-DEP-IDX) NOT = 4
                       MOVE 0 TO LS-DEPS-SATISFIED
                   END-IF
               END-PERFORM
           END-IF
           IF FUNCTION TRIM(LS-STEP-DEPENDS(LS-STEP-IDX)) = SPACES
               EXIT PARAGRAPH
           END-IF
      *> An end-of-night step waits for all the others, save other
      *> end-of-night steps - except those it names after the "*",
      *> which the name loop below holds it for.
           IF LS-STEP-DEPENDS(LS-STEP-IDX)(1:1) = "*"
               PERFORM VARYING LS-DEP-IDX FROM 1 BY 1
                   UNTIL LS-DEP-IDX > LS-STEP-COUNT
                   IF LS-DEP-IDX NOT = LS-STEP-IDX
                       AND LS-STEP-DEPENDS(LS-DEP-IDX)(1:1) NOT = "*"
                       AND LS-STEP-STATE(LS-DEP-IDX) NOT = 2
                       AND LS-STEP-STATE(LS-DEP-IDX) NOT = 4
                       MOVE 0 TO LS-DEPS-SATISFIED
                   END-IF
               END-PERFORM
               IF LS-STEP-DEPENDS(LS-STEP-IDX) = "*"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 1 TO LS-DEP-PTR
           COMPUTE LS-DEP-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-STEP-DEPENDS(LS-STEP-IDX)))
           IF LS-MANIFEST-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-STEP-RELEASE
           IF LS-RELEASE-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-STEP-SPACE
           IF LS-SPACE-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LS-STEP-IDX TO LS-STEP-IDX-DISPLAY
           PERFORM BUILD-STEP-WORK-FILE-NAMES
           DISPLAY "DAYBATCH: running step "
               "." DELIMITED BY SIZE
               LS-RUN-ID-SEQ DELIMITED BY SIZE
               INTO LS-RUN-ID
           MOVE LS-RUN-ID TO LS-STEP-RUN-ID(LS-STEP-IDX)
           DISPLAY "DAYBATCH: run id "
               FUNCTION TRIM(LS-RUN-ID)
           MOVE SPACES TO LS-WATCHDOG-PREFIX
           MOVE SPACES TO LS-LAUNCH-COMMAND
           STRING "{ RUNID=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-RUN-ID) DELIMITED BY SIZE
               " RUNDATE=" DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               " RELEASE=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-RELEASE-LABEL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-WATCHDOG-PREFIX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           PERFORM RECORD-STEP-DONE
           MOVE 1 TO LS-HALT-REQUESTED
           MOVE LS-STEP-IDX TO LS-FAILED-IDX
           MOVE LS-DISPOSITION TO LS-HALT-DISPOSITION
           .

      *> The executable (token 1 of the command) must be an
      *> approved build in the release register. Under WARN the
      *> step still runs, its run-log line marked UNREGISTERED.
      *> For a partition or merge step it is the step's own
      *> program (token 5), whose release the answer is under.
       VERIFY-STEP-RELEASE.
           MOVE 1 TO LS-RELEASE-OK
           MOVE 1 TO LS-PART-TOKEN-LIMIT
           IF LS-STEP-PART-ROLE(LS-STEP-IDX) = "RUN"
               OR LS-STEP-PART-ROLE(LS-STEP-IDX) = "MERGE"
               MOVE 5 TO LS-PART-TOKEN-LIMIT
           END-IF
           MOVE 1 TO LS-RECORD-PTR
           PERFORM LS-PART-TOKEN-LIMIT TIMES
               MOVE SPACES TO LS-TOKEN
               UNSTRING LS-STEP-COMMAND(LS-STEP-IDX)
                   DELIMITED BY ALL " "
                   INTO LS-TOKEN
                   WITH POINTER LS-RECORD-PTR
           END-PERFORM
           MOVE LS-TOKEN TO LS-PROBE-FILE
           CALL "RELEASE-CHECK" USING
               LS-PROBE-FILE LS-RELEASE-LABEL LS-RELEASE-STATUS
           IF LS-RELEASE-STATUS = "00"
               EXIT PARAGRAPH
           END-IF
           EVALUATE LS-RELEASE-STATUS
               WHEN "CK"
                   MOVE "changed since its approved release"
                       TO LS-RELEASE-REASON
               WHEN "NR"
                   MOVE "not in the release register"
                       TO LS-RELEASE-REASON
               WHEN "RG"
                   MOVE "no release register to check against"
                       TO LS-RELEASE-REASON
               WHEN OTHER
                   MOVE "unreadable, cannot be checksummed"
                       TO LS-RELEASE-REASON
           END-EVALUATE
           IF LS-RELEASE-POLICY = "WARN"
               MOVE "UNREGISTERED" TO LS-RELEASE-LABEL
               DISPLAY "DAYBATCH: step "
                   FUNCTION TRIM(LS-STEP-NAME(LS-STEP-IDX))
                   " executable " FUNCTION TRIM(LS-TOKEN) ": "
                   FUNCTION TRIM(LS-RELEASE-REASON)
                   "; launching anyway (RELEASECHECK WARN)"
               MOVE SPACES TO LS-EXC-KEY
               MOVE LS-TOKEN(1:40) TO LS-EXC-KEY
               MOVE SPACES TO LS-EXC-MESSAGE
               STRING "UNAPPROVED EXECUTABLE FOR STEP "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-STEP-NAME(LS-STEP-IDX))
                   DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-RELEASE-REASON) DELIMITED BY SIZE
                   INTO LS-EXC-MESSAGE
               CALL "WRITE-EXCEPTION" USING
                   "DAYBATCH" "W" LS-EXC-KEY LS-EXC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-RELEASE-OK
           DISPLAY "DAYBATCH: step "
               FUNCTION TRIM(LS-STEP-NAME(LS-STEP-IDX))
               " refused: executable " FUNCTION TRIM(LS-TOKEN)
               ": " FUNCTION TRIM(LS-RELEASE-REASON)
           MOVE 3 TO LS-STEP-STATE(LS-STEP-IDX)
           MOVE 0 TO LS-STEP-RC(LS-STEP-IDX)
           MOVE "FAILED RELEASE" TO LS-DISPOSITION
           PERFORM RECORD-STEP-DONE
           MOVE 1 TO LS-HALT-REQUESTED
           MOVE LS-STEP-IDX TO LS-FAILED-IDX
           MOVE LS-DISPOSITION TO LS-HALT-DISPOSITION
           .

       BUILD-STEP-WORK-FILE-NAMES.
                   " complete"
               MOVE "DONE" TO LS-DISPOSITION
               PERFORM RECORD-STEP-DONE
               PERFORM RECORD-STEP-VOLUME
           ELSE
      *> Return code 4 is the suite's completed-with-warnings code;
      *> the step's ONWARN= policy says whether the batch carries on
                   " completed with warnings; continuing"
               MOVE "DONE WARNING" TO LS-DISPOSITION
               PERFORM RECORD-STEP-DONE
               PERFORM RECORD-STEP-VOLUME
           ELSE
      *> A transient failure with retries left goes back to pending
      *> after its pause instead of halting the night; every attempt
               PERFORM RECORD-STEP-DONE
               MOVE 1 TO LS-HALT-REQUESTED
               MOVE LS-STEP-IDX TO LS-FAILED-IDX
               MOVE LS-DISPOSITION TO LS-HALT-DISPOSITION
               IF LS-STEP-PART-ROLE(LS-STEP-IDX) = "RUN"
                   PERFORM FAIL-LOGICAL-STEP
               END-IF
           END-IF
           END-IF
           .

      *> A failed partition fails the step it is part of: the
      *> merge is recorded FAILED PARTITION and never launched, so
      *> nothing downstream sees a partial answer. On restart the
      *> failed partition and the merge run again.
       FAIL-LOGICAL-STEP.
           MOVE LS-STEP-IDX TO LS-PART-BASE-IDX
           PERFORM VARYING LS-STEP-IDX FROM 1 BY 1
               UNTIL LS-STEP-IDX > LS-STEP-COUNT
               IF LS-STEP-PART-ROLE(LS-STEP-IDX) = "MERGE"
                   AND LS-STEP-NAME(LS-STEP-IDX) =
                       LS-STEP-PART-OF(LS-PART-BASE-IDX)
                   AND LS-STEP-STATE(LS-STEP-IDX) = 0
                   MOVE 3 TO LS-STEP-STATE(LS-STEP-IDX)
                   MOVE LS-STEP-RC(LS-PART-BASE-IDX)
                       TO LS-STEP-RC(LS-STEP-IDX)
                   DISPLAY "DAYBATCH: step "
                       FUNCTION TRIM(LS-STEP-NAME(LS-STEP-IDX))
                       " failed: partition "
                       FUNCTION TRIM(LS-STEP-NAME(LS-PART-BASE-IDX))
                       " did not complete"
                   MOVE "FAILED PARTITION" TO LS-DISPOSITION
                   PERFORM RECORD-STEP-DONE
               END-IF
           END-PERFORM
           MOVE LS-PART-BASE-IDX TO LS-STEP-IDX
           .

       REMOVE-STEP-WORK-FILES.
           MOVE SPACES TO LS-LAUNCH-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               DELIMITED BY SIZE
               INTO F-ALERT-RECORD
           WRITE F-ALERT-RECORD
           IF LS-HALT-DISPOSITION = "FAILED SPACE"
               MOVE LS-NEEDED-KB TO LS-KB-DISPLAY
               MOVE LS-FREE-KB TO LS-KB-DISPLAY-2
               MOVE SPACES TO F-ALERT-RECORD
               STRING "DISK SPACE:   " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-KB-DISPLAY) DELIMITED BY SIZE
                   " KB needed, " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-KB-DISPLAY-2) DELIMITED BY SIZE
                   " KB free on " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-OUTPUT-FS) DELIMITED BY SIZE
                   INTO F-ALERT-RECORD
               WRITE F-ALERT-RECORD
           END-IF
           PERFORM WRITE-ALERT-HALT-REMEDY
           MOVE SPACES TO F-ALERT-RECORD
           WRITE F-ALERT-RECORD
           PERFORM WRITE-ALERT-STEP-EXCEPTIONS
           MOVE SPACES TO F-ALERT-RECORD
           WRITE F-ALERT-RECORD
           MOVE "LAST RUN-LOG ENTRIES:" TO F-ALERT-RECORD
           CLOSE FD-ALERT
           .

      *> The halt itself is looked up in the message catalog as
      *> "STEP <name> <disposition>", e.g. STEP DAY13 FAILED RC=0008.
       WRITE-ALERT-HALT-REMEDY.
           MOVE SPACES TO LS-HALT-MESSAGE
           STRING "STEP " DELIMITED BY SIZE
               FUNCTION TRIM(LS-STEP-NAME(LS-STEP-IDX))
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-HALT-DISPOSITION) DELIMITED BY SIZE
               INTO LS-HALT-MESSAGE
           CALL "MESSAGE-LOOKUP" USING "DAYBATCH" LS-NO-CODE
               LS-HALT-MESSAGE LS-MSG-CODE LS-MSG-SEVERITY
               LS-MSG-TEXT LS-MSG-REMEDY LS-MSG-STATUS
           IF LS-MSG-STATUS NOT = "00"
               MOVE "-" TO LS-MSG-CODE
               MOVE SPACES TO LS-MSG-REMEDY
           END-IF
           MOVE SPACES TO F-ALERT-RECORD
           STRING "MESSAGE CODE: " DELIMITED BY SIZE
               LS-MSG-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-HALT-MESSAGE) DELIMITED BY SIZE
               INTO F-ALERT-RECORD
           WRITE F-ALERT-RECORD
           IF LS-MSG-STATUS NOT = "00"
               MOVE "REMEDY:       (no catalog entry)"
                   TO F-ALERT-RECORD
               WRITE F-ALERT-RECORD
           END-IF
           MOVE "REMEDY:       " TO LS-REMEDY-PREFIX
           PERFORM WRITE-ALERT-REMEDY-LINES
           .

       WRITE-ALERT-REMEDY-LINES.
           PERFORM VARYING LS-REMEDY-IDX FROM 1 BY 1
               UNTIL LS-REMEDY-IDX > 5
               IF LS-MSG-REMEDY((LS-REMEDY-IDX - 1) * 80 + 1:80)
                   NOT = SPACES
                   MOVE SPACES TO F-ALERT-RECORD
                   STRING LS-REMEDY-PREFIX DELIMITED BY SIZE
                       LS-MSG-REMEDY((LS-REMEDY-IDX - 1) * 80 + 1:80)
                       DELIMITED BY SIZE
                       INTO F-ALERT-RECORD
                   WRITE F-ALERT-RECORD
                   MOVE SPACES TO LS-REMEDY-PREFIX
               END-IF
           END-PERFORM
           .

      *> What the failed step told the exception repository, found
      *> by its run ID in the files of the day it started and of
      *> today, each with its remedy from the catalog.
       WRITE-ALERT-STEP-EXCEPTIONS.
           MOVE SPACES TO F-ALERT-RECORD
           STRING "STEP EXCEPTIONS (RUN ID " DELIMITED BY SIZE
               FUNCTION TRIM(LS-STEP-RUN-ID(LS-STEP-IDX))
               DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
               INTO F-ALERT-RECORD
           WRITE F-ALERT-RECORD
           MOVE 0 TO LS-ALERT-EXC-COUNT
           IF LS-STEP-RUN-ID(LS-STEP-IDX) NOT = SPACES
               CALL "GET-PARAMETER" USING
                   "EXCDIR              " LS-PARM-VALUE
               MOVE LS-PARM-VALUE(1:100) TO LS-EXCDIR
               MOVE LS-STEP-START-TS(LS-STEP-IDX)(1:8)
                   TO LS-EXC-DATE
               PERFORM SCAN-STEP-EXCEPTIONS
               IF FUNCTION CURRENT-DATE(1:8) NOT = LS-EXC-DATE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO LS-EXC-DATE
                   PERFORM SCAN-STEP-EXCEPTIONS
               END-IF
           END-IF
           IF LS-ALERT-EXC-COUNT = 0
               MOVE "  (none recorded)" TO F-ALERT-RECORD
               WRITE F-ALERT-RECORD
           END-IF
           IF LS-ALERT-EXC-COUNT > C-ALERT-EXC-LINES
               MOVE SPACES TO F-ALERT-RECORD
               STRING "  ... " LS-ALERT-EXC-COUNT
                   " in all; the rest are in the repository"
                   DELIMITED BY SIZE
                   INTO F-ALERT-RECORD
               WRITE F-ALERT-RECORD
           END-IF
           .

       SCAN-STEP-EXCEPTIONS.
           MOVE SPACES TO LS-EXCREPO-PATH
           STRING FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
               "exceptions." DELIMITED BY SIZE
               LS-EXC-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO LS-EXCREPO-PATH
           OPEN INPUT FD-EXCREPO
           IF LS-EXCREPO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-EXCREPO
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-EXC-RUN-ID = LS-STEP-RUN-ID(LS-STEP-IDX)
                           ADD 1 TO LS-ALERT-EXC-COUNT
                           IF LS-ALERT-EXC-COUNT <= C-ALERT-EXC-LINES
                               PERFORM WRITE-ALERT-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-EXCREPO
           .

       WRITE-ALERT-EXCEPTION.
           CALL "MESSAGE-LOOKUP" USING F-EXC-PROGRAM F-EXC-CODE
               F-EXC-MESSAGE LS-MSG-CODE LS-MSG-SEVERITY LS-MSG-TEXT
               LS-MSG-REMEDY LS-MSG-STATUS
           IF LS-MSG-STATUS NOT = "00"
               MOVE "-" TO LS-MSG-CODE
               MOVE SPACES TO LS-MSG-REMEDY
           END-IF
           MOVE SPACES TO F-ALERT-RECORD
           STRING "  " F-EXC-TIMESTAMP " " F-EXC-PROGRAM " "
               F-EXC-SEVERITY " " LS-MSG-CODE " "
               DELIMITED BY SIZE
               FUNCTION TRIM(F-EXC-KEY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(F-EXC-MESSAGE) DELIMITED BY SIZE
               INTO F-ALERT-RECORD
           WRITE F-ALERT-RECORD
           MOVE "    REMEDY: " TO LS-REMEDY-PREFIX
           PERFORM WRITE-ALERT-REMEDY-LINES
           .

      *> Keep the last few run-log lines in a ring; LS-TAIL-NEXT ends
      *> up pointing at the oldest kept line, so the alert prints
      *> them in arrival order.
