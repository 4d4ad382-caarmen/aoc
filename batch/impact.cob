       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPACT.

      *> Master-change impact analysis. When the rules, antenna,
      *> lock/key, towel or computer master changes, the certified
      *> answers and last night's outputs of every step that reads
      *> it are out of date, and nothing used to say so. This runs
      *> after a maintenance apply (MAKECHK APPROVE starts it) or as
      *> a batch step, and for every master that changed since the
      *> previous impact run:
      *>
      *>   - lists the steps that read it, with their last run,
      *>   - lists their certified answers, now stale, and puts
      *>     each on CERTIFY's re-sign-off list ("certify.pending",
      *>     CERTPENDING parameter),
      *>   - queues each step once in the rerun control file
      *>     ("rerun.ctl", RERUNCTL parameter), an ordinary DAYBATCH
      *>     control file ending in a "batch/certify REVIEW" step,
      *>     so the next window runs "daybatch rerun.ctl" and the
      *>     reruns' results go straight to CERTIFY.
      *>
      *> Which steps read which master is the dependency table
      *> ("impact.deps", IMPACTDEPS parameter), one step per line,
      *> "*" comments:
      *>
      *>     <master-path> <program> <step command line...>
      *>
      *> <program> is the name the step writes its run-log lines
      *> and certified answers under; the command line is the
      *> control-file line that reruns it.
      *>
      *> A master changed when the before-image journal holds a
      *> frame for it stamped since the previous impact run and the
      *> first such image differs from the file now on disk, record
      *> by record as LINEAGE compares them (the first token of a
      *> record is its key). A master that is rebuilt rather than
      *> maintained, and so never journalled - DAY23's computer
      *> master - is caught by its checksum against the one kept
      *> from the previous run in the state file ("impact.state",
      *> IMPACTSTATE parameter).
      *>
      *>     impact [SINCE=yyyymmddhhmmss]
      *>
      *> SINCE overrides the previous run's watermark (the through=
      *> of the last IMPACT line on the run log). The findings go to
      *> "impact.<yyyymmddhhmmss>.report". Returns 4 when any step
      *> was queued, 12 when the dependency table cannot be read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-DEPS ASSIGN TO LS-DEPS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-DEPS-STATUS.
           SELECT FD-STATE ASSIGN TO LS-STATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-STATE-STATUS.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-JOURNAL-STATUS.
           SELECT FD-MASTER ASSIGN TO LS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MASTER-STATUS.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT FD-CERT ASSIGN TO LS-CERT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS LS-CERT-STATUS.
           SELECT FD-QUEUE ASSIGN TO LS-QUEUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-QUEUE-STATUS.
           SELECT FD-PENDING ASSIGN TO LS-PENDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-DEPS.
       01  F-DEPS-RECORD                  PIC X(300).
       FD  FD-STATE.
      *> "<master-path> <checksum>", one line per master.
       01  F-STATE-RECORD                 PIC X(120).
       FD  FD-JOURNAL.
       01  F-JOURNAL-RECORD               PIC X(3010).
       FD  FD-MASTER.
       01  F-MASTER-RECORD                PIC X(200).
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).
       FD  FD-CERT.
       01  CERTIFIED-RECORD.
           05  CM-KEY.
               10  CM-PROGRAM              PIC X(8).
               10  CM-INPUT                PIC X(100).
           05  CM-RESULT                   PIC X(200).
           05  CM-SIGNED-BY                PIC X(3).
           05  CM-SIGNED-DATE              PIC X(8).
       FD  FD-QUEUE.
       01  F-QUEUE-RECORD                 PIC X(200).
       FD  FD-PENDING.
      *> "<program> <input> <master> <queued yyyymmddhhmmss>"
       01  F-PENDING-RECORD               PIC X(240).

       LOCAL-STORAGE SECTION.
       01 C-MAX-DEPS                     CONSTANT 200.
       01 C-MAX-MASTERS                  CONSTANT 50.
       01 C-MAX-IMAGE                    CONSTANT 2000.
       01 C-MAX-QUEUE                    CONSTANT 100.
       01 C-MAX-PENDING                  CONSTANT 500.
       01 C-CERTIFY-STEP                 CONSTANT
           "batch/certify REVIEW".
       01 LS-COMMAND-LINE                 PIC X(80).
       01 LS-ARG-1                        PIC X(40).
       01 LS-NOW                          PIC X(21).
       01 LS-WATERMARK                    PIC X(14) VALUE ZEROS.
       01 LS-WATERMARK-GIVEN              PIC 9(1) VALUE 0.
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-DEPS-PATH                    PIC X(100).
       01 LS-DEPS-STATUS                  PIC X(2).
       01 LS-STATE-PATH                   PIC X(100).
       01 LS-STATE-STATUS                 PIC X(2).
       01 LS-JOURNAL-PATH                 PIC X(100).
       01 LS-JOURNAL-STATUS               PIC X(2).
       01 LS-MASTER-PATH                  PIC X(100).
       01 LS-MASTER-STATUS                PIC X(2).
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-CERT-PATH                    PIC X(100).
       01 LS-CERT-STATUS                  PIC X(2).
       01 LS-CERT-OPEN                    PIC 9(1) VALUE 0.
       01 LS-QUEUE-PATH                   PIC X(100).
       01 LS-QUEUE-STATUS                 PIC X(2).
       01 LS-PENDING-PATH                 PIC X(100).
       01 LS-PENDING-STATUS               PIC X(2).
      *> The dependency table: one step reading one master.
       01 LS-DEP-COUNT                    PIC 9(3) VALUE 0.
       01 LS-DEP-TABLE OCCURS 200 TIMES.
           05 LS-DEP-MASTER              PIC X(100).
           05 LS-DEP-PROGRAM             PIC X(8).
           05 LS-DEP-COMMAND             PIC X(200).
           05 LS-DEP-LAST-START          PIC X(21).
           05 LS-DEP-LAST-RUN-ID         PIC X(20).
       01 LS-DEP-IDX                      PIC 9(3).
       01 LS-DEP-PTR                      PIC 9(3).
      *> The distinct masters of the table and what became of each.
       01 LS-MST-COUNT                    PIC 9(3) VALUE 0.
       01 LS-MST-TABLE OCCURS 50 TIMES.
           05 LS-MST-PATH                PIC X(100).
           05 LS-MST-CHECKSUM            PIC 9(9).
           05 LS-MST-SUM-STATUS          PIC X(2).
           05 LS-MST-OLD-SUM             PIC X(9).
           05 LS-MST-FRAMES              PIC 9(4).
           05 LS-MST-WRITER              PIC X(8).
           05 LS-MST-WRITER-USER         PIC X(20).
           05 LS-MST-WRITER-TS           PIC X(14).
           05 LS-MST-ADDED               PIC 9(5).
           05 LS-MST-CHANGED             PIC 9(5).
           05 LS-MST-REMOVED             PIC 9(5).
           05 LS-MST-IMPACTED            PIC 9(1).
           05 LS-MST-HOW                 PIC X(60).
       01 LS-MST-IDX                      PIC 9(3).
      *> The before-image under comparison: the master as the first
      *> journal frame since the watermark caught it.
       01 LS-IMG-COUNT                    PIC 9(4) VALUE 0.
       01 LS-IMG-TABLE OCCURS 2000 TIMES.
           05 LS-IMG-KEY                 PIC X(30).
           05 LS-IMG-TEXT                PIC X(200).
           05 LS-IMG-SEEN                PIC 9(1).
       01 LS-IMG-IDX                      PIC 9(4).
       01 LS-IMG-FOUND                    PIC 9(4).
       01 LS-IMG-OVERFLOW                 PIC 9(1).
       01 LS-IN-FRAME                     PIC 9(1).
       01 LS-FRAME-TAKEN                  PIC 9(1).
       01 LS-HDR-TOKEN                    PIC X(10).
       01 LS-HDR-TS                       PIC X(14).
       01 LS-HDR-PROGRAM                  PIC X(8).
       01 LS-HDR-PATH                     PIC X(200).
       01 LS-HDR-USER                     PIC X(20).
       01 LS-RECORD-KEY                   PIC X(30).
       01 LS-RECORD-TEXT                  PIC X(200).
       01 LS-SUM-PATH                     PIC X(200).
       01 LS-RECORDS                      PIC 9(9).
       01 LS-CHECKSUM                     PIC 9(9).
       01 LS-SUM-STATUS                   PIC X(2).
       01 LS-STATE-SUM                    PIC X(9).
      *> The rerun queue as it will be written back.
       01 LS-QUEUE-COUNT                  PIC 9(3) VALUE 0.
       01 LS-QUEUE-TABLE OCCURS 100 TIMES.
           05 LS-QUEUE-LINE              PIC X(200).
       01 LS-QUEUE-IDX                    PIC 9(3).
       01 LS-QUEUE-FOUND                  PIC 9(1).
      *> The re-sign-off list as it will be written back.
       01 LS-PEND-COUNT                   PIC 9(3) VALUE 0.
       01 LS-PEND-TABLE OCCURS 500 TIMES.
           05 LS-PEND-PROGRAM            PIC X(8).
           05 LS-PEND-INPUT              PIC X(100).
           05 LS-PEND-MASTER             PIC X(100).
           05 LS-PEND-QUEUED             PIC X(14).
       01 LS-PEND-IDX                     PIC 9(3).
       01 LS-PEND-FOUND                   PIC 9(1).
      *> Programs whose certified answers are already listed, so a
      *> step reading two changed masters is listed once.
       01 LS-LISTED-COUNT                 PIC 9(3) VALUE 0.
       01 LS-LISTED-TABLE OCCURS 200 TIMES.
           05 LS-LISTED-PROGRAM          PIC X(8).
       01 LS-LISTED-IDX                   PIC 9(3).
       01 LS-LISTED-FOUND                 PIC 9(1).
      *> One run-log line, taken apart.
       01 LS-LINE-NAME                    PIC X(8).
       01 LS-LINE-RUN-ID                  PIC X(20).
       01 LS-START-TS                     PIC X(21).
       01 LS-RESULT-TEXT                  PIC X(200).
       01 LS-THROUGH-TOKEN                PIC X(14).
       01 LS-REST                         PIC X(3010).
       01 LS-JUNK                         PIC X(3010).
       01 LS-CHANGED-COUNT                PIC 9(3) VALUE 0.
       01 LS-STEP-COUNT                   PIC 9(3) VALUE 0.
       01 LS-STALE-COUNT                  PIC 9(4) VALUE 0.
       01 LS-QUEUED-COUNT                 PIC 9(3) VALUE 0.
       01 LS-STEP-STALE                   PIC 9(4).
       01 LS-REPORT-PATH                  PIC X(132).
       01 LS-RPT-TITLE                    PIC X(132).
       01 LS-RPT-ARG-2                    PIC X(132).
       01 LS-OUT-LINE                     PIC X(132).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-END-RUN                      PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-ARG-1
           IF LS-ARG-1 NOT = SPACES
               IF LS-ARG-1(1:6) NOT = "SINCE="
                   OR LS-ARG-1(7:14) IS NOT NUMERIC
                   DISPLAY "IMPACT: usage: impact "
                       "[SINCE=yyyymmddhhmmss]"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LS-ARG-1(7:14) TO LS-WATERMARK
               MOVE 1 TO LS-WATERMARK-GIVEN
           END-IF
           PERFORM GET-IMPACT-PARAMETERS

           PERFORM LOAD-DEPENDENCIES
           PERFORM SCAN-RUN-LOG
           DISPLAY "IMPACT: master changes since " LS-WATERMARK
               " against " FUNCTION TRIM(LS-DEPS-PATH)
           PERFORM LOAD-STATE
           PERFORM VARYING LS-MST-IDX FROM 1 BY 1
               UNTIL LS-MST-IDX > LS-MST-COUNT
               PERFORM ASSESS-ONE-MASTER
           END-PERFORM

           PERFORM LOAD-RERUN-QUEUE
           PERFORM LOAD-PENDING-LIST
           PERFORM WRITE-IMPACT-REPORT
           IF LS-QUEUED-COUNT > 0
               PERFORM REWRITE-RERUN-QUEUE
           END-IF
           IF LS-STALE-COUNT > 0
               PERFORM REWRITE-PENDING-LIST
           END-IF
           PERFORM SAVE-STATE

           MOVE LS-DEPS-PATH TO LS-LOG-PATH
           MOVE SPACES TO LS-LOG-RESULT
           STRING "through=" LS-NOW(1:14)
               " masters=" LS-MST-COUNT
               " changed=" LS-CHANGED-COUNT
               " steps=" LS-STEP-COUNT
               " stale=" LS-STALE-COUNT
               " queued=" LS-QUEUED-COUNT
               DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-RUN
           CALL "WRITE-RUN-LOG" USING
               "IMPACT  " LS-LOG-PATH LS-NOW LS-END-RUN LS-LOG-RESULT
           IF LS-QUEUED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-IMPACT-PARAMETERS.
           CALL "GET-PARAMETER" USING
               "IMPACTDEPS          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-DEPS-PATH
           IF LS-DEPS-PATH = SPACES
               MOVE "impact.deps" TO LS-DEPS-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "IMPACTSTATE         " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-STATE-PATH
           IF LS-STATE-PATH = SPACES
               MOVE "impact.state" TO LS-STATE-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "JOURNAL             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-JOURNAL-PATH
           IF LS-JOURNAL-PATH = SPACES
               MOVE "journal.dat" TO LS-JOURNAL-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "CERTMASTER          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CERT-PATH
           IF LS-CERT-PATH = SPACES
               MOVE "certified.master" TO LS-CERT-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "RERUNCTL            " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-QUEUE-PATH
           IF LS-QUEUE-PATH = SPACES
               MOVE "rerun.ctl" TO LS-QUEUE-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "CERTPENDING         " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-PENDING-PATH
           IF LS-PENDING-PATH = SPACES
               MOVE "certify.pending" TO LS-PENDING-PATH
           END-IF
           .

       LOAD-DEPENDENCIES.
           OPEN INPUT FD-DEPS
           IF LS-DEPS-STATUS NOT = "00"
               DISPLAY "IMPACT: ERROR OPENING " LS-DEPS-PATH
                   " STATUS=" LS-DEPS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-DEPS
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-ONE-DEPENDENCY
               END-READ
           END-PERFORM
           CLOSE FD-DEPS
           IF LS-DEP-COUNT = 0
               DISPLAY "IMPACT: no dependencies in "
                   FUNCTION TRIM(LS-DEPS-PATH)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       NOTE-ONE-DEPENDENCY.
           IF F-DEPS-RECORD = SPACES
               OR F-DEPS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF LS-DEP-COUNT >= C-MAX-DEPS
               DISPLAY "IMPACT: more than " C-MAX-DEPS
                   " dependencies; the rest are ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-DEP-COUNT
           MOVE SPACES TO LS-DEP-TABLE(LS-DEP-COUNT)
           MOVE 1 TO LS-DEP-PTR
           UNSTRING F-DEPS-RECORD DELIMITED BY ALL " "
               INTO LS-DEP-MASTER(LS-DEP-COUNT)
                   LS-DEP-PROGRAM(LS-DEP-COUNT)
               WITH POINTER LS-DEP-PTR
           END-UNSTRING
           IF LS-DEP-PTR <= 300
               MOVE FUNCTION TRIM(F-DEPS-RECORD(LS-DEP-PTR:))
                   TO LS-DEP-COMMAND(LS-DEP-COUNT)
           END-IF
           IF LS-DEP-COMMAND(LS-DEP-COUNT) = SPACES
               DISPLAY "IMPACT: dependency line not understood, "
                   "ignored: " FUNCTION TRIM(F-DEPS-RECORD)
               SUBTRACT 1 FROM LS-DEP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "-" TO LS-DEP-LAST-RUN-ID(LS-DEP-COUNT)
           PERFORM VARYING LS-MST-IDX FROM 1 BY 1
               UNTIL LS-MST-IDX > LS-MST-COUNT
               IF LS-MST-PATH(LS-MST-IDX) =
                   LS-DEP-MASTER(LS-DEP-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-MST-COUNT >= C-MAX-MASTERS
               DISPLAY "IMPACT: more than " C-MAX-MASTERS
                   " masters; " FUNCTION TRIM(
                   LS-DEP-MASTER(LS-DEP-COUNT)) " is not watched"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-MST-COUNT
           MOVE SPACES TO LS-MST-TABLE(LS-MST-COUNT)
           MOVE LS-DEP-MASTER(LS-DEP-COUNT) TO LS-MST-PATH(LS-MST-COUNT)
           MOVE 0 TO LS-MST-FRAMES(LS-MST-COUNT)
               LS-MST-ADDED(LS-MST-COUNT)
               LS-MST-CHANGED(LS-MST-COUNT)
               LS-MST-REMOVED(LS-MST-COUNT)
               LS-MST-IMPACTED(LS-MST-COUNT)
               LS-MST-CHECKSUM(LS-MST-COUNT)
           .

      *> One pass over the run log: the previous impact run's
      *> watermark, and each dependent step's latest run.
       SCAN-RUN-LOG.
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               DISPLAY "IMPACT: run log not found or unreadable: "
                   FUNCTION TRIM(LS-RUNLOG-PATH)
                   " (status " LS-RUNLOG-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-RUNLOG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PARSE-RUNLOG-RECORD
                       PERFORM NOTE-RUNLOG-LINE
               END-READ
           END-PERFORM
           CLOSE FD-RUNLOG
           .

       NOTE-RUNLOG-LINE.
           IF LS-LINE-NAME = "IMPACT" AND LS-WATERMARK-GIVEN = 0
               MOVE SPACES TO LS-REST
               UNSTRING LS-RESULT-TEXT DELIMITED BY "through="
                   INTO LS-JUNK LS-REST
               MOVE LS-REST(1:14) TO LS-THROUGH-TOKEN
               IF LS-THROUGH-TOKEN IS NUMERIC
                   MOVE LS-THROUGH-TOKEN TO LS-WATERMARK
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-DEP-IDX FROM 1 BY 1
               UNTIL LS-DEP-IDX > LS-DEP-COUNT
               IF LS-DEP-PROGRAM(LS-DEP-IDX) = LS-LINE-NAME
                   MOVE LS-START-TS TO LS-DEP-LAST-START(LS-DEP-IDX)
                   MOVE LS-LINE-RUN-ID
                       TO LS-DEP-LAST-RUN-ID(LS-DEP-IDX)
               END-IF
           END-PERFORM
           .

      *> The checksums the previous run saw, for the masters the
      *> journal does not cover.
       LOAD-STATE.
           OPEN INPUT FD-STATE
           IF LS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-STATE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO LS-MASTER-PATH LS-STATE-SUM
                       UNSTRING F-STATE-RECORD DELIMITED BY ALL " "
                           INTO LS-MASTER-PATH LS-STATE-SUM
                       PERFORM VARYING LS-MST-IDX FROM 1 BY 1
                           UNTIL LS-MST-IDX > LS-MST-COUNT
                           IF LS-MST-PATH(LS-MST-IDX) = LS-MASTER-PATH
                               MOVE LS-STATE-SUM
                                   TO LS-MST-OLD-SUM(LS-MST-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FD-STATE
           .

       ASSESS-ONE-MASTER.
           MOVE LS-MST-PATH(LS-MST-IDX) TO LS-SUM-PATH
           CALL "FILE-CHECKSUM" USING
               LS-SUM-PATH LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
           MOVE LS-CHECKSUM TO LS-MST-CHECKSUM(LS-MST-IDX)
           MOVE LS-SUM-STATUS TO LS-MST-SUM-STATUS(LS-MST-IDX)
           PERFORM LOAD-FIRST-IMAGE
           IF LS-MST-FRAMES(LS-MST-IDX) > 0
               PERFORM COMPARE-IMAGE-WITH-LIVE
               IF LS-MST-ADDED(LS-MST-IDX) > 0
                   OR LS-MST-CHANGED(LS-MST-IDX) > 0
                   OR LS-MST-REMOVED(LS-MST-IDX) > 0
                   MOVE 1 TO LS-MST-IMPACTED(LS-MST-IDX)
                   STRING "journalled: " DELIMITED BY SIZE
                       LS-MST-ADDED(LS-MST-IDX) " added, "
                       LS-MST-CHANGED(LS-MST-IDX) " changed, "
                       LS-MST-REMOVED(LS-MST-IDX) " removed"
                       DELIMITED BY SIZE
                       INTO LS-MST-HOW(LS-MST-IDX)
               ELSE
                   MOVE "rewritten, no record changed"
                       TO LS-MST-HOW(LS-MST-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN LS-SUM-STATUS NOT = "00"
                   MOVE "not readable" TO LS-MST-HOW(LS-MST-IDX)
               WHEN LS-MST-OLD-SUM(LS-MST-IDX) = SPACES
                   MOVE "first seen; checksum noted"
                       TO LS-MST-HOW(LS-MST-IDX)
               WHEN LS-MST-OLD-SUM(LS-MST-IDX) = LS-CHECKSUM
                   MOVE "unchanged" TO LS-MST-HOW(LS-MST-IDX)
               WHEN OTHER
                   MOVE 1 TO LS-MST-IMPACTED(LS-MST-IDX)
                   MOVE "rebuilt outside the journal (checksum "
                       & "changed)" TO LS-MST-HOW(LS-MST-IDX)
           END-EVALUATE
           .

      *> JRNHDR timestamp program path run=<id> user=<id>, then
      *> JRNREC <record> lines, then JRNEND count. Every frame for
      *> the master since the watermark is counted and its writer
      *> noted; only the first one's records are kept.
       LOAD-FIRST-IMAGE.
           MOVE 0 TO LS-IMG-COUNT LS-IMG-OVERFLOW LS-IN-FRAME
               LS-FRAME-TAKEN
           OPEN INPUT FD-JOURNAL
           IF LS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-JOURNAL
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM WALK-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE FD-JOURNAL
           .

       WALK-ONE-JOURNAL-LINE.
           EVALUATE TRUE
               WHEN F-JOURNAL-RECORD(1:7) = "JRNHDR "
                   MOVE 0 TO LS-IN-FRAME
                   MOVE SPACES TO LS-HDR-TS LS-HDR-PROGRAM
                       LS-HDR-PATH LS-HDR-USER
                   UNSTRING F-JOURNAL-RECORD DELIMITED BY ALL " "
                       INTO LS-HDR-TOKEN LS-HDR-TS LS-HDR-PROGRAM
                           LS-HDR-PATH
                   IF LS-HDR-PATH NOT = LS-MST-PATH(LS-MST-IDX)
                       OR LS-HDR-TS NOT > LS-WATERMARK
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO LS-REST
                   UNSTRING F-JOURNAL-RECORD DELIMITED BY " user="
                       INTO LS-JUNK LS-REST
                   UNSTRING LS-REST DELIMITED BY " "
                       INTO LS-HDR-USER
                   IF LS-HDR-USER = SPACES
                       MOVE "-" TO LS-HDR-USER
                   END-IF
                   ADD 1 TO LS-MST-FRAMES(LS-MST-IDX)
                   MOVE LS-HDR-PROGRAM TO LS-MST-WRITER(LS-MST-IDX)
                   MOVE LS-HDR-USER TO LS-MST-WRITER-USER(LS-MST-IDX)
                   MOVE LS-HDR-TS TO LS-MST-WRITER-TS(LS-MST-IDX)
                   IF LS-FRAME-TAKEN = 0
                       MOVE 1 TO LS-IN-FRAME LS-FRAME-TAKEN
                   END-IF
               WHEN F-JOURNAL-RECORD(1:7) = "JRNREC "
                   IF LS-IN-FRAME = 1
                       MOVE F-JOURNAL-RECORD(8:200) TO LS-RECORD-TEXT
                       PERFORM ADD-IMAGE-RECORD
                   END-IF
               WHEN F-JOURNAL-RECORD(1:7) = "JRNEND "
                   MOVE 0 TO LS-IN-FRAME
           END-EVALUATE
           .

       ADD-IMAGE-RECORD.
           IF LS-IMG-COUNT >= C-MAX-IMAGE
               MOVE 1 TO LS-IMG-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-IMG-COUNT
           MOVE SPACES TO LS-RECORD-KEY
           UNSTRING LS-RECORD-TEXT DELIMITED BY ALL " "
               INTO LS-RECORD-KEY
           MOVE LS-RECORD-KEY TO LS-IMG-KEY(LS-IMG-COUNT)
           MOVE LS-RECORD-TEXT TO LS-IMG-TEXT(LS-IMG-COUNT)
           MOVE 0 TO LS-IMG-SEEN(LS-IMG-COUNT)
           .

      *> As LINEAGE diffs its last snapshot against the live file:
      *> a key new on disk was added, a key whose text moved was
      *> changed, a key no longer on disk was removed.
       COMPARE-IMAGE-WITH-LIVE.
           MOVE LS-MST-PATH(LS-MST-IDX) TO LS-MASTER-PATH
           OPEN INPUT FD-MASTER
           IF LS-MASTER-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-MASTER
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM MATCH-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FD-MASTER
           END-IF
           PERFORM VARYING LS-IMG-IDX FROM 1 BY 1
               UNTIL LS-IMG-IDX > LS-IMG-COUNT
               IF LS-IMG-SEEN(LS-IMG-IDX) = 0
                   ADD 1 TO LS-MST-REMOVED(LS-MST-IDX)
               END-IF
           END-PERFORM
           IF LS-IMG-OVERFLOW = 1
               DISPLAY "IMPACT: " FUNCTION TRIM(LS-MASTER-PATH)
                   " image over " C-MAX-IMAGE " records; compared "
                   "on the first " C-MAX-IMAGE
           END-IF
           .

       MATCH-LIVE-RECORD.
           IF F-MASTER-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-RECORD-KEY
           UNSTRING F-MASTER-RECORD DELIMITED BY ALL " "
               INTO LS-RECORD-KEY
           MOVE 0 TO LS-IMG-FOUND
           PERFORM VARYING LS-IMG-IDX FROM 1 BY 1
               UNTIL LS-IMG-IDX > LS-IMG-COUNT
               IF LS-IMG-SEEN(LS-IMG-IDX) = 0
                   AND LS-IMG-KEY(LS-IMG-IDX) = LS-RECORD-KEY
                   MOVE LS-IMG-IDX TO LS-IMG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-IMG-FOUND = 0
               ADD 1 TO LS-MST-ADDED(LS-MST-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-IMG-SEEN(LS-IMG-FOUND)
           IF LS-IMG-TEXT(LS-IMG-FOUND) NOT = F-MASTER-RECORD
               ADD 1 TO LS-MST-CHANGED(LS-MST-IDX)
           END-IF
           .

      *> Lines already queued stay queued; the closing CERTIFY step
      *> is dropped here and written back last.
       LOAD-RERUN-QUEUE.
           OPEN INPUT FD-QUEUE
           IF LS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-QUEUE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-QUEUE-RECORD NOT = SPACES
                           AND F-QUEUE-RECORD NOT = C-CERTIFY-STEP
                           AND LS-QUEUE-COUNT < C-MAX-QUEUE
                           ADD 1 TO LS-QUEUE-COUNT
                           MOVE F-QUEUE-RECORD
                               TO LS-QUEUE-LINE(LS-QUEUE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-QUEUE
           .

       LOAD-PENDING-LIST.
           OPEN INPUT FD-PENDING
           IF LS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-PENDING
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-PENDING-RECORD NOT = SPACES
                           AND LS-PEND-COUNT < C-MAX-PENDING
                           ADD 1 TO LS-PEND-COUNT
                           MOVE SPACES TO LS-PEND-TABLE(LS-PEND-COUNT)
                           UNSTRING F-PENDING-RECORD
                               DELIMITED BY ALL " "
                               INTO LS-PEND-PROGRAM(LS-PEND-COUNT)
                                   LS-PEND-INPUT(LS-PEND-COUNT)
                                   LS-PEND-MASTER(LS-PEND-COUNT)
                                   LS-PEND-QUEUED(LS-PEND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-PENDING
           .

       WRITE-IMPACT-REPORT.
           MOVE SPACES TO LS-REPORT-PATH
           STRING "impact." LS-NOW(1:14) ".report"
               DELIMITED BY SIZE
               INTO LS-REPORT-PATH
           MOVE SPACES TO LS-RPT-TITLE
           STRING "MASTER CHANGE IMPACT - CHANGES SINCE "
               LS-WATERMARK DELIMITED BY SIZE
               INTO LS-RPT-TITLE
           CALL "REPORT-WRITER" USING
               "OPEN " LS-REPORT-PATH LS-RPT-TITLE
           OPEN INPUT FD-CERT
           IF LS-CERT-STATUS = "00"
               MOVE 1 TO LS-CERT-OPEN
           END-IF

           MOVE "MASTERS WATCHED" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING LS-MST-IDX FROM 1 BY 1
               UNTIL LS-MST-IDX > LS-MST-COUNT
               PERFORM REPORT-ONE-MASTER
           END-PERFORM
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE

           MOVE "STEPS AFFECTED" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING LS-MST-IDX FROM 1 BY 1
               UNTIL LS-MST-IDX > LS-MST-COUNT
               IF LS-MST-IMPACTED(LS-MST-IDX) = 1
                   ADD 1 TO LS-CHANGED-COUNT
                   PERFORM VARYING LS-DEP-IDX FROM 1 BY 1
                       UNTIL LS-DEP-IDX > LS-DEP-COUNT
                       IF LS-DEP-MASTER(LS-DEP-IDX) =
                           LS-MST-PATH(LS-MST-IDX)
                           PERFORM REPORT-AFFECTED-STEP
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF LS-STEP-COUNT = 0
               MOVE "  (no master changed; nothing to rerun)"
                   TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           IF LS-CERT-OPEN = 1
               CLOSE FD-CERT
           END-IF

           MOVE SPACES TO LS-OUT-LINE
           STRING LS-CHANGED-COUNT " MASTER(S) CHANGED  "
               LS-STEP-COUNT " STEP(S) AFFECTED  "
               LS-STALE-COUNT " STALE CERTIFIED ANSWER(S)  "
               LS-QUEUED-COUNT " QUEUED FOR RERUN"
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           CALL "REPORT-WRITER" USING
               "FOOT " LS-OUT-LINE LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-OUT-LINE LS-RPT-ARG-2
           DISPLAY "IMPACT: " LS-CHANGED-COUNT " master(s) changed, "
               LS-STEP-COUNT " step(s) affected, " LS-STALE-COUNT
               " stale certified answer(s), " LS-QUEUED-COUNT
               " queued for rerun; report "
               FUNCTION TRIM(LS-REPORT-PATH)
           .

       REPORT-ONE-MASTER.
           MOVE SPACES TO LS-OUT-LINE
           IF LS-MST-IMPACTED(LS-MST-IDX) = 1
               MOVE "  CHANGED   " TO LS-OUT-LINE(1:12)
           ELSE
               MOVE "            " TO LS-OUT-LINE(1:12)
           END-IF
           STRING FUNCTION TRIM(LS-MST-PATH(LS-MST-IDX))
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(LS-MST-HOW(LS-MST-IDX))
               DELIMITED BY SIZE
               INTO LS-OUT-LINE(13:120)
           PERFORM PUT-REPORT-LINE
           IF LS-MST-FRAMES(LS-MST-IDX) > 0
               MOVE SPACES TO LS-OUT-LINE
               STRING "              " LS-MST-FRAMES(LS-MST-IDX)
                   " journal frame(s), last by "
                   LS-MST-WRITER(LS-MST-IDX) " at "
                   LS-MST-WRITER-TS(LS-MST-IDX) " user "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-MST-WRITER-USER(LS-MST-IDX))
                   DELIMITED BY SIZE
                   INTO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           IF LS-MST-IMPACTED(LS-MST-IDX) = 1
               DISPLAY "IMPACT: " FUNCTION TRIM(LS-MST-PATH(LS-MST-IDX))
                   " changed - " FUNCTION TRIM(LS-MST-HOW(LS-MST-IDX))
           END-IF
           .

      *> The step's last output predates the change; its certified
      *> answers are stale until a rerun reproduces or replaces
      *> them.
       REPORT-AFFECTED-STEP.
           ADD 1 TO LS-STEP-COUNT
           MOVE SPACES TO LS-OUT-LINE
           STRING "  " LS-DEP-PROGRAM(LS-DEP-IDX) " "
               DELIMITED BY SIZE
               FUNCTION TRIM(LS-DEP-COMMAND(LS-DEP-IDX))
               DELIMITED BY SIZE
               "  reads " DELIMITED BY SIZE
               FUNCTION TRIM(LS-DEP-MASTER(LS-DEP-IDX))
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO LS-OUT-LINE
           IF LS-DEP-LAST-START(LS-DEP-IDX) = SPACES
               MOVE "      last output: no run on the log"
                   TO LS-OUT-LINE
           ELSE
               STRING "      last output: run "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-DEP-LAST-RUN-ID(LS-DEP-IDX))
                   DELIMITED BY SIZE
                   " started " DELIMITED BY SIZE
                   LS-DEP-LAST-START(LS-DEP-IDX)(1:14)
                   DELIMITED BY SIZE
                   " - out of date" DELIMITED BY SIZE
                   INTO LS-OUT-LINE
           END-IF
           PERFORM PUT-REPORT-LINE
           PERFORM LIST-STALE-ANSWERS
           PERFORM QUEUE-STEP-RERUN
           DISPLAY "IMPACT:   " LS-DEP-PROGRAM(LS-DEP-IDX) " "
               FUNCTION TRIM(LS-DEP-COMMAND(LS-DEP-IDX)) ", "
               LS-STEP-STALE " stale certified answer(s)"
           .

       LIST-STALE-ANSWERS.
           MOVE 0 TO LS-STEP-STALE
           IF LS-CERT-OPEN = 0
               MOVE "      certified answers: no certified master"
                   TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-LISTED-FOUND
           PERFORM VARYING LS-LISTED-IDX FROM 1 BY 1
               UNTIL LS-LISTED-IDX > LS-LISTED-COUNT
               IF LS-LISTED-PROGRAM(LS-LISTED-IDX) =
                   LS-DEP-PROGRAM(LS-DEP-IDX)
                   MOVE 1 TO LS-LISTED-FOUND
               END-IF
           END-PERFORM
           IF LS-LISTED-FOUND = 1
               MOVE "      certified answers: listed above"
                   TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF LS-LISTED-COUNT < C-MAX-DEPS
               ADD 1 TO LS-LISTED-COUNT
               MOVE LS-DEP-PROGRAM(LS-DEP-IDX)
                   TO LS-LISTED-PROGRAM(LS-LISTED-COUNT)
           END-IF
           MOVE SPACES TO CERTIFIED-RECORD
           MOVE LS-DEP-PROGRAM(LS-DEP-IDX) TO CM-PROGRAM
           START FD-CERT KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   MOVE "99" TO LS-CERT-STATUS
           END-START
           IF LS-CERT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-CERT NEXT
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF CM-PROGRAM NOT = LS-DEP-PROGRAM(LS-DEP-IDX)
                       EXIT PERFORM
                   END-IF
                   PERFORM NOTE-STALE-ANSWER
               END-PERFORM
           END-IF
           IF LS-STEP-STALE = 0
               MOVE "      certified answers: none on file"
                   TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           .

       NOTE-STALE-ANSWER.
           ADD 1 TO LS-STEP-STALE
           ADD 1 TO LS-STALE-COUNT
           MOVE SPACES TO LS-OUT-LINE
           STRING "      STALE certified answer for "
               DELIMITED BY SIZE
               FUNCTION TRIM(CM-INPUT) DELIMITED BY SIZE
               " (signed " DELIMITED BY SIZE
               CM-SIGNED-DATE DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               CM-SIGNED-BY DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE 0 TO LS-PEND-FOUND
           PERFORM VARYING LS-PEND-IDX FROM 1 BY 1
               UNTIL LS-PEND-IDX > LS-PEND-COUNT
               IF LS-PEND-PROGRAM(LS-PEND-IDX) = CM-PROGRAM
                   AND LS-PEND-INPUT(LS-PEND-IDX) = CM-INPUT
                   MOVE 1 TO LS-PEND-FOUND
               END-IF
           END-PERFORM
           IF LS-PEND-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           IF LS-PEND-COUNT >= C-MAX-PENDING
               DISPLAY "IMPACT: re-sign-off list full; "
                   FUNCTION TRIM(CM-PROGRAM) " "
                   FUNCTION TRIM(CM-INPUT) " not added"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-PEND-COUNT
           MOVE CM-PROGRAM TO LS-PEND-PROGRAM(LS-PEND-COUNT)
           MOVE CM-INPUT TO LS-PEND-INPUT(LS-PEND-COUNT)
           MOVE LS-DEP-MASTER(LS-DEP-IDX)
               TO LS-PEND-MASTER(LS-PEND-COUNT)
           MOVE LS-NOW(1:14) TO LS-PEND-QUEUED(LS-PEND-COUNT)
           .

       QUEUE-STEP-RERUN.
           MOVE 0 TO LS-QUEUE-FOUND
           PERFORM VARYING LS-QUEUE-IDX FROM 1 BY 1
               UNTIL LS-QUEUE-IDX > LS-QUEUE-COUNT
               IF LS-QUEUE-LINE(LS-QUEUE-IDX) =
                   LS-DEP-COMMAND(LS-DEP-IDX)
                   MOVE 1 TO LS-QUEUE-FOUND
               END-IF
           END-PERFORM
           IF LS-QUEUE-FOUND = 1
               MOVE "      rerun: already queued" TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF LS-QUEUE-COUNT >= C-MAX-QUEUE
               MOVE "      rerun: ** QUEUE FULL, NOT QUEUED"
                   TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-QUEUE-COUNT
           ADD 1 TO LS-QUEUED-COUNT
           MOVE LS-DEP-COMMAND(LS-DEP-IDX)
               TO LS-QUEUE-LINE(LS-QUEUE-COUNT)
           MOVE SPACES TO LS-OUT-LINE
           STRING "      rerun: queued in " DELIMITED BY SIZE
               FUNCTION TRIM(LS-QUEUE-PATH) DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           .

       REWRITE-RERUN-QUEUE.
           OPEN OUTPUT FD-QUEUE
           IF LS-QUEUE-STATUS NOT = "00"
               DISPLAY "IMPACT: ERROR OPENING " LS-QUEUE-PATH
                   " STATUS=" LS-QUEUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-QUEUE-IDX FROM 1 BY 1
               UNTIL LS-QUEUE-IDX > LS-QUEUE-COUNT
               MOVE LS-QUEUE-LINE(LS-QUEUE-IDX) TO F-QUEUE-RECORD
               WRITE F-QUEUE-RECORD
           END-PERFORM
           MOVE C-CERTIFY-STEP TO F-QUEUE-RECORD
           WRITE F-QUEUE-RECORD
           CLOSE FD-QUEUE
           DISPLAY "IMPACT: rerun queue " FUNCTION TRIM(LS-QUEUE-PATH)
               " holds " LS-QUEUE-COUNT " step(s); run it with "
               "daybatch in the next window"
           .

       REWRITE-PENDING-LIST.
           OPEN OUTPUT FD-PENDING
           IF LS-PENDING-STATUS NOT = "00"
               DISPLAY "IMPACT: ERROR OPENING " LS-PENDING-PATH
                   " STATUS=" LS-PENDING-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-PEND-IDX FROM 1 BY 1
               UNTIL LS-PEND-IDX > LS-PEND-COUNT
               MOVE SPACES TO F-PENDING-RECORD
               STRING FUNCTION TRIM(LS-PEND-PROGRAM(LS-PEND-IDX))
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PEND-INPUT(LS-PEND-IDX))
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PEND-MASTER(LS-PEND-IDX))
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LS-PEND-QUEUED(LS-PEND-IDX) DELIMITED BY SIZE
                   INTO F-PENDING-RECORD
               WRITE F-PENDING-RECORD
           END-PERFORM
           CLOSE FD-PENDING
           .

       SAVE-STATE.
           OPEN OUTPUT FD-STATE
           IF LS-STATE-STATUS NOT = "00"
               DISPLAY "IMPACT: ERROR OPENING " LS-STATE-PATH
                   " STATUS=" LS-STATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-MST-IDX FROM 1 BY 1
               UNTIL LS-MST-IDX > LS-MST-COUNT
               IF LS-MST-SUM-STATUS(LS-MST-IDX) = "00"
                   MOVE SPACES TO F-STATE-RECORD
                   STRING FUNCTION TRIM(LS-MST-PATH(LS-MST-IDX))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LS-MST-CHECKSUM(LS-MST-IDX) DELIMITED BY SIZE
                       INTO F-STATE-RECORD
                   WRITE F-STATE-RECORD
               END-IF
           END-PERFORM
           CLOSE FD-STATE
           .

      *> Run-log line layout, as WRITE-RUN-LOG builds it:
      *> PROGNAME run=id user=id release=label file=path start=ts
      *> end=ts result=text
       PARSE-RUNLOG-RECORD.
           MOVE SPACES TO LS-LINE-NAME
           MOVE SPACES TO LS-LINE-RUN-ID
           MOVE SPACES TO LS-RESULT-TEXT
           MOVE SPACES TO LS-START-TS
           IF FUNCTION TRIM(F-RUNLOG-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " "
               INTO LS-LINE-NAME
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " run="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-LINE-RUN-ID
           IF LS-LINE-RUN-ID = SPACES
               MOVE "-" TO LS-LINE-RUN-ID
           END-IF
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY "start="
               INTO LS-JUNK LS-REST
           MOVE LS-REST(1:21) TO LS-START-TS
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY "result="
               INTO LS-JUNK LS-REST
           MOVE LS-REST(1:200) TO LS-RESULT-TEXT
           .

       PUT-REPORT-LINE.
           CALL "REPORT-WRITER" USING
               "LINE " LS-OUT-LINE LS-RPT-ARG-2
           .
       END PROGRAM IMPACT.
