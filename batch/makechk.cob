       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAKECHK.

      *> Maker-checker approval for master maintenance. A change to
      *> a production master through RULEMAINT, ANTMAINT, LOCKMAINT,
      *> TOWELPOST STOCK, STEPCAT APPLY, MAZEMAINT or PROGLIB APPLY
      *> takes two people: one submits the transactions, a
      *> different one reviews what
      *> they would do to the master and approves or rejects them,
      *> and only an approved batch is applied - by the maintenance
      *> program itself, so through its own journal, run log and
      *> balancing entries exactly as a direct run would be. The
      *> maintenance programs refuse to run outside this flow where
      *> the MAKERCHECKER parameter is ON (see MAINT-RELEASE).
      *>
      *>     makechk SUBMIT <program> <master> <txn-file>
      *>         the maker. The transactions are copied into the
      *>         pending queue under the submitter's user ID and
      *>         validated - the maintenance program is run against
      *>         a scratch copy of the master, never the master
      *>         itself - and the before and after image of every
      *>         record the batch would change is kept for review.
      *>         A batch the program cannot run at all (return
      *>         code 8 or worse) is refused, not queued. For
      *>         LOCKMAINT <master> is the master base name; for
      *>         PROGLIB it is the program library, and the
      *>         transactions are PROGLIB's ADD, APPROVE and RETIRE
      *>         lines.
      *>     makechk REPORT
      *>         the pending-changes report: every batch awaiting
      *>         approval, with the validation run's messages and
      *>         the before/after images.
      *>     makechk APPROVE <batch-id>
      *>         the checker, who must not be the submitter. The
      *>         master must still be as it was imaged at
      *>         submission; a master changed since then marks the
      *>         batch STALE (resubmit it against the current
      *>         master). Otherwise the batch is marked APPLYING
      *>         on the queue - the one state MAINT-RELEASE lets
      *>         the program through on - and applied, and the
      *>         program's return code is passed back. After an
      *>         apply that succeeded, IMPACT (batch/impact, under
      *>         the same prefix) works out which steps and
      *>         certified answers the change has put out of date
      *>         and queues the reruns.
      *>     makechk REJECT <batch-id> [reason]
      *>         the batch is closed unapplied, with the reason.
      *>     makechk EXPIRE
      *>         the housekeeping step.
      *>
      *> Every run first expires pending batches older than the
      *> MAINTEXPIRY parameter (days, default 7); each expiry is
      *> displayed and goes into the exception repository as a
      *> warning, and EXPIRE and REPORT return 4 when any expired.
      *>
      *> The queue is "maint.pending.dat" (MAINTQUEUE parameter),
      *> layout in maintq.cpy, journaled before every rewrite.
      *> Beside it each batch keeps "<queue>.<batch-id>.txn" (the
      *> transactions), ".log" (the validation run's messages) and
      *> ".images" (the before/after images). The maintenance
      *> executables are looked for at their place in the source
      *> tree (05/rulemaint, 2024/08/antmaint, 2024/25/lockmaint,
      *> 2024/19/towelpost, batch/stepcat, 2024/16/mazemaint,
      *> 17/proglib) under the MAINTBINDIR prefix (with trailing
      *> slash) when that parameter is set.
      *>
      *> The validation run gets a scratch parameter file of its
      *> own, so its run log, journal, balancing and exception
      *> entries stay with the scratch copy and are discarded with
      *> it; the live trails only ever see the approved run. It
      *> also sets MAKERCHECKER OFF, the trial touching nothing but
      *> the scratch copy, and for PROGLIB the scratch run log
      *> starts as a copy of the live one, since APPROVE looks
      *> there for the version's DAY17 COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-QUEUE ASSIGN TO LS-QUEUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-QUEUE-STATUS.
           SELECT FD-READER ASSIGN TO LS-READER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-READER-STATUS.
           SELECT FD-WRITER ASSIGN TO LS-WRITER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-WRITER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-QUEUE.
       COPY "maintq" IN "batch".
       FD  FD-READER.
       01  F-READER-RECORD                PIC X(200).
       FD  FD-WRITER.
       01  F-WRITER-RECORD                PIC X(240).

       LOCAL-STORAGE SECTION.
       01 C-MAX-BATCHES                  CONSTANT 500.
       01 C-MAX-IMAGE-LINES              CONSTANT 3000.
       01 LS-COMMAND-LINE                 PIC X(300).
       01 LS-MODE                         PIC X(7).
       01 LS-ARG-1                        PIC X(100).
       01 LS-ARG-2                        PIC X(100).
       01 LS-ARG-3                        PIC X(100).
       01 LS-ARG-PTR                      PIC 9(3).
       01 LS-REASON                       PIC X(60).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-QUEUE-PATH                   PIC X(100).
       01 LS-QUEUE-STATUS                 PIC X(2).
       01 LS-READER-PATH                  PIC X(200).
       01 LS-READER-STATUS                PIC X(2).
       01 LS-WRITER-PATH                  PIC X(200).
       01 LS-WRITER-STATUS                PIC X(2).
       01 LS-JOURNAL-PATH                 PIC X(200).
       01 LS-JOURNAL-STATUS               PIC X(2).
       01 LS-BIN-DIR                      PIC X(100).
       01 LS-EXPIRY-DAYS                  PIC 9(3) VALUE 7.
       01 LS-USER-ID                      PIC X(20).
       01 LS-NOW                          PIC X(21).
       01 LS-START-RUN                    PIC X(21).
       01 LS-END-RUN                      PIC X(21).
      *> The queue, held whole and rewritten whole.
       01 LS-BATCH-COUNT                  PIC 9(3) VALUE 0.
       01 LS-BATCH-TABLE OCCURS 500 TIMES.
           05 LS-BATCH-ENTRY              PIC X(300).
       01 LS-BATCH-IDX                    PIC 9(3).
       01 LS-BATCH-FOUND                  PIC 9(3) VALUE 0.
       01 LS-QUEUE-CHANGED                PIC 9(1) VALUE 0.
       01 LS-EXPIRED-COUNT                PIC 9(3) VALUE 0.
       01 LS-PENDING-COUNT                PIC 9(3) VALUE 0.
       01 LS-AGE-DAYS                     PIC S9(7).
      *> The batch in hand and its files.
       01 LS-BATCH-ID                     PIC X(16).
       01 LS-PROGRAM                      PIC X(9).
       01 LS-MASTER                       PIC X(100).
       01 LS-TXN-SOURCE                   PIC X(100).
       01 LS-EXE-PATH                     PIC X(200).
       01 LS-BATCH-BASE                   PIC X(200).
       01 LS-SCRATCH-BASE                 PIC X(200).
       01 LS-TXN-COPY-PATH                PIC X(200).
       01 LS-LOG-FILE-PATH                PIC X(200).
       01 LS-RC-PATH                      PIC X(200).
       01 LS-IMAGES-PATH                  PIC X(200).
       01 LS-WORK-PATH                    PIC X(200).
       01 LS-TXN-COUNT                    PIC 9(5) VALUE 0.
       01 LS-STEP-RC                      PIC 9(4) VALUE 0.
       01 LS-FINAL-RC                     PIC 9(4) VALUE 0.
       01 LS-MASTER-SUM                   PIC 9(9) VALUE 0.
       01 LS-SHELL-COMMAND                PIC X(1000).
       01 LS-RUN-ARGS                     PIC X(400).
       01 LS-UNLOAD-VERB                  PIC X(8).
      *> One before/after pair of image sources.
       01 LS-IMAGE-LABEL                  PIC X(10).
       01 LS-LIVE-SOURCE                  PIC X(200).
       01 LS-AFTER-SOURCE                 PIC X(200).
       01 LS-BEFORE-COUNT                 PIC 9(4) VALUE 0.
       01 LS-BEFORE-TABLE OCCURS 3000 TIMES.
           05 LS-BEFORE-LINE              PIC X(200).
           05 LS-BEFORE-MATCHED           PIC 9(1).
       01 LS-AFTER-COUNT                  PIC 9(4) VALUE 0.
       01 LS-AFTER-TABLE OCCURS 3000 TIMES.
           05 LS-AFTER-LINE               PIC X(200).
           05 LS-AFTER-MATCHED            PIC 9(1).
       01 LS-BEF-IDX                      PIC 9(4).
       01 LS-AFT-IDX                      PIC 9(4).
       01 LS-IMAGE-OVERFLOW               PIC 9(1) VALUE 0.
       01 LS-IMAGE-COUNT                  PIC 9(5) VALUE 0.
       01 LS-IMAGE-SIDE                   PIC X(6).
       01 LS-IMAGE-LINE                   PIC X(200).
       01 LS-KEY-BEFORE                   PIC X(60).
       01 LS-KEY-AFTER                    PIC X(60).
       01 LS-RECORDS                      PIC 9(9).
       01 LS-CHECKSUM                     PIC 9(9).
       01 LS-SUM-STATUS                   PIC X(2).
       01 LS-SUM-WORK                     PIC 9(10).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-LOG-RESULT                   PIC X(200).
       01 LS-COUNT-DISPLAY                PIC Z(4)9.
       01 LS-RC-DISPLAY                   PIC Z(3)9.
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW TO LS-START-RUN
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-ARG-1 LS-ARG-2 LS-ARG-3
           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           CALL "GET-PARAMETER" USING
               "MAINTQUEUE          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-QUEUE-PATH
           IF LS-QUEUE-PATH = SPACES
               MOVE "maint.pending.dat" TO LS-QUEUE-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "MAINTEXPIRY         " LS-PARM-VALUE
           IF LS-PARM-VALUE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(LS-PARM-VALUE) = 0
               COMPUTE LS-EXPIRY-DAYS = FUNCTION NUMVAL(LS-PARM-VALUE)
           END-IF
           CALL "GET-PARAMETER" USING
               "MAINTBINDIR         " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-BIN-DIR

           PERFORM LOAD-QUEUE
           PERFORM EXPIRE-STALE-BATCHES

           EVALUATE LS-MODE
               WHEN "SUBMIT"
                   PERFORM SUBMIT-BATCH
               WHEN "REPORT"
                   PERFORM REPORT-PENDING-CHANGES
                   IF LS-EXPIRED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN "APPROVE"
                   PERFORM APPROVE-BATCH
               WHEN "REJECT"
                   MOVE 1 TO LS-ARG-PTR
                   UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                       INTO LS-MODE LS-ARG-1
                       WITH POINTER LS-ARG-PTR
                   MOVE SPACES TO LS-REASON
                   IF LS-ARG-PTR <= LENGTH OF LS-COMMAND-LINE
                       MOVE LS-COMMAND-LINE(LS-ARG-PTR:) TO LS-REASON
                   END-IF
                   PERFORM REJECT-BATCH
               WHEN "EXPIRE"
                   MOVE LS-EXPIRED-COUNT TO LS-COUNT-DISPLAY
                   DISPLAY "MAKECHK: " FUNCTION TRIM(LS-COUNT-DISPLAY)
                       " batch(es) expired"
                   IF LS-EXPIRED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "MAKECHK: usage: makechk SUBMIT <program> "
                       "<master> <txn-file>"
                   DISPLAY "MAKECHK:        makechk REPORT"
                   DISPLAY "MAKECHK:        makechk APPROVE <batch-id>"
                   DISPLAY "MAKECHK:        makechk REJECT <batch-id> "
                       "[reason]"
                   DISPLAY "MAKECHK:        makechk EXPIRE"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
      *> The journal and queue rewrite must not disturb the return
      *> code the mode settled on.
           IF LS-QUEUE-CHANGED = 1
               MOVE RETURN-CODE TO LS-FINAL-RC
               PERFORM REWRITE-QUEUE
               MOVE LS-FINAL-RC TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-QUEUE.
           OPEN INPUT FD-QUEUE
           IF LS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-QUEUE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MQ-BATCH-ID NOT = SPACES
                           IF LS-BATCH-COUNT >= C-MAX-BATCHES
                               DISPLAY "MAKECHK: queue holds more "
                                   "than " C-MAX-BATCHES " batches; "
                                   "archive the closed ones"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO LS-BATCH-COUNT
                           MOVE MAINT-QUEUE-RECORD
                               TO LS-BATCH-ENTRY(LS-BATCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-QUEUE
           .

      *> The queue is journaled before each rewrite, like any other
      *> master, so a bad run can be put back with RESTORE.
       REWRITE-QUEUE.
           MOVE LS-QUEUE-PATH TO LS-JOURNAL-PATH
           CALL "JOURNAL-FILE" USING
               "MAKECHK " LS-JOURNAL-PATH LS-JOURNAL-STATUS
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "MAKECHK: queue not journaled (status "
                   LS-JOURNAL-STATUS "); not rewritten"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-QUEUE
           IF LS-QUEUE-STATUS NOT = "00"
               DISPLAY "MAKECHK: ERROR OPENING " LS-QUEUE-PATH
                   " STATUS=" LS-QUEUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-BATCH-IDX FROM 1 BY 1
               UNTIL LS-BATCH-IDX > LS-BATCH-COUNT
               MOVE LS-BATCH-ENTRY(LS-BATCH-IDX) TO MAINT-QUEUE-RECORD
               WRITE MAINT-QUEUE-RECORD
           END-PERFORM
           CLOSE FD-QUEUE
           .

      *> A batch nobody has looked at within the expiry age is
      *> closed rather than left to be approved against a master
      *> that has long moved on; the maker resubmits if it is
      *> still wanted.
       EXPIRE-STALE-BATCHES.
           PERFORM VARYING LS-BATCH-IDX FROM 1 BY 1
               UNTIL LS-BATCH-IDX > LS-BATCH-COUNT
               MOVE LS-BATCH-ENTRY(LS-BATCH-IDX) TO MAINT-QUEUE-RECORD
               IF MQ-STATUS = "PENDING"
                   AND MQ-SUBMITTED-AT(1:8) IS NUMERIC
                   COMPUTE LS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(LS-NOW(1:8)))
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(MQ-SUBMITTED-AT(1:8)))
                   IF LS-AGE-DAYS > LS-EXPIRY-DAYS
                       PERFORM EXPIRE-ONE-BATCH
                   END-IF
               END-IF
           END-PERFORM
           .

       EXPIRE-ONE-BATCH.
           MOVE "EXPIRED" TO MQ-STATUS
           MOVE "MAKECHK" TO MQ-REVIEWED-BY
           MOVE LS-NOW(1:14) TO MQ-REVIEWED-AT
           MOVE LS-AGE-DAYS TO LS-COUNT-DISPLAY
           MOVE SPACES TO MQ-NOTE
           STRING "unreviewed after " DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO MQ-NOTE
           MOVE MAINT-QUEUE-RECORD TO LS-BATCH-ENTRY(LS-BATCH-IDX)
           MOVE 1 TO LS-QUEUE-CHANGED
           ADD 1 TO LS-EXPIRED-COUNT
           DISPLAY "MAKECHK: batch " MQ-BATCH-ID " EXPIRED: "
               FUNCTION TRIM(MQ-PROGRAM) " "
               FUNCTION TRIM(MQ-MASTER) " from "
               FUNCTION TRIM(MQ-SUBMITTED-BY) ", "
               FUNCTION TRIM(MQ-NOTE)
           MOVE MQ-BATCH-ID TO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING "pending " DELIMITED BY SIZE
               FUNCTION TRIM(MQ-PROGRAM) DELIMITED BY SIZE
               " batch expired " DELIMITED BY SIZE
               FUNCTION TRIM(MQ-NOTE) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(MQ-MASTER) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(MQ-SUBMITTED-BY) DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               "MAKECHK " "W" LS-EXC-KEY LS-EXC-MESSAGE
           .

      *> The program name picks the executable and how the master
      *> and transaction file are passed to it.
       RESOLVE-PROGRAM.
           MOVE SPACES TO LS-EXE-PATH
           EVALUATE LS-PROGRAM
               WHEN "RULEMAINT"
                   STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                       "05/rulemaint" DELIMITED BY SIZE
                       INTO LS-EXE-PATH
               WHEN "ANTMAINT"
                   STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                       "2024/08/antmaint" DELIMITED BY SIZE
                       INTO LS-EXE-PATH
               WHEN "LOCKMAINT"
                   STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                       "2024/25/lockmaint" DELIMITED BY SIZE
                       INTO LS-EXE-PATH
               WHEN "TOWELPOST"
                   STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                       "2024/19/towelpost" DELIMITED BY SIZE
                       INTO LS-EXE-PATH
               WHEN "STEPCAT"
                   STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                       "batch/stepcat" DELIMITED BY SIZE
                       INTO LS-EXE-PATH
               WHEN "MAZEMAINT"
                   STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                       "2024/16/mazemaint" DELIMITED BY SIZE
                       INTO LS-EXE-PATH
               WHEN "PROGLIB"
                   STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                       "17/proglib" DELIMITED BY SIZE
                       INTO LS-EXE-PATH
           END-EVALUATE
           .

       NAME-BATCH-FILES.
           MOVE SPACES TO LS-BATCH-BASE
           STRING FUNCTION TRIM(LS-QUEUE-PATH) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               LS-BATCH-ID DELIMITED BY SIZE
               INTO LS-BATCH-BASE
           MOVE SPACES TO LS-SCRATCH-BASE
           STRING FUNCTION TRIM(LS-BATCH-BASE) DELIMITED BY SIZE
               ".scratch." DELIMITED BY SIZE
               INTO LS-SCRATCH-BASE
           MOVE SPACES TO LS-TXN-COPY-PATH
           STRING FUNCTION TRIM(LS-BATCH-BASE) DELIMITED BY SIZE
               ".txn" DELIMITED BY SIZE
               INTO LS-TXN-COPY-PATH
           MOVE SPACES TO LS-LOG-FILE-PATH
           STRING FUNCTION TRIM(LS-BATCH-BASE) DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO LS-LOG-FILE-PATH
           MOVE SPACES TO LS-RC-PATH
           STRING FUNCTION TRIM(LS-BATCH-BASE) DELIMITED BY SIZE
               ".rc" DELIMITED BY SIZE
               INTO LS-RC-PATH
           MOVE SPACES TO LS-IMAGES-PATH
           STRING FUNCTION TRIM(LS-BATCH-BASE) DELIMITED BY SIZE
               ".images" DELIMITED BY SIZE
               INTO LS-IMAGES-PATH
           MOVE SPACES TO LS-WORK-PATH
           STRING FUNCTION TRIM(LS-SCRATCH-BASE) DELIMITED BY SIZE
               "work" DELIMITED BY SIZE
               INTO LS-WORK-PATH
           .

      *> ---------------------------------------------------------
      *> SUBMIT: queue, validate on a scratch copy, image.
      *> ---------------------------------------------------------
       SUBMIT-BATCH.
           MOVE LS-ARG-1(1:9) TO LS-PROGRAM
           MOVE LS-ARG-2 TO LS-MASTER
           MOVE LS-ARG-3 TO LS-TXN-SOURCE
           PERFORM RESOLVE-PROGRAM
           IF LS-EXE-PATH = SPACES OR LS-MASTER = SPACES
               OR LS-TXN-SOURCE = SPACES
               DISPLAY "MAKECHK: SUBMIT needs RULEMAINT, ANTMAINT, "
                   "LOCKMAINT, TOWELPOST, STEPCAT, MAZEMAINT or "
                   "PROGLIB, the master and the transaction file"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-NOW(1:16) TO LS-BATCH-ID
           PERFORM NAME-BATCH-FILES
           PERFORM COPY-TRANSACTIONS
           IF LS-TXN-COUNT = 0
               DISPLAY "MAKECHK: no transactions in "
                   FUNCTION TRIM(LS-TXN-SOURCE) "; nothing queued"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-ON-SCRATCH
           IF LS-STEP-RC >= 8
               MOVE LS-STEP-RC TO LS-RC-DISPLAY
               DISPLAY "MAKECHK: " FUNCTION TRIM(LS-PROGRAM)
                   " cannot run this batch (return code "
                   FUNCTION TRIM(LS-RC-DISPLAY)
                   "); nothing queued:"
               PERFORM SHOW-VALIDATION-LOG
               PERFORM DISCARD-SCRATCH
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-RECORD-IMAGES
           PERFORM DISCARD-SCRATCH
           IF LS-IMAGE-OVERFLOW = 1
               DISPLAY "MAKECHK: master too large to image (over "
                   C-MAX-IMAGE-LINES " records); nothing queued"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MAINT-QUEUE-RECORD
           MOVE LS-BATCH-ID TO MQ-BATCH-ID
           MOVE "PENDING" TO MQ-STATUS
           MOVE LS-PROGRAM TO MQ-PROGRAM
           MOVE LS-USER-ID TO MQ-SUBMITTED-BY
           MOVE LS-NOW(1:14) TO MQ-SUBMITTED-AT
           MOVE LS-TXN-COUNT TO MQ-TXN-COUNT
           MOVE LS-STEP-RC TO MQ-TRIAL-RC
           MOVE LS-MASTER-SUM TO MQ-MASTER-SUM
           MOVE LS-MASTER TO MQ-MASTER
           IF LS-BATCH-COUNT >= C-MAX-BATCHES
               DISPLAY "MAKECHK: queue full (" C-MAX-BATCHES
                   " batches); archive the closed ones"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-BATCH-COUNT
           MOVE MAINT-QUEUE-RECORD TO LS-BATCH-ENTRY(LS-BATCH-COUNT)
           MOVE 1 TO LS-QUEUE-CHANGED

           MOVE LS-TXN-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "MAKECHK: batch " LS-BATCH-ID " queued: "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " transaction(s) for "
               FUNCTION TRIM(LS-PROGRAM) " against "
               FUNCTION TRIM(LS-MASTER)
           MOVE LS-IMAGE-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "MAKECHK:   " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " record image(s) for review; approval by a user "
               "other than " FUNCTION TRIM(LS-USER-ID)
           IF LS-STEP-RC = 4
               DISPLAY "MAKECHK:   some transactions were rejected "
                   "in validation; see the report"
           END-IF
           MOVE LS-TXN-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-LOG-RESULT
           STRING "submitted batch=" DELIMITED BY SIZE
               LS-BATCH-ID DELIMITED BY SIZE
               " program=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-PROGRAM) DELIMITED BY SIZE
               " transactions=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           PERFORM LOG-THIS-RUN
           .

      *> The submitted file is copied into the queue, so what the
      *> checker approves is exactly what gets applied even if the
      *> original is edited afterwards.
       COPY-TRANSACTIONS.
           MOVE LS-TXN-SOURCE TO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS NOT = "00"
               DISPLAY "MAKECHK: transaction file not found or "
                   "unreadable: " FUNCTION TRIM(LS-TXN-SOURCE)
                   " (status " LS-READER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-TXN-COPY-PATH TO LS-WRITER-PATH
           OPEN OUTPUT FD-WRITER
           IF LS-WRITER-STATUS NOT = "00"
               DISPLAY "MAKECHK: ERROR OPENING " LS-WRITER-PATH
                   " STATUS=" LS-WRITER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-READER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE F-READER-RECORD TO F-WRITER-RECORD
                       WRITE F-WRITER-RECORD
                       IF F-READER-RECORD NOT = SPACES
                           ADD 1 TO LS-TXN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-READER
           CLOSE FD-WRITER
           .

      *> The scratch copy is taken from the live master and the
      *> program run against it with the queued transactions,
      *> under a scratch parameter file that keeps its trail
      *> entries off the live ones.
       VALIDATE-ON-SCRATCH.
           IF LS-PROGRAM = "LOCKMAINT"
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING "cp " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-MASTER) DELIMITED BY SIZE
                   ".lockmaster " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-WORK-PATH) DELIMITED BY SIZE
                   ".lockmaster 2>/dev/null ; cp " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-MASTER) DELIMITED BY SIZE
                   ".keymaster " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-WORK-PATH) DELIMITED BY SIZE
                   ".keymaster 2>/dev/null" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           ELSE
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING "cp " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-MASTER) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-WORK-PATH) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           END-IF
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)

           MOVE SPACES TO LS-WRITER-PATH
           STRING FUNCTION TRIM(LS-SCRATCH-BASE) DELIMITED BY SIZE
               "parms" DELIMITED BY SIZE
               INTO LS-WRITER-PATH
           OPEN OUTPUT FD-WRITER
           IF LS-WRITER-STATUS NOT = "00"
               DISPLAY "MAKECHK: ERROR OPENING " LS-WRITER-PATH
                   " STATUS=" LS-WRITER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-WRITER-RECORD
           STRING "RUNLOG " FUNCTION TRIM(LS-SCRATCH-BASE) "runlog"
               DELIMITED BY SIZE INTO F-WRITER-RECORD
           WRITE F-WRITER-RECORD
           MOVE SPACES TO F-WRITER-RECORD
           STRING "JOURNAL " FUNCTION TRIM(LS-SCRATCH-BASE) "journal"
               DELIMITED BY SIZE INTO F-WRITER-RECORD
           WRITE F-WRITER-RECORD
           MOVE SPACES TO F-WRITER-RECORD
           STRING "BALDIR " FUNCTION TRIM(LS-SCRATCH-BASE)
               DELIMITED BY SIZE INTO F-WRITER-RECORD
           WRITE F-WRITER-RECORD
           MOVE SPACES TO F-WRITER-RECORD
           STRING "EXCDIR " FUNCTION TRIM(LS-SCRATCH-BASE)
               DELIMITED BY SIZE INTO F-WRITER-RECORD
           WRITE F-WRITER-RECORD
           MOVE "MAKERCHECKER OFF" TO F-WRITER-RECORD
           WRITE F-WRITER-RECORD
           CLOSE FD-WRITER
           IF LS-PROGRAM = "PROGLIB"
               CALL "GET-PARAMETER" USING
                   "RUNLOG              " LS-PARM-VALUE
               IF LS-PARM-VALUE = SPACES
                   MOVE "runlog.dat" TO LS-PARM-VALUE
               END-IF
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING "cp " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PARM-VALUE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-SCRATCH-BASE) DELIMITED BY SIZE
                   "runlog 2>/dev/null" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
               CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           END-IF

           MOVE LS-WORK-PATH TO LS-RUN-ARGS
           PERFORM BUILD-RUN-ARGUMENTS
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "MAINTBATCH=" DELIMITED BY SIZE
               LS-BATCH-ID DELIMITED BY SIZE
               " DAYPARMS=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCRATCH-BASE) DELIMITED BY SIZE
               "parms " DELIMITED BY SIZE
               FUNCTION TRIM(LS-EXE-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RUN-ARGS) DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-LOG-FILE-PATH) DELIMITED BY SIZE
               " 2>&1 ; echo $? > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RC-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           PERFORM READ-STEP-RC
      *> The program's own per-transaction report (RULEMAINT,
      *> TOWELPOST and STEPCAT audit, ANTMAINT impact, LOCKMAINT
      *> match delta)
      *> goes with the messages, since the scratch copy it sits
      *> beside is discarded.
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "cat " DELIMITED BY SIZE
               FUNCTION TRIM(LS-WORK-PATH) DELIMITED BY SIZE
               ".audit " DELIMITED BY SIZE
               FUNCTION TRIM(LS-WORK-PATH) DELIMITED BY SIZE
               ".impact " DELIMITED BY SIZE
               FUNCTION TRIM(LS-WORK-PATH) DELIMITED BY SIZE
               ".matchdelta >> " DELIMITED BY SIZE
               FUNCTION TRIM(LS-LOG-FILE-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           .

      *> LS-RUN-ARGS comes in holding the master (or base) to run
      *> against and goes out as the program's argument list.
       BUILD-RUN-ARGUMENTS.
           MOVE LS-RUN-ARGS(1:200) TO LS-READER-PATH
           MOVE SPACES TO LS-RUN-ARGS
           IF LS-PROGRAM = "STEPCAT"
               STRING "APPLY " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-READER-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TXN-COPY-PATH) DELIMITED BY SIZE
                   INTO LS-RUN-ARGS
           END-IF
           IF LS-PROGRAM = "TOWELPOST"
               STRING "STOCK " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-READER-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TXN-COPY-PATH) DELIMITED BY SIZE
                   INTO LS-RUN-ARGS
           END-IF
           IF LS-PROGRAM = "PROGLIB"
               STRING "APPLY " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-READER-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TXN-COPY-PATH) DELIMITED BY SIZE
                   INTO LS-RUN-ARGS
           END-IF
           IF LS-RUN-ARGS = SPACES
               STRING FUNCTION TRIM(LS-READER-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TXN-COPY-PATH) DELIMITED BY SIZE
                   INTO LS-RUN-ARGS
           END-IF
           .

       READ-STEP-RC.
           MOVE 12 TO LS-STEP-RC
           MOVE LS-RC-PATH TO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-READER-RECORD
           READ FD-READER
               AT END
                   CONTINUE
           END-READ
           CLOSE FD-READER
           IF FUNCTION TRIM(F-READER-RECORD) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(F-READER-RECORD) = 0
               COMPUTE LS-STEP-RC = FUNCTION NUMVAL(F-READER-RECORD)
           END-IF
           .

       SHOW-VALIDATION-LOG.
           MOVE LS-LOG-FILE-PATH TO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-READER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       DISPLAY "    | " FUNCTION TRIM(F-READER-RECORD
                           TRAILING)
               END-READ
           END-PERFORM
           CLOSE FD-READER
           .

       DISCARD-SCRATCH.
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCRATCH-BASE) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           .

      *> Before images come from the live master, after images
      *> from the validated scratch copy. STEPCAT's registry is
      *> indexed, so its two sides are compared as the control
      *> files STEPCAT GEN cuts from them, and PROGLIB's library
      *> as the images PROGLIB IMAGE unloads. The sum of the live
      *> sides' checksums is what APPROVE later holds the master
      *> to.
       BUILD-RECORD-IMAGES.
           MOVE 0 TO LS-MASTER-SUM
           MOVE 0 TO LS-IMAGE-COUNT
           MOVE LS-IMAGES-PATH TO LS-WRITER-PATH
           OPEN OUTPUT FD-WRITER
           IF LS-WRITER-STATUS NOT = "00"
               DISPLAY "MAKECHK: ERROR OPENING " LS-WRITER-PATH
                   " STATUS=" LS-WRITER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE LS-PROGRAM
               WHEN "LOCKMAINT"
                   MOVE "lockmaster" TO LS-IMAGE-LABEL
                   PERFORM NAME-LOCK-SOURCES
                   PERFORM COMPARE-ONE-SOURCE
                   MOVE "keymaster" TO LS-IMAGE-LABEL
                   PERFORM NAME-LOCK-SOURCES
                   PERFORM COMPARE-ONE-SOURCE
               WHEN "STEPCAT"
                   MOVE "registry" TO LS-IMAGE-LABEL
                   PERFORM GENERATE-REGISTRY-SOURCES
                   PERFORM COMPARE-ONE-SOURCE
               WHEN "PROGLIB"
                   MOVE "library" TO LS-IMAGE-LABEL
                   PERFORM GENERATE-REGISTRY-SOURCES
                   PERFORM COMPARE-ONE-SOURCE
               WHEN OTHER
                   MOVE "master" TO LS-IMAGE-LABEL
                   MOVE LS-MASTER TO LS-LIVE-SOURCE
                   MOVE LS-WORK-PATH TO LS-AFTER-SOURCE
                   PERFORM COMPARE-ONE-SOURCE
           END-EVALUATE
           CLOSE FD-WRITER
           .

       NAME-LOCK-SOURCES.
           MOVE SPACES TO LS-LIVE-SOURCE
           STRING FUNCTION TRIM(LS-MASTER) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               FUNCTION TRIM(LS-IMAGE-LABEL) DELIMITED BY SIZE
               INTO LS-LIVE-SOURCE
           MOVE SPACES TO LS-AFTER-SOURCE
           STRING FUNCTION TRIM(LS-WORK-PATH) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               FUNCTION TRIM(LS-IMAGE-LABEL) DELIMITED BY SIZE
               INTO LS-AFTER-SOURCE
           .

       GENERATE-REGISTRY-SOURCES.
           MOVE SPACES TO LS-LIVE-SOURCE
           STRING FUNCTION TRIM(LS-SCRATCH-BASE) DELIMITED BY SIZE
               "before" DELIMITED BY SIZE
               INTO LS-LIVE-SOURCE
           MOVE SPACES TO LS-AFTER-SOURCE
           STRING FUNCTION TRIM(LS-SCRATCH-BASE) DELIMITED BY SIZE
               "after" DELIMITED BY SIZE
               INTO LS-AFTER-SOURCE
           IF LS-PROGRAM = "PROGLIB"
               MOVE " IMAGE" TO LS-UNLOAD-VERB
           ELSE
               MOVE " GEN" TO LS-UNLOAD-VERB
           END-IF
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING FUNCTION TRIM(LS-EXE-PATH) DELIMITED BY SIZE
               LS-UNLOAD-VERB DELIMITED BY "  "
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-MASTER) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-LIVE-SOURCE) DELIMITED BY SIZE
               " > /dev/null 2>&1 ; " DELIMITED BY SIZE
               FUNCTION TRIM(LS-EXE-PATH) DELIMITED BY SIZE
               LS-UNLOAD-VERB DELIMITED BY "  "
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-WORK-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-AFTER-SOURCE) DELIMITED BY SIZE
               " > /dev/null 2>&1" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           .

      *> Records present on both sides unchanged are matched off
      *> first; what is left on the live side is a before image,
      *> shown with the after images sharing its leading key
      *> (a changed record), and what is left on the scratch side
      *> after that is a record the batch adds.
       COMPARE-ONE-SOURCE.
           CALL "FILE-CHECKSUM" USING
               LS-LIVE-SOURCE LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
           COMPUTE LS-SUM-WORK = LS-MASTER-SUM + LS-CHECKSUM
           MOVE FUNCTION MOD(LS-SUM-WORK, 1000000000)
               TO LS-MASTER-SUM
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE LS-LIVE-SOURCE TO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-READER
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LS-BEFORE-COUNT >= C-MAX-IMAGE-LINES
                               MOVE 1 TO LS-IMAGE-OVERFLOW
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO LS-BEFORE-COUNT
                           MOVE F-READER-RECORD
                               TO LS-BEFORE-LINE(LS-BEFORE-COUNT)
                           MOVE 0 TO LS-BEFORE-MATCHED(LS-BEFORE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FD-READER
           END-IF
           MOVE 0 TO LS-AFTER-COUNT
           MOVE LS-AFTER-SOURCE TO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-READER
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LS-AFTER-COUNT >= C-MAX-IMAGE-LINES
                               MOVE 1 TO LS-IMAGE-OVERFLOW
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO LS-AFTER-COUNT
                           MOVE F-READER-RECORD
                               TO LS-AFTER-LINE(LS-AFTER-COUNT)
                           MOVE 0 TO LS-AFTER-MATCHED(LS-AFTER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FD-READER
           END-IF
           IF LS-IMAGE-OVERFLOW = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-BEF-IDX FROM 1 BY 1
               UNTIL LS-BEF-IDX > LS-BEFORE-COUNT
               PERFORM VARYING LS-AFT-IDX FROM 1 BY 1
                   UNTIL LS-AFT-IDX > LS-AFTER-COUNT
                   IF LS-AFTER-MATCHED(LS-AFT-IDX) = 0
                       AND LS-AFTER-LINE(LS-AFT-IDX) =
                           LS-BEFORE-LINE(LS-BEF-IDX)
                       MOVE 1 TO LS-AFTER-MATCHED(LS-AFT-IDX)
                       MOVE 1 TO LS-BEFORE-MATCHED(LS-BEF-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING LS-BEF-IDX FROM 1 BY 1
               UNTIL LS-BEF-IDX > LS-BEFORE-COUNT
               IF LS-BEFORE-MATCHED(LS-BEF-IDX) = 0
                   MOVE "BEFORE" TO LS-IMAGE-SIDE
                   MOVE LS-BEFORE-LINE(LS-BEF-IDX) TO LS-IMAGE-LINE
                   PERFORM WRITE-ONE-IMAGE
                   MOVE SPACES TO LS-KEY-BEFORE
                   UNSTRING FUNCTION TRIM(LS-BEFORE-LINE(LS-BEF-IDX))
                       DELIMITED BY ALL " " INTO LS-KEY-BEFORE
                   PERFORM VARYING LS-AFT-IDX FROM 1 BY 1
                       UNTIL LS-AFT-IDX > LS-AFTER-COUNT
                       IF LS-AFTER-MATCHED(LS-AFT-IDX) = 0
                           MOVE SPACES TO LS-KEY-AFTER
                           UNSTRING FUNCTION TRIM(
                               LS-AFTER-LINE(LS-AFT-IDX))
                               DELIMITED BY ALL " " INTO LS-KEY-AFTER
                           IF LS-KEY-AFTER = LS-KEY-BEFORE
                               MOVE 1 TO LS-AFTER-MATCHED(LS-AFT-IDX)
                               MOVE "AFTER" TO LS-IMAGE-SIDE
                               MOVE LS-AFTER-LINE(LS-AFT-IDX)
                                   TO LS-IMAGE-LINE
                               PERFORM WRITE-ONE-IMAGE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING LS-AFT-IDX FROM 1 BY 1
               UNTIL LS-AFT-IDX > LS-AFTER-COUNT
               IF LS-AFTER-MATCHED(LS-AFT-IDX) = 0
                   MOVE "AFTER" TO LS-IMAGE-SIDE
                   MOVE LS-AFTER-LINE(LS-AFT-IDX) TO LS-IMAGE-LINE
                   PERFORM WRITE-ONE-IMAGE
               END-IF
           END-PERFORM
           .

       WRITE-ONE-IMAGE.
           MOVE SPACES TO F-WRITER-RECORD
           STRING LS-IMAGE-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-IMAGE-SIDE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LS-IMAGE-LINE DELIMITED BY SIZE
               INTO F-WRITER-RECORD
           WRITE F-WRITER-RECORD
           ADD 1 TO LS-IMAGE-COUNT
           .

      *> ---------------------------------------------------------
      *> REPORT: every pending batch in full.
      *> ---------------------------------------------------------
       REPORT-PENDING-CHANGES.
           DISPLAY "MAKECHK: pending master changes at "
               LS-NOW(1:8) " " LS-NOW(9:4)
           PERFORM VARYING LS-BATCH-IDX FROM 1 BY 1
               UNTIL LS-BATCH-IDX > LS-BATCH-COUNT
               MOVE LS-BATCH-ENTRY(LS-BATCH-IDX) TO MAINT-QUEUE-RECORD
               IF MQ-STATUS = "PENDING"
                   ADD 1 TO LS-PENDING-COUNT
                   PERFORM REPORT-ONE-BATCH
               END-IF
           END-PERFORM
           MOVE LS-PENDING-COUNT TO LS-COUNT-DISPLAY
           DISPLAY " "
           DISPLAY "MAKECHK: " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " batch(es) awaiting approval"
           .

       REPORT-ONE-BATCH.
           MOVE MQ-BATCH-ID TO LS-BATCH-ID
           PERFORM NAME-BATCH-FILES
           MOVE MQ-TXN-COUNT TO LS-COUNT-DISPLAY
           MOVE MQ-TRIAL-RC TO LS-RC-DISPLAY
           DISPLAY " "
           DISPLAY "BATCH " MQ-BATCH-ID "  " FUNCTION TRIM(MQ-PROGRAM)
               "  " FUNCTION TRIM(MQ-MASTER)
           DISPLAY "  submitted by " FUNCTION TRIM(MQ-SUBMITTED-BY)
               " at " MQ-SUBMITTED-AT "; "
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               " transaction(s), validation return code "
               FUNCTION TRIM(LS-RC-DISPLAY)
           DISPLAY "  validation run:"
           PERFORM SHOW-VALIDATION-LOG
           DISPLAY "  record images:"
           MOVE LS-IMAGES-PATH TO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS NOT = "00"
               DISPLAY "    (images file missing: "
                   FUNCTION TRIM(LS-IMAGES-PATH) ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-IMAGE-COUNT
           PERFORM UNTIL EXIT
               READ FD-READER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-IMAGE-COUNT
                       DISPLAY "    " FUNCTION TRIM(F-READER-RECORD
                           TRAILING)
               END-READ
           END-PERFORM
           CLOSE FD-READER
           IF LS-IMAGE-COUNT = 0
               DISPLAY "    (no record would change)"
           END-IF
           .

      *> ---------------------------------------------------------
      *> APPROVE / REJECT: the checker's decision.
      *> ---------------------------------------------------------
       FIND-PENDING-BATCH.
           MOVE 0 TO LS-BATCH-FOUND
           PERFORM VARYING LS-BATCH-IDX FROM 1 BY 1
               UNTIL LS-BATCH-IDX > LS-BATCH-COUNT
               MOVE LS-BATCH-ENTRY(LS-BATCH-IDX) TO MAINT-QUEUE-RECORD
               IF MQ-BATCH-ID = LS-ARG-1(1:16)
                   MOVE LS-BATCH-IDX TO LS-BATCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-BATCH-FOUND = 0
               DISPLAY "MAKECHK: no batch " FUNCTION TRIM(LS-ARG-1)
                   " in the queue"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF MQ-STATUS NOT = "PENDING"
               DISPLAY "MAKECHK: batch " MQ-BATCH-ID " is "
                   FUNCTION TRIM(MQ-STATUS) ", not pending"
               MOVE 0 TO LS-BATCH-FOUND
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       APPROVE-BATCH.
           PERFORM FIND-PENDING-BATCH
           IF LS-BATCH-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF MQ-SUBMITTED-BY = LS-USER-ID
               DISPLAY "MAKECHK: batch " MQ-BATCH-ID " was submitted "
                   "by " FUNCTION TRIM(LS-USER-ID)
                   "; it needs another user's approval"
               MOVE MQ-BATCH-ID TO LS-EXC-KEY
               MOVE SPACES TO LS-EXC-MESSAGE
               STRING "self-approval refused: " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
                   " on own " DELIMITED BY SIZE
                   FUNCTION TRIM(MQ-PROGRAM) DELIMITED BY SIZE
                   " batch for " DELIMITED BY SIZE
                   FUNCTION TRIM(MQ-MASTER) DELIMITED BY SIZE
                   INTO LS-EXC-MESSAGE
               CALL "WRITE-EXCEPTION" USING
                   "MAKECHK " "E" LS-EXC-KEY LS-EXC-MESSAGE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE MQ-BATCH-ID TO LS-BATCH-ID
           MOVE MQ-PROGRAM TO LS-PROGRAM
           MOVE MQ-MASTER TO LS-MASTER
           PERFORM RESOLVE-PROGRAM
           PERFORM NAME-BATCH-FILES

      *> What was reviewed must still be what is there: the live
      *> side is checksummed again exactly as it was at SUBMIT.
           MOVE 0 TO LS-MASTER-SUM
           EVALUATE LS-PROGRAM
               WHEN "LOCKMAINT"
                   MOVE "lockmaster" TO LS-IMAGE-LABEL
                   PERFORM NAME-LOCK-SOURCES
                   PERFORM ADD-LIVE-CHECKSUM
                   MOVE "keymaster" TO LS-IMAGE-LABEL
                   PERFORM NAME-LOCK-SOURCES
                   PERFORM ADD-LIVE-CHECKSUM
               WHEN "STEPCAT"
               WHEN "PROGLIB"
                   PERFORM GENERATE-REGISTRY-SOURCES
                   PERFORM ADD-LIVE-CHECKSUM
                   PERFORM DISCARD-SCRATCH
               WHEN OTHER
                   MOVE LS-MASTER TO LS-LIVE-SOURCE
                   PERFORM ADD-LIVE-CHECKSUM
           END-EVALUATE
           IF LS-MASTER-SUM NOT = MQ-MASTER-SUM
               MOVE "STALE" TO MQ-STATUS
               MOVE LS-USER-ID TO MQ-REVIEWED-BY
               MOVE LS-NOW(1:14) TO MQ-REVIEWED-AT
               MOVE "master changed after submission" TO MQ-NOTE
               MOVE MAINT-QUEUE-RECORD TO LS-BATCH-ENTRY(LS-BATCH-FOUND)
               MOVE 1 TO LS-QUEUE-CHANGED
               DISPLAY "MAKECHK: " FUNCTION TRIM(LS-MASTER)
                   " has changed since batch " LS-BATCH-ID
                   " was imaged; marked STALE, resubmit it"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> The batch goes on file as APPLYING before the launch:
      *> that entry is what MAINT-RELEASE lets the program through
      *> on, and the final status below closes it again.
           MOVE "APPLYING" TO MQ-STATUS
           MOVE MAINT-QUEUE-RECORD TO LS-BATCH-ENTRY(LS-BATCH-FOUND)
           PERFORM REWRITE-QUEUE
           MOVE LS-BATCH-ENTRY(LS-BATCH-FOUND) TO MAINT-QUEUE-RECORD

           MOVE LS-MASTER TO LS-RUN-ARGS
           PERFORM BUILD-RUN-ARGUMENTS
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "MAINTBATCH=" DELIMITED BY SIZE
               LS-BATCH-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-EXE-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RUN-ARGS) DELIMITED BY SIZE
               " ; echo $? > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RC-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           DISPLAY "MAKECHK: applying batch " LS-BATCH-ID ": "
               FUNCTION TRIM(LS-EXE-PATH) " "
               FUNCTION TRIM(LS-RUN-ARGS)
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           PERFORM READ-STEP-RC

           MOVE LS-STEP-RC TO LS-RC-DISPLAY
           IF LS-STEP-RC >= 8
               MOVE "FAILED" TO MQ-STATUS
           ELSE
               MOVE "APPROVED" TO MQ-STATUS
           END-IF
           MOVE LS-USER-ID TO MQ-REVIEWED-BY
           MOVE LS-NOW(1:14) TO MQ-REVIEWED-AT
           MOVE SPACES TO MQ-NOTE
           STRING "applied, return code " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RC-DISPLAY) DELIMITED BY SIZE
               INTO MQ-NOTE
           MOVE MAINT-QUEUE-RECORD TO LS-BATCH-ENTRY(LS-BATCH-FOUND)
           MOVE 1 TO LS-QUEUE-CHANGED
           DISPLAY "MAKECHK: batch " LS-BATCH-ID " "
               FUNCTION TRIM(MQ-STATUS) " by "
               FUNCTION TRIM(LS-USER-ID) " (submitted by "
               FUNCTION TRIM(MQ-SUBMITTED-BY) "), "
               FUNCTION TRIM(MQ-NOTE)
           MOVE SPACES TO LS-LOG-RESULT
           STRING "approved batch=" DELIMITED BY SIZE
               LS-BATCH-ID DELIMITED BY SIZE
               " program=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-PROGRAM) DELIMITED BY SIZE
               " submitter=" DELIMITED BY SIZE
               FUNCTION TRIM(MQ-SUBMITTED-BY) DELIMITED BY SIZE
               " rc=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-RC-DISPLAY) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           PERFORM LOG-THIS-RUN
           IF LS-STEP-RC < 8
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                   "batch/impact" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
               DISPLAY "MAKECHK: impact analysis: "
                   FUNCTION TRIM(LS-SHELL-COMMAND)
               CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           END-IF
           MOVE LS-STEP-RC TO RETURN-CODE
           .

       ADD-LIVE-CHECKSUM.
           CALL "FILE-CHECKSUM" USING
               LS-LIVE-SOURCE LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
           COMPUTE LS-SUM-WORK = LS-MASTER-SUM + LS-CHECKSUM
           MOVE FUNCTION MOD(LS-SUM-WORK, 1000000000)
               TO LS-MASTER-SUM
           .

       REJECT-BATCH.
           PERFORM FIND-PENDING-BATCH
           IF LS-BATCH-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "REJECTED" TO MQ-STATUS
           MOVE LS-USER-ID TO MQ-REVIEWED-BY
           MOVE LS-NOW(1:14) TO MQ-REVIEWED-AT
           MOVE LS-REASON TO MQ-NOTE
           IF MQ-NOTE = SPACES
               MOVE "no reason given" TO MQ-NOTE
           END-IF
           MOVE MAINT-QUEUE-RECORD TO LS-BATCH-ENTRY(LS-BATCH-FOUND)
           MOVE 1 TO LS-QUEUE-CHANGED
           MOVE MQ-PROGRAM TO LS-PROGRAM
           MOVE MQ-MASTER TO LS-MASTER
           MOVE MQ-BATCH-ID TO LS-BATCH-ID
           DISPLAY "MAKECHK: batch " LS-BATCH-ID " REJECTED by "
               FUNCTION TRIM(LS-USER-ID) ": " FUNCTION TRIM(MQ-NOTE)
           MOVE SPACES TO LS-LOG-RESULT
           STRING "rejected batch=" DELIMITED BY SIZE
               LS-BATCH-ID DELIMITED BY SIZE
               " program=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-PROGRAM) DELIMITED BY SIZE
               " submitter=" DELIMITED BY SIZE
               FUNCTION TRIM(MQ-SUBMITTED-BY) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           PERFORM LOG-THIS-RUN
           .

       LOG-THIS-RUN.
           MOVE FUNCTION CURRENT-DATE TO LS-END-RUN
           MOVE LS-MASTER TO LS-LOG-PATH
           CALL "WRITE-RUN-LOG" USING
               "MAKECHK " LS-LOG-PATH LS-START-RUN LS-END-RUN
               LS-LOG-RESULT
           .
