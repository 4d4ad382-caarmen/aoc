      *>         into the central exception repository.
      *>     certify LIST
      *>         the certified answers on file.
      *>     certify REVIEW
      *>         the re-sign-off list IMPACT keeps of answers made
      *>         stale by a master change ("certify.pending",
      *>         CERTPENDING parameter). An answer whose step has
      *>         rerun since and reproduced it comes off the list;
      *>         one whose rerun gives a different result waits
      *>         for a SIGN of the new answer (flagged, and into
      *>         the exception repository); one not yet rerun
      *>         stays. IMPACT ends its rerun queue with this step.
      *>         SIGN takes the signed answer off the list.
      *>
      *> The master is indexed by program and input generation
      *> (the input path, which carries the .Gnnnn generation for
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT FD-PENDING ASSIGN TO LS-PENDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CM-SIGNED-DATE              PIC X(8).
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).
       FD  FD-PENDING.
      *> "<program> <input> <master> <queued yyyymmddhhmmss>", as
      *> IMPACT writes it.
       01  F-PENDING-RECORD               PIC X(240).

       LOCAL-STORAGE SECTION.
       01 C-MAX-PENDING                  CONSTANT 500.
       01 LS-COMMAND-LINE                 PIC X(160).
       01 LS-MODE                         PIC X(6).
       01 LS-ARG-PROGRAM                  PIC X(8).
       01 LS-ARG-INPUT                    PIC X(100).
       01 LS-ARG-INITIALS                 PIC X(3).
       01 LS-NOW                          PIC X(21).
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).
       01 LS-PENDING-PATH                 PIC X(100).
       01 LS-PENDING-STATUS               PIC X(2).
       01 LS-PEND-COUNT                   PIC 9(3) VALUE 0.
       01 LS-PEND-TABLE OCCURS C-MAX-PENDING TIMES.
           05 LS-PEND-PROGRAM            PIC X(8).
           05 LS-PEND-INPUT              PIC X(100).
           05 LS-PEND-MASTER             PIC X(100).
           05 LS-PEND-QUEUED             PIC X(14).
      *> REVIEW: the latest rerun since the entry was queued, and
      *> whether the entry stays on the list.
           05 LS-PEND-RERUN-START        PIC X(14).
           05 LS-PEND-RERUN-RESULT       PIC X(200).
           05 LS-PEND-KEEP               PIC 9(1).
       01 LS-PEND-IDX                     PIC 9(3).
       01 LS-PEND-REMOVED                 PIC 9(3) VALUE 0.
       01 LS-REPRODUCED-COUNT             PIC 9(3) VALUE 0.
       01 LS-AWAITING-COUNT               PIC 9(3) VALUE 0.
       01 LS-NOT-RERUN-COUNT              PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "CERTPENDING         " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-PENDING-PATH
           IF LS-PENDING-PATH = SPACES
               MOVE "certify.pending" TO LS-PENDING-PATH
           END-IF

           EVALUATE LS-MODE
               WHEN "SIGN"
                   PERFORM CHECK-AGAINST-CERTIFIED
               WHEN "LIST"
                   PERFORM LIST-CERTIFIED-ANSWERS
               WHEN "REVIEW"
                   PERFORM REVIEW-PENDING-ANSWERS
               WHEN OTHER
                   DISPLAY "CERTIFY: usage: certify SIGN <program> "
                       "<input-path> <initials>"
                   DISPLAY "CERTIFY:        certify CHECK [date]"
                   DISPLAY "CERTIFY:        certify LIST"
                   DISPLAY "CERTIFY:        certify REVIEW"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
               FUNCTION TRIM(LS-ARG-INPUT) " by " LS-ARG-INITIALS
           DISPLAY "CERTIFY:   "
               FUNCTION TRIM(LS-LATEST-RESULT)
      *> A fresh signature settles any re-sign-off owed on it.
           PERFORM LOAD-PENDING-LIST
           PERFORM VARYING LS-PEND-IDX FROM 1 BY 1
               UNTIL LS-PEND-IDX > LS-PEND-COUNT
               IF LS-PEND-PROGRAM(LS-PEND-IDX) = LS-ARG-PROGRAM
                   AND LS-PEND-INPUT(LS-PEND-IDX) = LS-ARG-INPUT
                   MOVE 0 TO LS-PEND-KEEP(LS-PEND-IDX)
                   ADD 1 TO LS-PEND-REMOVED
               END-IF
           END-PERFORM
           IF LS-PEND-REMOVED > 0
               PERFORM REWRITE-PENDING-LIST
               DISPLAY "CERTIFY: re-sign-off for "
                   FUNCTION TRIM(LS-ARG-PROGRAM) " against "
                   FUNCTION TRIM(LS-ARG-INPUT) " settled"
           END-IF
           .

      *> The nightly check: every run of the date with a certified
           DISPLAY "CERTIFY: " LS-LISTED-COUNT " answer(s) on file"
           .

      *> Each answer on the re-sign-off list against the latest run
      *> of its step since IMPACT queued it.
       REVIEW-PENDING-ANSWERS.
           PERFORM LOAD-PENDING-LIST
           IF LS-PEND-COUNT = 0
               DISPLAY "CERTIFY: no answers awaiting re-sign-off"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               DISPLAY "CERTIFY: run log not found or unreadable: "
                   FUNCTION TRIM(LS-RUNLOG-PATH)
                   " (status " LS-RUNLOG-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-RUNLOG INTO F-RUNLOG-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PARSE-RUNLOG-RECORD
                       PERFORM NOTE-PENDING-RERUN
               END-READ
           END-PERFORM
           CLOSE FD-RUNLOG
           OPEN INPUT FD-CERT
           IF LS-CERT-STATUS NOT = "00"
               DISPLAY "CERTIFY: certified master not found: "
                   FUNCTION TRIM(LS-CERT-PATH)
                   " (status " LS-CERT-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CERTIFIED ANSWERS AWAITING RE-SIGN-OFF"
           PERFORM VARYING LS-PEND-IDX FROM 1 BY 1
               UNTIL LS-PEND-IDX > LS-PEND-COUNT
               PERFORM REVIEW-ONE-PENDING
           END-PERFORM
           CLOSE FD-CERT
           IF LS-PEND-REMOVED > 0
               PERFORM REWRITE-PENDING-LIST
           END-IF
           DISPLAY "CERTIFY: " LS-PEND-COUNT " on the list, "
               LS-REPRODUCED-COUNT " reproduced and cleared, "
               LS-AWAITING-COUNT " awaiting re-sign-off, "
               LS-NOT-RERUN-COUNT " not yet rerun"
           IF LS-AWAITING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       NOTE-PENDING-RERUN.
           PERFORM VARYING LS-PEND-IDX FROM 1 BY 1
               UNTIL LS-PEND-IDX > LS-PEND-COUNT
               IF LS-PEND-PROGRAM(LS-PEND-IDX) = LS-LINE-NAME
                   AND FUNCTION TRIM(LS-PEND-INPUT(LS-PEND-IDX)) =
                       FUNCTION TRIM(LS-FILE-TOKEN)
                   AND LS-START-TS(1:14) >=
                       LS-PEND-QUEUED(LS-PEND-IDX)
                   MOVE LS-START-TS(1:14)
                       TO LS-PEND-RERUN-START(LS-PEND-IDX)
                   MOVE LS-RESULT-TEXT
                       TO LS-PEND-RERUN-RESULT(LS-PEND-IDX)
               END-IF
           END-PERFORM
           .

       REVIEW-ONE-PENDING.
           MOVE SPACES TO CERTIFIED-RECORD
           MOVE LS-PEND-PROGRAM(LS-PEND-IDX) TO CM-PROGRAM
           MOVE LS-PEND-INPUT(LS-PEND-IDX) TO CM-INPUT
           READ FD-CERT
               INVALID KEY
                   DISPLAY "  " CM-PROGRAM " "
                       FUNCTION TRIM(CM-INPUT)
                       ": no longer certified; taken off the list"
                   MOVE 0 TO LS-PEND-KEEP(LS-PEND-IDX)
                   ADD 1 TO LS-PEND-REMOVED
                   EXIT PARAGRAPH
           END-READ
           IF LS-PEND-RERUN-START(LS-PEND-IDX) = SPACES
               ADD 1 TO LS-NOT-RERUN-COUNT
               DISPLAY "  " CM-PROGRAM " " FUNCTION TRIM(CM-INPUT)
                   ": not yet rerun since "
                   FUNCTION TRIM(LS-PEND-MASTER(LS-PEND-IDX))
                   " changed"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CM-RESULT) =
               FUNCTION TRIM(LS-PEND-RERUN-RESULT(LS-PEND-IDX))
               ADD 1 TO LS-REPRODUCED-COUNT
               MOVE 0 TO LS-PEND-KEEP(LS-PEND-IDX)
               ADD 1 TO LS-PEND-REMOVED
               DISPLAY "  " CM-PROGRAM " " FUNCTION TRIM(CM-INPUT)
                   ": rerun " LS-PEND-RERUN-START(LS-PEND-IDX)
                   " reproduced the certified answer; cleared"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-AWAITING-COUNT
           DISPLAY "  " CM-PROGRAM " " FUNCTION TRIM(CM-INPUT)
               ": AWAITING RE-SIGN-OFF after "
               FUNCTION TRIM(LS-PEND-MASTER(LS-PEND-IDX)) " changed"
           DISPLAY "    certified: " FUNCTION TRIM(CM-RESULT)
               " (by " CM-SIGNED-BY " on " CM-SIGNED-DATE ")"
           DISPLAY "    rerun:     "
               FUNCTION TRIM(LS-PEND-RERUN-RESULT(LS-PEND-IDX))
           MOVE SPACES TO LS-EXC-KEY
           MOVE CM-INPUT(1:40) TO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING "RERUN AFTER CHANGE TO " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PEND-MASTER(LS-PEND-IDX))
               DELIMITED BY SIZE
               " DIFFERS; RE-SIGN-OFF NEEDED" DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               CM-PROGRAM "W" LS-EXC-KEY LS-EXC-MESSAGE
           .

       LOAD-PENDING-LIST.
           MOVE 0 TO LS-PEND-COUNT
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
                           MOVE 1 TO LS-PEND-KEEP(LS-PEND-COUNT)
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

       REWRITE-PENDING-LIST.
           OPEN OUTPUT FD-PENDING
           IF LS-PENDING-STATUS NOT = "00"
               DISPLAY "CERTIFY: ERROR OPENING " LS-PENDING-PATH
                   " STATUS=" LS-PENDING-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-PEND-IDX FROM 1 BY 1
               UNTIL LS-PEND-IDX > LS-PEND-COUNT
               IF LS-PEND-KEEP(LS-PEND-IDX) = 1
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
               END-IF
           END-PERFORM
           CLOSE FD-PENDING
           .

      *> Run-log line layout, as WRITE-RUN-LOG builds it:
      *> PROGNAME file=path start=ts end=ts result=text
       PARSE-RUNLOG-RECORD.
