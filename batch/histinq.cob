      *>
      *> The master path follows HISTLOAD: "history.master", or
      *> the HISTMASTER environment variable.
      *>
      *> PROG and DATES show, under each program/date, the
      *> operator shift log entries whose link resolves to that
      *> run (RUN= and EXC= links; see WRITE-OPERATOR-LOG), so the
      *> hold or manual restart is read beside the run it touched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS LS-HISTORY-STATUS.
           SELECT FD-OPLOG ASSIGN TO LS-OPLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-OPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-HISTORY.
       COPY "history" IN "batch".
       FD  FD-OPLOG.
       COPY "oplog" IN "batch".

       LOCAL-STORAGE SECTION.
       01 C-MAX-WORST                    CONSTANT 20.
       01 C-MAX-NOTES                    CONSTANT 500.
       01 LS-COMMAND-LINE                 PIC X(60).
       01 LS-MODE                         PIC X(5).
       01 LS-ARG-1                        PIC X(10).
           05 LS-WORST-RECORD            PIC X(264).
       01 LS-ELAPSED-DISPLAY              PIC Z(5)9.
       01 LS-RECORDS-DISPLAY              PIC Z(8)9.
       01 LS-OPLOG-PATH                   PIC X(100).
       01 LS-OPLOG-STATUS                 PIC X(2).
      *> Operator-log entries that resolve to a run, in file order.
       01 LS-NOTE-COUNT                   PIC 9(4) VALUE 0.
       01 LS-NOTE-TABLE OCCURS 1 TO C-MAX-NOTES TIMES
           DEPENDING ON LS-NOTE-COUNT.
           05 LS-NOTE-PROGRAM            PIC X(8).
           05 LS-NOTE-RUN-DATE           PIC X(8).
           05 LS-NOTE-LINE               PIC X(132).
       01 LS-NOTE-IDX                     PIC 9(4).

       PROCEDURE DIVISION.

               STOP RUN
           END-IF

           PERFORM LOAD-OPERATOR-NOTES

           EVALUATE LS-MODE
               WHEN "PROG"
                   PERFORM INQUIRE-BY-PROGRAM
               " W=" HM-EXC-WARNINGS
               " " HM-DISPOSITION
           DISPLAY "    " FUNCTION TRIM(HM-RESULT)
           PERFORM VARYING LS-NOTE-IDX FROM 1 BY 1
               UNTIL LS-NOTE-IDX > LS-NOTE-COUNT
               IF LS-NOTE-PROGRAM(LS-NOTE-IDX) = HM-PROGRAM
                   AND LS-NOTE-RUN-DATE(LS-NOTE-IDX) = HM-RUN-DATE
                   DISPLAY "    OPLOG "
                       FUNCTION TRIM(LS-NOTE-LINE(LS-NOTE-IDX))
               END-IF
           END-PERFORM
           .

      *> The operator log is optional: no log, no notes.
       LOAD-OPERATOR-NOTES.
           CALL "GET-PARAMETER" USING
               "OPLOG               " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-OPLOG-PATH
           IF LS-OPLOG-PATH = SPACES
               MOVE "operator.log" TO LS-OPLOG-PATH
           END-IF
           OPEN INPUT FD-OPLOG
           IF LS-OPLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-OPLOG
                   AT END
                       EXIT PERFORM
               END-READ
               IF OL-PROGRAM NOT = SPACES
                   AND LS-NOTE-COUNT < C-MAX-NOTES
                   ADD 1 TO LS-NOTE-COUNT
                   MOVE OL-PROGRAM TO LS-NOTE-PROGRAM(LS-NOTE-COUNT)
                   MOVE OL-RUN-DATE
                       TO LS-NOTE-RUN-DATE(LS-NOTE-COUNT)
                   MOVE SPACES TO LS-NOTE-LINE(LS-NOTE-COUNT)
                   STRING OL-TIMESTAMP " " DELIMITED BY SIZE
                       FUNCTION TRIM(OL-OPERATOR) DELIMITED BY SIZE
                       " " OL-CATEGORY " " DELIMITED BY SIZE
                       FUNCTION TRIM(OL-LINK-KIND) DELIMITED BY SIZE
                       "=" DELIMITED BY SIZE
                       FUNCTION TRIM(OL-LINK) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(OL-TEXT) DELIMITED BY SIZE
                       INTO LS-NOTE-LINE(LS-NOTE-COUNT)
               END-IF
           END-PERFORM
           CLOSE FD-OPLOG
           .
       END PROGRAM HISTINQ.
