       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPLOG.

      *> Command-line front end to the operator shift log. Holds,
      *> manual restarts, restores and overrides used to leave no
      *> trace but the operator's memory; the morning after, nobody
      *> could say why a step was rerun or who released it. The
      *> log keeps the reasoning, tied to what it was about:
      *>
      *>     oplog ADD <category> [RUN=<run-id> | STEP=<step> |
      *>               EXC=<timestamp14>/<program>] <text...>
      *>         record an entry. Categories: HOLD, RESTART,
      *>         RESTORE, OVERRIDE, OBSERVATION. The link is
      *>         optional; the text is everything after it.
      *>     oplog LIST [yyyymmdd]
      *>         the day's entries (default today).
      *>
      *> Entries are written by WRITE-OPERATOR-LOG, which CONSOLE
      *> calls too; HANDOVER carries the night's entries and
      *> HISTINQ shows them against the runs they name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-OPLOG ASSIGN TO LS-OPLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-OPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-OPLOG.
       COPY "oplog" IN "batch".

       LOCAL-STORAGE SECTION.
       01 LS-COMMAND-LINE                 PIC X(260).
       01 LS-MODE                         PIC X(5).
       01 LS-ARG-CATEGORY                 PIC X(11).
       01 LS-ARG-TOKEN                    PIC X(60).
       01 LS-ARG-LINK                     PIC X(60).
       01 LS-ARG-TEXT                     PIC X(120).
       01 LS-TEXT-PTR                     PIC 9(4).
       01 LS-TOKEN-PTR                    PIC 9(4).
       01 LS-EQUALS-COUNT                 PIC 9(3).
       01 LS-WRITE-STATUS                 PIC X(2).
       01 LS-LIST-DATE                    PIC X(8).
       01 LS-OPLOG-PATH                   PIC X(100).
       01 LS-OPLOG-STATUS                 PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-LISTED-COUNT                 PIC 9(5) VALUE 0.
       01 LS-LINK-TEXT                    PIC X(80).
       01 LS-EOF                          PIC 9 VALUE 0.
       01 LS-NOW                          PIC X(21).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           MOVE 1 TO LS-TEXT-PTR
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-ARG-CATEGORY
               WITH POINTER LS-TEXT-PTR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(LS-MODE) TO LS-MODE

           EVALUATE LS-MODE
               WHEN "ADD"
                   PERFORM ADD-ENTRY
               WHEN "LIST"
                   MOVE LS-ARG-CATEGORY(1:8) TO LS-LIST-DATE
                   IF LS-LIST-DATE = SPACES
                       MOVE LS-NOW(1:8) TO LS-LIST-DATE
                   END-IF
                   PERFORM LIST-ENTRIES
               WHEN OTHER
                   DISPLAY "OPLOG: usage: oplog ADD <category> "
                       "[RUN=id|STEP=name|EXC=timestamp/program] "
                       "<text>"
                   DISPLAY "OPLOG:        oplog LIST [yyyymmdd]"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> The token after the category is a link only if it has the
      *> KIND=value shape; otherwise it is the first word of text.
       ADD-ENTRY.
           MOVE SPACES TO LS-ARG-LINK
           MOVE SPACES TO LS-ARG-TOKEN
           MOVE LS-TEXT-PTR TO LS-TOKEN-PTR
           IF LS-TOKEN-PTR <= FUNCTION LENGTH(LS-COMMAND-LINE)
               UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                   INTO LS-ARG-TOKEN
                   WITH POINTER LS-TOKEN-PTR
               END-UNSTRING
           END-IF
           MOVE 0 TO LS-EQUALS-COUNT
           INSPECT LS-ARG-TOKEN TALLYING LS-EQUALS-COUNT FOR ALL "="
           IF LS-EQUALS-COUNT > 0
               MOVE LS-ARG-TOKEN TO LS-ARG-LINK
               MOVE LS-TOKEN-PTR TO LS-TEXT-PTR
           END-IF
           MOVE SPACES TO LS-ARG-TEXT
           IF LS-TEXT-PTR <= FUNCTION LENGTH(LS-COMMAND-LINE)
               MOVE LS-COMMAND-LINE(LS-TEXT-PTR:) TO LS-ARG-TEXT
           END-IF
           IF LS-ARG-CATEGORY = SPACES OR LS-ARG-TEXT = SPACES
               DISPLAY "OPLOG: ADD needs a category and the text "
                   "of the entry"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "WRITE-OPERATOR-LOG" USING
               LS-ARG-CATEGORY LS-ARG-LINK LS-ARG-TEXT
               LS-WRITE-STATUS
           EVALUATE LS-WRITE-STATUS
               WHEN "00"
                   DISPLAY "OPLOG: entry recorded"
               WHEN "CT"
                   DISPLAY "OPLOG: category must be HOLD, RESTART, "
                       "RESTORE, OVERRIDE or OBSERVATION"
                   MOVE 12 TO RETURN-CODE
               WHEN "LK"
                   DISPLAY "OPLOG: link must be RUN=<run-id>, "
                       "STEP=<step> or EXC=<timestamp14>/<program>"
                   MOVE 12 TO RETURN-CODE
               WHEN "RN"
                   DISPLAY "OPLOG: "
                       FUNCTION TRIM(LS-ARG-LINK)
                       " names no run on the run log; entry not "
                       "recorded"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "OPLOG: cannot write the operator log"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

       LIST-ENTRIES.
           CALL "GET-PARAMETER" USING
               "OPLOG               " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-OPLOG-PATH
           IF LS-OPLOG-PATH = SPACES
               MOVE "operator.log" TO LS-OPLOG-PATH
           END-IF
           DISPLAY "OPERATOR LOG FOR " LS-LIST-DATE
           OPEN INPUT FD-OPLOG
           IF LS-OPLOG-STATUS NOT = "00"
               DISPLAY "  (no operator log)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LS-EOF = 1
               READ FD-OPLOG
                   AT END
                       MOVE 1 TO LS-EOF
                   NOT AT END
                       IF OL-TIMESTAMP(1:8) = LS-LIST-DATE
                           PERFORM DISPLAY-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-OPLOG
           IF LS-LISTED-COUNT = 0
               DISPLAY "  (no entries)"
           END-IF
           .

       DISPLAY-ONE-ENTRY.
           ADD 1 TO LS-LISTED-COUNT
           MOVE SPACES TO LS-LINK-TEXT
           IF OL-LINK-KIND NOT = "-"
               STRING FUNCTION TRIM(OL-LINK-KIND) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(OL-LINK) DELIMITED BY SIZE
                   INTO LS-LINK-TEXT
           END-IF
           DISPLAY "  " OL-TIMESTAMP(9:2) ":" OL-TIMESTAMP(11:2)
               " " FUNCTION TRIM(OL-OPERATOR)
               " " OL-CATEGORY " " FUNCTION TRIM(LS-LINK-TEXT)
           DISPLAY "      " FUNCTION TRIM(OL-TEXT)
           .
       END PROGRAM OPLOG.
