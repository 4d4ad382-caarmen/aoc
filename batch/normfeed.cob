       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMFEED.

      *> Normalization pre-step for extracts from senders whose
      *> files carry carriage returns, tabs, trailing blanks, a
      *> byte-order mark or no final newline. The data in such a
      *> file is usually fine, but the PARSE routines, FEEDCHK and
      *> GRIDCHK reject it as malformed. Run as its own control-
      *> file step ahead of the checker and the day program, which
      *> then read the cleaned copy (DEPENDS= on this step):
      *>
      *>     normfeed <extract> [<cleaned-copy>] [CAT=n ...]
      *>
      *> The extract itself is never touched - it stays the
      *> catalogued generation, and the cleaned copy goes beside
      *> it ("<extract>.norm" when no path is given). Each
      *> category of change is counted by the lines it touched:
      *>
      *>     BOM    byte-order mark at the head of the file, dropped
      *>     CR     carriage return in a line, dropped
      *>     TAB    tab character, replaced by one space
      *>     TRAIL  trailing blanks, dropped
      *>     EOL    no newline after the last line, supplied
      *>
      *> and the counts go to SYSOUT and to the change summary
      *> "<cleaned-copy>.summary". A category whose count is over
      *> its limit raises a W exception against the extract, so
      *> the sender is chased to fix the feed rather than quietly
      *> forgiven every night. Limits come from the NORMLIMITS
      *> parameter as "CAT=n" clauses separated by commas (for
      *> example "CR=0,TAB=50"), which clauses on the command line
      *> override for one feed; a category with no limit set
      *> allows none.
      *>
      *> Where the extract has a manifest it must verify first: a
      *> short or altered extract is refused with nothing written,
      *> exactly as DAYBATCH would refuse it. Only then is the
      *> manifest recut for the cleaned copy, so the day step's
      *> own manifest check holds against the file it reads. An
      *> extract without a manifest gives a cleaned copy without
      *> one.
      *>
      *> Returns 0 when the copy is written within the limits, 4
      *> when a limit was exceeded, 8 when the extract does not
      *> match its manifest, 12 on usage and I/O errors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Read a byte at a time: the line ends themselves are what
      *> is being inspected.
           SELECT FD-RAW ASSIGN TO LS-EXTRACT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LS-RAW-STATUS.
           SELECT FD-CLEAN ASSIGN TO LS-CLEAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CLEAN-STATUS.
           SELECT FD-MANIFEST ASSIGN TO LS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MANIFEST-STATUS.
           SELECT FD-SUMMARY ASSIGN TO LS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RAW.
       01  F-RAW-BYTE                     PIC X(1).
       FD  FD-CLEAN.
       01  F-CLEAN-RECORD                 PIC X(4000).
       FD  FD-MANIFEST.
      *> "records=nnnnnnnnn checksum=nnnnnnnnn", as the MANIFEST
      *> program writes it.
       01  F-MANIFEST-RECORD              PIC X(80).
       FD  FD-SUMMARY.
       01  F-SUMMARY-RECORD               PIC X(200).

       LOCAL-STORAGE SECTION.
       01 C-MAX-LINE                      CONSTANT 4000.
       01 C-CATEGORIES                    CONSTANT 5.
       01 C-CAT-BOM                       CONSTANT 1.
       01 C-CAT-CR                        CONSTANT 2.
       01 C-CAT-TAB                       CONSTANT 3.
       01 C-CAT-TRAIL                     CONSTANT 4.
       01 C-CAT-EOL                       CONSTANT 5.
       01 LS-COMMAND-LINE                 PIC X(400).
       01 LS-EXTRACT-PATH                 PIC X(200).
       01 LS-CLEAN-PATH                   PIC X(200).
       01 LS-MANIFEST-PATH                PIC X(209).
       01 LS-SUMMARY-PATH                 PIC X(209).
       01 LS-RAW-STATUS                   PIC X(2).
       01 LS-CLEAN-STATUS                 PIC X(2).
       01 LS-MANIFEST-STATUS              PIC X(2).
       01 LS-SUMMARY-STATUS               PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-SHELL-COMMAND                PIC X(300).
       01 LS-RECORD-PTR                   PIC 9(3).
       01 LS-RECORD-LEN                   PIC 9(3).
       01 LS-TOKEN                        PIC X(200).
       01 LS-TOKEN-NUMBER                 PIC 9(3).
       01 LS-CLAUSE-NAME                  PIC X(10).
       01 LS-CLAUSE-VALUE                 PIC X(10).
       01 LS-NOW                          PIC X(21).
       01 LS-END-TS                       PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).

      *> The categories, their line counts, limits and the first
      *> line each touched - the line to show the sender.
       01 LS-CATEGORY-TABLE.
           05 LS-CATEGORY OCCURS 5 TIMES.
               10 LS-CAT-NAME             PIC X(5).
               10 LS-CAT-LINES            PIC 9(6).
               10 LS-CAT-LIMIT            PIC 9(6).
               10 LS-CAT-FIRST            PIC 9(6).
               10 LS-CAT-HIT              PIC 9(1).
       01 LS-CAT-IDX                      PIC 9(1).
       01 LS-OVER-COUNT                   PIC 9(1) VALUE 0.
       01 LS-CHANGED-LINES                PIC 9(6) VALUE 0.

      *> One line as it arrives and as it leaves.
       01 LS-RAW-LINE                     PIC X(4000).
       01 LS-RAW-LEN                      PIC 9(4) VALUE 0.
       01 LS-OUT-LINE                     PIC X(4000).
       01 LS-OUT-LEN                      PIC 9(4).
       01 LS-CHAR-IDX                     PIC 9(4).
       01 LS-START-IDX                    PIC 9(4).
       01 LS-LINE-NUMBER                  PIC 9(6) VALUE 0.
       01 LS-LINE-CHANGED                 PIC 9(1).
       01 LS-AT-END                       PIC 9(1) VALUE 0.

      *> Manifest figures.
       01 LS-HAS-MANIFEST                 PIC 9(1) VALUE 0.
       01 LS-MANIFEST-RECORDS             PIC 9(9).
       01 LS-MANIFEST-CHECKSUM            PIC 9(9).
       01 LS-ACTUAL-RECORDS               PIC 9(9).
       01 LS-ACTUAL-CHECKSUM              PIC 9(9).
       01 LS-SUM-STATUS                   PIC X(2).
       01 LS-SUM-PATH                     PIC X(200).
       01 LS-MANIFEST-NOTE                PIC X(80).

       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-TEXT                     PIC X(120).
       01 LS-COUNT-DISPLAY                PIC Z(5)9.
       01 LS-LIMIT-DISPLAY                PIC Z(5)9.
       01 LS-LINE-DISPLAY                 PIC Z(5)9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE "BOM"   TO LS-CAT-NAME(C-CAT-BOM)
           MOVE "CR"    TO LS-CAT-NAME(C-CAT-CR)
           MOVE "TAB"   TO LS-CAT-NAME(C-CAT-TAB)
           MOVE "TRAIL" TO LS-CAT-NAME(C-CAT-TRAIL)
           MOVE "EOL"   TO LS-CAT-NAME(C-CAT-EOL)
           PERFORM VARYING LS-CAT-IDX FROM 1 BY 1
               UNTIL LS-CAT-IDX > C-CATEGORIES
               MOVE 0 TO LS-CAT-LINES(LS-CAT-IDX)
                   LS-CAT-LIMIT(LS-CAT-IDX) LS-CAT-FIRST(LS-CAT-IDX)
           END-PERFORM

           CALL "GET-PARAMETER" USING
               "NORMLIMITS          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE TO LS-COMMAND-LINE
           INSPECT LS-COMMAND-LINE REPLACING ALL "," BY " "
           MOVE 100 TO LS-TOKEN-NUMBER
           PERFORM LOAD-LIMIT-CLAUSES

           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO LS-EXTRACT-PATH LS-CLEAN-PATH
           MOVE 0 TO LS-TOKEN-NUMBER
           PERFORM LOAD-LIMIT-CLAUSES
           IF LS-EXTRACT-PATH = SPACES
               DISPLAY "NORMFEED: usage: normfeed <extract> "
                   "[<cleaned-copy>] [CAT=n ...]"
               DISPLAY "NORMFEED:        CAT is BOM, CR, TAB, TRAIL "
                   "or EOL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-CLEAN-PATH = SPACES
               STRING FUNCTION TRIM(LS-EXTRACT-PATH) DELIMITED BY SIZE
                   ".norm" DELIMITED BY SIZE
                   INTO LS-CLEAN-PATH
           END-IF
           STRING FUNCTION TRIM(LS-CLEAN-PATH) DELIMITED BY SIZE
               ".summary" DELIMITED BY SIZE
               INTO LS-SUMMARY-PATH

           PERFORM VERIFY-SOURCE-MANIFEST
           PERFORM NORMALIZE-EXTRACT
           PERFORM RECUT-MANIFEST
           PERFORM CHECK-CATEGORY-LIMITS
           PERFORM WRITE-CHANGE-SUMMARY

           MOVE LS-LINE-NUMBER TO LS-COUNT-DISPLAY
           MOVE LS-CHANGED-LINES TO LS-LINE-DISPLAY
           DISPLAY "NORMFEED: " FUNCTION TRIM(LS-EXTRACT-PATH) " -> "
               FUNCTION TRIM(LS-CLEAN-PATH) ": "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " line(s), "
               FUNCTION TRIM(LS-LINE-DISPLAY) " changed; "
               FUNCTION TRIM(LS-MANIFEST-NOTE)
           MOVE SPACES TO LS-LOG-RESULT
           STRING "lines=" LS-LINE-NUMBER " changed=" LS-CHANGED-LINES
               " bom=" LS-CAT-LINES(C-CAT-BOM)
               " cr=" LS-CAT-LINES(C-CAT-CR)
               " tab=" LS-CAT-LINES(C-CAT-TAB)
               " trail=" LS-CAT-LINES(C-CAT-TRAIL)
               " eol=" LS-CAT-LINES(C-CAT-EOL)
               " over-limit=" LS-OVER-COUNT
               DELIMITED BY SIZE INTO LS-LOG-RESULT
           PERFORM WRITE-LOG-LINE
           IF LS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> "CAT=n" clauses set limits; on the command line the first
      *> two other tokens are the extract and the cleaned copy.
       LOAD-LIMIT-CLAUSES.
           MOVE 1 TO LS-RECORD-PTR
           COMPUTE LS-RECORD-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-COMMAND-LINE TRAILING))
           IF LS-COMMAND-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LS-RECORD-PTR > LS-RECORD-LEN
               MOVE SPACES TO LS-TOKEN
               UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                   INTO LS-TOKEN
                   WITH POINTER LS-RECORD-PTR
               IF LS-TOKEN = SPACES
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO LS-CLAUSE-NAME LS-CLAUSE-VALUE
               UNSTRING LS-TOKEN DELIMITED BY "="
                   INTO LS-CLAUSE-NAME LS-CLAUSE-VALUE
               IF LS-CLAUSE-VALUE NOT = SPACES
                   PERFORM SET-CATEGORY-LIMIT
               ELSE
                   ADD 1 TO LS-TOKEN-NUMBER
                   EVALUATE LS-TOKEN-NUMBER
                       WHEN 1
                           MOVE LS-TOKEN TO LS-EXTRACT-PATH
                       WHEN 2
                           MOVE LS-TOKEN TO LS-CLEAN-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       SET-CATEGORY-LIMIT.
           MOVE FUNCTION UPPER-CASE(LS-CLAUSE-NAME) TO LS-CLAUSE-NAME
           PERFORM VARYING LS-CAT-IDX FROM 1 BY 1
               UNTIL LS-CAT-IDX > C-CATEGORIES
               IF LS-CAT-NAME(LS-CAT-IDX) = LS-CLAUSE-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-CAT-IDX > C-CATEGORIES
               OR FUNCTION TEST-NUMVAL(LS-CLAUSE-VALUE) NOT = 0
               DISPLAY "NORMFEED: not a category limit: "
                   FUNCTION TRIM(LS-TOKEN)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE LS-CAT-LIMIT(LS-CAT-IDX) =
               FUNCTION NUMVAL(LS-CLAUSE-VALUE)
           .

      *> The extract is held to its manifest before anything is
      *> written from it.
       VERIFY-SOURCE-MANIFEST.
           MOVE "no manifest" TO LS-MANIFEST-NOTE
           STRING FUNCTION TRIM(LS-EXTRACT-PATH) DELIMITED BY SIZE
               ".manifest" DELIMITED BY SIZE
               INTO LS-MANIFEST-PATH
           OPEN INPUT FD-MANIFEST
           IF LS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-MANIFEST-RECORD
           READ FD-MANIFEST
               AT END CONTINUE
           END-READ
           CLOSE FD-MANIFEST
           MOVE 1 TO LS-HAS-MANIFEST
           COMPUTE LS-MANIFEST-RECORDS =
               FUNCTION NUMVAL(F-MANIFEST-RECORD(9:9))
           COMPUTE LS-MANIFEST-CHECKSUM =
               FUNCTION NUMVAL(F-MANIFEST-RECORD(28:9))
           MOVE LS-EXTRACT-PATH TO LS-SUM-PATH
           CALL "FILE-CHECKSUM" USING
               LS-SUM-PATH LS-ACTUAL-RECORDS LS-ACTUAL-CHECKSUM
               LS-SUM-STATUS
           IF LS-SUM-STATUS = "00"
               AND LS-ACTUAL-RECORDS = LS-MANIFEST-RECORDS
               AND LS-ACTUAL-CHECKSUM = LS-MANIFEST-CHECKSUM
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NORMFEED: manifest mismatch for "
               FUNCTION TRIM(LS-EXTRACT-PATH)
               "; nothing normalized"
           DISPLAY "NORMFEED:   manifest: records="
               LS-MANIFEST-RECORDS " checksum=" LS-MANIFEST-CHECKSUM
           DISPLAY "NORMFEED:   actual:   records="
               LS-ACTUAL-RECORDS " checksum=" LS-ACTUAL-CHECKSUM
               " (file status " LS-SUM-STATUS ")"
           MOVE LS-EXTRACT-PATH(1:40) TO LS-EXC-KEY
           MOVE "extract does not match its manifest; not normalized"
               TO LS-EXC-TEXT
           CALL "WRITE-EXCEPTION" USING
               "NORMFEED" "E" LS-EXC-KEY LS-EXC-TEXT
           MOVE "refused: extract does not match its manifest"
               TO LS-LOG-RESULT
           PERFORM WRITE-LOG-LINE
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

       NORMALIZE-EXTRACT.
           OPEN INPUT FD-RAW
           IF LS-RAW-STATUS NOT = "00"
               DISPLAY "NORMFEED: ERROR OPENING " LS-EXTRACT-PATH
                   " STATUS=" LS-RAW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-CLEAN
           IF LS-CLEAN-STATUS NOT = "00"
               DISPLAY "NORMFEED: ERROR OPENING " LS-CLEAN-PATH
                   " STATUS=" LS-CLEAN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO LS-RAW-LEN
           PERFORM UNTIL EXIT
               READ FD-RAW
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-RAW-BYTE = X"0A"
                   PERFORM NORMALIZE-ONE-LINE
                   MOVE 0 TO LS-RAW-LEN
               ELSE
                   IF LS-RAW-LEN >= C-MAX-LINE
                       COMPUTE LS-LINE-DISPLAY = LS-LINE-NUMBER + 1
                       DISPLAY "NORMFEED: line "
                           FUNCTION TRIM(LS-LINE-DISPLAY) " of "
                           FUNCTION TRIM(LS-EXTRACT-PATH)
                           " is longer than " C-MAX-LINE " bytes"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO LS-RAW-LEN
                   MOVE F-RAW-BYTE TO LS-RAW-LINE(LS-RAW-LEN:1)
               END-IF
           END-PERFORM
      *> Bytes after the last newline are a last line without one.
           IF LS-RAW-LEN > 0
               MOVE 1 TO LS-AT-END
               PERFORM NORMALIZE-ONE-LINE
           END-IF
           CLOSE FD-RAW
           CLOSE FD-CLEAN
           .

      *> One line: the mark dropped from the head of the file,
      *> carriage returns dropped, tabs made spaces, trailing
      *> blanks trimmed.
       NORMALIZE-ONE-LINE.
           ADD 1 TO LS-LINE-NUMBER
           MOVE 0 TO LS-LINE-CHANGED
           PERFORM VARYING LS-CAT-IDX FROM 1 BY 1
               UNTIL LS-CAT-IDX > C-CATEGORIES
               MOVE 0 TO LS-CAT-HIT(LS-CAT-IDX)
           END-PERFORM
           IF LS-AT-END = 1
               MOVE 1 TO LS-CAT-HIT(C-CAT-EOL)
           END-IF
           MOVE 1 TO LS-START-IDX
           IF LS-LINE-NUMBER = 1 AND LS-RAW-LEN >= 3
               AND LS-RAW-LINE(1:3) = X"EFBBBF"
               MOVE 4 TO LS-START-IDX
               MOVE 1 TO LS-CAT-HIT(C-CAT-BOM)
           END-IF
           MOVE SPACES TO LS-OUT-LINE
           MOVE 0 TO LS-OUT-LEN
           PERFORM VARYING LS-CHAR-IDX FROM LS-START-IDX BY 1
               UNTIL LS-CHAR-IDX > LS-RAW-LEN
               EVALUATE LS-RAW-LINE(LS-CHAR-IDX:1)
                   WHEN X"0D"
                       MOVE 1 TO LS-CAT-HIT(C-CAT-CR)
                   WHEN X"09"
                       MOVE 1 TO LS-CAT-HIT(C-CAT-TAB)
                       ADD 1 TO LS-OUT-LEN
                       MOVE SPACE TO LS-OUT-LINE(LS-OUT-LEN:1)
                   WHEN OTHER
                       ADD 1 TO LS-OUT-LEN
                       MOVE LS-RAW-LINE(LS-CHAR-IDX:1)
                           TO LS-OUT-LINE(LS-OUT-LEN:1)
               END-EVALUATE
           END-PERFORM
           IF LS-OUT-LEN > 0
               IF LS-OUT-LINE(LS-OUT-LEN:1) = SPACE
                   MOVE 1 TO LS-CAT-HIT(C-CAT-TRAIL)
               END-IF
           END-IF
           PERFORM VARYING LS-CAT-IDX FROM 1 BY 1
               UNTIL LS-CAT-IDX > C-CATEGORIES
               IF LS-CAT-HIT(LS-CAT-IDX) = 1
                   PERFORM COUNT-CATEGORY-LINE
                   MOVE 1 TO LS-LINE-CHANGED
               END-IF
           END-PERFORM
           IF LS-LINE-CHANGED = 1
               ADD 1 TO LS-CHANGED-LINES
           END-IF
           MOVE LS-OUT-LINE TO F-CLEAN-RECORD
           WRITE F-CLEAN-RECORD
           .

       COUNT-CATEGORY-LINE.
           ADD 1 TO LS-CAT-LINES(LS-CAT-IDX)
           IF LS-CAT-FIRST(LS-CAT-IDX) = 0
               MOVE LS-LINE-NUMBER TO LS-CAT-FIRST(LS-CAT-IDX)
           END-IF
           .

      *> A verified extract passes its manifest on to the cleaned
      *> copy; without one, no stale manifest is left beside it.
       RECUT-MANIFEST.
           MOVE SPACES TO LS-MANIFEST-PATH
           STRING FUNCTION TRIM(LS-CLEAN-PATH) DELIMITED BY SIZE
               ".manifest" DELIMITED BY SIZE
               INTO LS-MANIFEST-PATH
           IF LS-HAS-MANIFEST = 0
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-MANIFEST-PATH) DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
               CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CLEAN-PATH TO LS-SUM-PATH
           CALL "FILE-CHECKSUM" USING
               LS-SUM-PATH LS-ACTUAL-RECORDS LS-ACTUAL-CHECKSUM
               LS-SUM-STATUS
           OPEN OUTPUT FD-MANIFEST
           IF LS-MANIFEST-STATUS NOT = "00"
               DISPLAY "NORMFEED: ERROR OPENING " LS-MANIFEST-PATH
                   " STATUS=" LS-MANIFEST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-MANIFEST-RECORD
           STRING "records=" DELIMITED BY SIZE
               LS-ACTUAL-RECORDS DELIMITED BY SIZE
               " checksum=" DELIMITED BY SIZE
               LS-ACTUAL-CHECKSUM DELIMITED BY SIZE
               INTO F-MANIFEST-RECORD
           WRITE F-MANIFEST-RECORD
           CLOSE FD-MANIFEST
           MOVE SPACES TO LS-MANIFEST-NOTE
           STRING "manifest verified and recut as " DELIMITED BY SIZE
               FUNCTION TRIM(LS-MANIFEST-PATH) DELIMITED BY SIZE
               INTO LS-MANIFEST-NOTE
           .

       CHECK-CATEGORY-LIMITS.
           PERFORM VARYING LS-CAT-IDX FROM 1 BY 1
               UNTIL LS-CAT-IDX > C-CATEGORIES
               IF LS-CAT-LINES(LS-CAT-IDX) > LS-CAT-LIMIT(LS-CAT-IDX)
                   ADD 1 TO LS-OVER-COUNT
                   MOVE LS-CAT-LINES(LS-CAT-IDX) TO LS-COUNT-DISPLAY
                   MOVE LS-CAT-LIMIT(LS-CAT-IDX) TO LS-LIMIT-DISPLAY
                   MOVE LS-CAT-FIRST(LS-CAT-IDX) TO LS-LINE-DISPLAY
                   MOVE SPACES TO LS-EXC-TEXT
                   STRING FUNCTION TRIM(LS-CAT-NAME(LS-CAT-IDX))
                       DELIMITED BY SIZE
                       " normalized on " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-COUNT-DISPLAY)
                       DELIMITED BY SIZE
                       " line(s), limit " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-LIMIT-DISPLAY)
                       DELIMITED BY SIZE
                       ", first at line " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-LINE-DISPLAY)
                       DELIMITED BY SIZE
                       INTO LS-EXC-TEXT
                   DISPLAY "NORMFEED: " FUNCTION TRIM(LS-EXC-TEXT)
                   MOVE LS-EXTRACT-PATH(1:40) TO LS-EXC-KEY
                   CALL "WRITE-EXCEPTION" USING
                       "NORMFEED" "W" LS-EXC-KEY LS-EXC-TEXT
               END-IF
           END-PERFORM
           .

       WRITE-CHANGE-SUMMARY.
           OPEN OUTPUT FD-SUMMARY
           IF LS-SUMMARY-STATUS NOT = "00"
               DISPLAY "NORMFEED: ERROR OPENING " LS-SUMMARY-PATH
                   " STATUS=" LS-SUMMARY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-SUMMARY-RECORD
           STRING "NORMFEED " LS-NOW(1:14) DELIMITED BY SIZE
               INTO F-SUMMARY-RECORD
           WRITE F-SUMMARY-RECORD
           MOVE SPACES TO F-SUMMARY-RECORD
           STRING "SOURCE   " DELIMITED BY SIZE
               FUNCTION TRIM(LS-EXTRACT-PATH) DELIMITED BY SIZE
               INTO F-SUMMARY-RECORD
           WRITE F-SUMMARY-RECORD
           MOVE SPACES TO F-SUMMARY-RECORD
           STRING "CLEANED  " DELIMITED BY SIZE
               FUNCTION TRIM(LS-CLEAN-PATH) DELIMITED BY SIZE
               INTO F-SUMMARY-RECORD
           WRITE F-SUMMARY-RECORD
           MOVE SPACES TO F-SUMMARY-RECORD
           STRING "MANIFEST " DELIMITED BY SIZE
               FUNCTION TRIM(LS-MANIFEST-NOTE) DELIMITED BY SIZE
               INTO F-SUMMARY-RECORD
           WRITE F-SUMMARY-RECORD
           MOVE SPACES TO F-SUMMARY-RECORD
           STRING "LINES    " LS-LINE-NUMBER " CHANGED "
               LS-CHANGED-LINES DELIMITED BY SIZE
               INTO F-SUMMARY-RECORD
           WRITE F-SUMMARY-RECORD
           MOVE "CATEGORY LINES  LIMIT  FIRST-LINE"
               TO F-SUMMARY-RECORD
           WRITE F-SUMMARY-RECORD
           PERFORM VARYING LS-CAT-IDX FROM 1 BY 1
               UNTIL LS-CAT-IDX > C-CATEGORIES
               MOVE SPACES TO F-SUMMARY-RECORD
               STRING LS-CAT-NAME(LS-CAT-IDX) "    "
                   LS-CAT-LINES(LS-CAT-IDX) " "
                   LS-CAT-LIMIT(LS-CAT-IDX) " "
                   LS-CAT-FIRST(LS-CAT-IDX)
                   DELIMITED BY SIZE INTO F-SUMMARY-RECORD
               IF LS-CAT-LINES(LS-CAT-IDX) > LS-CAT-LIMIT(LS-CAT-IDX)
                   MOVE "     OVER LIMIT" TO F-SUMMARY-RECORD(35:15)
               END-IF
               WRITE F-SUMMARY-RECORD
               IF LS-CAT-LINES(LS-CAT-IDX) > 0
                   MOVE LS-CAT-LINES(LS-CAT-IDX) TO LS-COUNT-DISPLAY
                   DISPLAY "NORMFEED:   " LS-CAT-NAME(LS-CAT-IDX)
                       " " LS-COUNT-DISPLAY " line(s)"
               END-IF
           END-PERFORM
           CLOSE FD-SUMMARY
           .

       WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               "NORMFEED" LS-EXTRACT-PATH(1:100) LS-NOW LS-END-TS
               LS-LOG-RESULT
           .
       END PROGRAM NORMFEED.
