      *> only need 7, which is why retention is per class. An
      *> archive inventory is printed at the end.
      *>
      *> The JOURNAL class names the journal the same way RUNLOG
      *> names the run log, with a retention in days: frames
      *> stamped before then are moved out of the live journal to
      *> "journal.trimmed.dat" in the dated archive directory.
      *>
      *> The report archive catalog (see REPORT-CATALOG) follows
      *> the files: a report moved into the archive is repointed
      *> there, and a purged one leaves the catalog with it, so
      *> REPRINT never finds an entry for a file that is gone.
      *>
      *> Anything under a legal hold (see HOLD-CHECK) is left where
      *> it is - a held file is neither archived nor purged, a held
      *> journal frame stays in the live journal - and each item
      *> skipped is named, with its hold, in the output.
      *>
      *> Command-line arguments (optional, in order):
      *> config path (default batch/housekeep.cfg), archive root
      *> directory (default archive).
           SELECT FD-TRIM ASSIGN TO LS-TRIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-TRIM-STATUS.
           SELECT FD-SCAN ASSIGN TO LS-SCAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SCAN-STATUS.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-JOURNAL-STATUS.
           SELECT FD-JRN-KEEP ASSIGN TO LS-JRN-KEEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-JRN-KEEP-STATUS.
           SELECT FD-JRN-TRIM ASSIGN TO LS-JRN-TRIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-JRN-TRIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-TRIM.
       01  F-TRIM-RECORD                  PIC X(400).

       FD  FD-SCAN.
       01  F-SCAN-RECORD                  PIC X(200).

       FD  FD-JOURNAL.
       01  F-JOURNAL-RECORD               PIC X(3010).

       FD  FD-JRN-KEEP.
       01  F-JRN-KEEP-RECORD              PIC X(3010).

       FD  FD-JRN-TRIM.
       01  F-JRN-TRIM-RECORD              PIC X(3010).

       LOCAL-STORAGE SECTION.
       01 C-MAX-CLASSES                  CONSTANT 30.
       01 LS-COMMAND-LINE                 PIC X(200).
       01 LS-LINE-NUMBER                  PIC 9(8).
       01 LS-TRIM-BOUNDARY                PIC 9(8).
       01 LS-ARCHIVED-LINES               PIC 9(8) VALUE 0.
       01 LS-SCAN-PATH                    PIC X(30)
           VALUE "housekeep.scan.tmp".
       01 LS-SCAN-STATUS                  PIC X(2).
       01 LS-FILE-ACTION                  PIC X(8).
       01 LS-HOLD-KIND                    PIC X(8).
       01 LS-HOLD-ITEM                    PIC X(200).
       01 LS-HOLD-QUALIFIER               PIC X(20).
       01 LS-HOLD-ID                      PIC X(6).
       01 LS-HOLD-STATUS                  PIC X(2).
       01 LS-HELD-COUNT                   PIC 9(6) VALUE 0.
       01 LS-JOURNAL-PATH                 PIC X(100).
       01 LS-JOURNAL-STATUS               PIC X(2).
       01 LS-JOURNAL-KEEP-DAYS            PIC 9(5) VALUE 0.
       01 LS-JRN-KEEP-PATH                PIC X(110).
       01 LS-JRN-KEEP-STATUS              PIC X(2).
       01 LS-JRN-TRIM-PATH                PIC X(120).
       01 LS-JRN-TRIM-STATUS              PIC X(2).
       01 LS-JRN-CUTOFF                   PIC 9(8).
       01 LS-JRN-TAG                      PIC X(6).
       01 LS-JRN-TS                       PIC X(21).
       01 LS-JRN-PROGRAM                  PIC X(8).
       01 LS-JRN-PATH                     PIC X(200).
      *> 1 while the lines of a frame being trimmed are read.
       01 LS-JRN-TRIMMING                 PIC 9(1) VALUE 0.
       01 LS-JRN-TRIMMED-FRAMES           PIC 9(7) VALUE 0.
       01 LS-JRN-HELD-FRAMES              PIC 9(7) VALUE 0.
       01 LS-BASE-POS                     PIC 9(3).
       01 LS-CAT-NEW-PATH                 PIC X(132).
       01 LS-CAT-STATUS                   PIC X(2).
       COPY "rptcat" IN "batch".

       PROCEDURE DIVISION.


           PERFORM VARYING LS-CLASS-IDX FROM 1 BY 1
               UNTIL LS-CLASS-IDX > LS-CLASS-COUNT
               EVALUATE LS-CLASS-NAME(LS-CLASS-IDX)
                   WHEN "RUNLOG"
                       PERFORM TRIM-RUN-LOG
                   WHEN "JOURNAL"
                       PERFORM TRIM-JOURNAL
                   WHEN OTHER
                       PERFORM ARCHIVE-ONE-CLASS
                       PERFORM PURGE-ONE-CLASS
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCAN-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           CALL "REPORT-CATALOG" USING "END  " REPORT-CATALOG-RECORD
               LS-CAT-NEW-PATH LS-CAT-STATUS
           IF LS-HELD-COUNT > 0
               DISPLAY "HOUSEKEEP: " LS-HELD-COUNT
                   " held item(s) skipped"
           END-IF

           DISPLAY "HOUSEKEEP: archive inventory for "
               FUNCTION TRIM(LS-ARCHIVE-DIR) ":"
                                 LS-CLASS-RETENTION(LS-CLASS-COUNT)
                                   TO LS-RUNLOG-KEEP
                           END-IF
                           IF LS-CLASS-NAME(LS-CLASS-COUNT) =
                               "JOURNAL"
                               MOVE LS-CLASS-PATTERN(LS-CLASS-COUNT)
                                   TO LS-JOURNAL-PATH
                               MOVE
                                 LS-CLASS-RETENTION(LS-CLASS-COUNT)
                                   TO LS-JOURNAL-KEEP-DAYS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *> Move the night's matching side files under the dated
      *> archive directory. The archive tree itself is pruned from
      *> the search so yesterday's archive is never re-archived.
      *> The candidates are listed first so each can be checked
      *> against the hold register before it is moved.
       ARCHIVE-ONE-CLASS.
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "find . -path ./" DELIMITED BY SIZE
               " -prune -o -type f -name '" DELIMITED BY SIZE
               FUNCTION TRIM(LS-CLASS-PATTERN(LS-CLASS-IDX))
                   DELIMITED BY SIZE
               "' -print > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCAN-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           DISPLAY "HOUSEKEEP: archiving class "
               FUNCTION TRIM(LS-CLASS-NAME(LS-CLASS-IDX))
               " (" FUNCTION TRIM(LS-CLASS-PATTERN(LS-CLASS-IDX))
               ")"
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           MOVE "archived" TO LS-FILE-ACTION
           PERFORM ACT-ON-SCANNED-FILES
           .

       PURGE-ONE-CLASS.
                   DELIMITED BY SIZE
               "' -mtime +" DELIMITED BY SIZE
               LS-CLASS-RETENTION(LS-CLASS-IDX) DELIMITED BY SIZE
               " -print > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCAN-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           MOVE "purged" TO LS-FILE-ACTION
           PERFORM ACT-ON-SCANNED-FILES
           .

       ACT-ON-SCANNED-FILES.
           OPEN INPUT FD-SCAN
           IF LS-SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-SCAN
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-SCAN-RECORD NOT = SPACES
                           PERFORM ACT-ON-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-SCAN
           .

       ACT-ON-ONE-FILE.
           MOVE "FILE" TO LS-HOLD-KIND
           MOVE F-SCAN-RECORD TO LS-HOLD-ITEM
           MOVE SPACES TO LS-HOLD-QUALIFIER
           CALL "HOLD-CHECK" USING LS-HOLD-KIND LS-HOLD-ITEM
               LS-HOLD-QUALIFIER LS-HOLD-ID LS-HOLD-STATUS
           IF LS-HOLD-STATUS = "00"
               ADD 1 TO LS-HELD-COUNT
               DISPLAY "HOUSEKEEP: held, not "
                   FUNCTION TRIM(LS-FILE-ACTION) ": "
                   FUNCTION TRIM(F-SCAN-RECORD)
                   " (hold " LS-HOLD-ID ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-SHELL-COMMAND
           IF LS-FILE-ACTION = "archived"
               STRING "mv '" DELIMITED BY SIZE
                   FUNCTION TRIM(F-SCAN-RECORD) DELIMITED BY SIZE
                   "' " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-ARCHIVE-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           ELSE
               STRING "rm -f '" DELIMITED BY SIZE
                   FUNCTION TRIM(F-SCAN-RECORD) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           END-IF
           DISPLAY FUNCTION TRIM(F-SCAN-RECORD)
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           PERFORM FOLLOW-IN-REPORT-CATALOG
           .

      *> Repoint or drop any report catalog entries for the file.
       FOLLOW-IN-REPORT-CATALOG.
           MOVE SPACES TO REPORT-CATALOG-RECORD
           MOVE F-SCAN-RECORD TO RC-PATH
           MOVE SPACES TO LS-CAT-NEW-PATH
           IF LS-FILE-ACTION = "archived"
               PERFORM VARYING LS-BASE-POS FROM 200 BY -1
                   UNTIL LS-BASE-POS = 0
                       OR F-SCAN-RECORD(LS-BASE-POS:1) = "/"
                   CONTINUE
               END-PERFORM
               STRING FUNCTION TRIM(LS-ARCHIVE-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(F-SCAN-RECORD(LS-BASE-POS + 1:))
                       DELIMITED BY SIZE
                   INTO LS-CAT-NEW-PATH
               CALL "REPORT-CATALOG" USING "MOVE " REPORT-CATALOG-RECORD
                   LS-CAT-NEW-PATH LS-CAT-STATUS
           ELSE
               CALL "REPORT-CATALOG" USING "DROP " REPORT-CATALOG-RECORD
                   LS-CAT-NEW-PATH LS-CAT-STATUS
           END-IF
           .

      *> Trim the run log to its configured tail: pass one counts
               FUNCTION TRIM(LS-TRIM-PATH) ", "
               LS-RUNLOG-KEEP " kept"
           .

      *> Trim the journal to its retention: a frame (JRNHDR through
      *> JRNEND) or override line stamped before the cutoff goes to
      *> the dated archive unless it is held, everything else is
      *> written back to the live journal, replaced in one move as
      *> the run log is.
       TRIM-JOURNAL.
           COMPUTE LS-JRN-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LS-RUN-DATE))
               - LS-JOURNAL-KEEP-DAYS)
           OPEN INPUT FD-JOURNAL
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "HOUSEKEEP: no journal at "
                   FUNCTION TRIM(LS-JOURNAL-PATH) "; skipping trim"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-JRN-KEEP-PATH
           STRING FUNCTION TRIM(LS-JOURNAL-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO LS-JRN-KEEP-PATH
           MOVE SPACES TO LS-JRN-TRIM-PATH
           STRING FUNCTION TRIM(LS-ARCHIVE-DIR) DELIMITED BY SIZE
               "/journal.trimmed.dat" DELIMITED BY SIZE
               INTO LS-JRN-TRIM-PATH
           OPEN OUTPUT FD-JRN-KEEP
           IF LS-JRN-KEEP-STATUS NOT = "00"
               DISPLAY "HOUSEKEEP: ERROR OPENING " LS-JRN-KEEP-PATH
                   " STATUS=" LS-JRN-KEEP-STATUS
               CLOSE FD-JOURNAL
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FD-JRN-TRIM
           IF LS-JRN-TRIM-STATUS = "05" OR LS-JRN-TRIM-STATUS = "35"
               OPEN OUTPUT FD-JRN-TRIM
           END-IF
           IF LS-JRN-TRIM-STATUS NOT = "00"
               DISPLAY "HOUSEKEEP: ERROR OPENING " LS-JRN-TRIM-PATH
                   " STATUS=" LS-JRN-TRIM-STATUS
               CLOSE FD-JOURNAL FD-JRN-KEEP
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-JRN-TRIMMING
           PERFORM UNTIL EXIT
               READ FD-JOURNAL
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TRIM-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE FD-JOURNAL FD-JRN-KEEP FD-JRN-TRIM
           MOVE SPACES TO LS-SHELL-COMMAND
           IF LS-JRN-TRIMMED-FRAMES = 0
               STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-JRN-KEEP-PATH) DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           ELSE
               STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-JRN-KEEP-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-JOURNAL-PATH) DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           END-IF
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           DISPLAY "HOUSEKEEP: journal trimmed; "
               LS-JRN-TRIMMED-FRAMES " frame(s) before "
               LS-JRN-CUTOFF " archived to "
               FUNCTION TRIM(LS-JRN-TRIM-PATH) ", "
               LS-JRN-HELD-FRAMES " held frame(s) kept"
           .

       TRIM-ONE-JOURNAL-LINE.
           MOVE F-JOURNAL-RECORD(1:6) TO LS-JRN-TAG
           IF LS-JRN-TAG = "JRNHDR" OR LS-JRN-TAG = "JRNOVR"
               MOVE 0 TO LS-JRN-TRIMMING
               MOVE SPACES TO LS-JRN-TS LS-JRN-PROGRAM LS-JRN-PATH
               UNSTRING F-JOURNAL-RECORD DELIMITED BY ALL " "
                   INTO LS-JRN-TAG LS-JRN-TS LS-JRN-PROGRAM
                       LS-JRN-PATH
               IF LS-JRN-TS(1:8) < LS-JRN-CUTOFF
                   MOVE "JOURNAL" TO LS-HOLD-KIND
                   MOVE LS-JRN-PATH TO LS-HOLD-ITEM
                   MOVE LS-JRN-TS(1:8) TO LS-HOLD-QUALIFIER
                   CALL "HOLD-CHECK" USING LS-HOLD-KIND
                       LS-HOLD-ITEM LS-HOLD-QUALIFIER LS-HOLD-ID
                       LS-HOLD-STATUS
                   IF LS-HOLD-STATUS = "00"
                       ADD 1 TO LS-JRN-HELD-FRAMES LS-HELD-COUNT
                       DISPLAY "HOUSEKEEP: held, not trimmed: "
                           "journal frame " LS-JRN-TS(1:14) " "
                           FUNCTION TRIM(LS-JRN-PROGRAM) " "
                           FUNCTION TRIM(LS-JRN-PATH)
                           " (hold " LS-HOLD-ID ")"
                   ELSE
                       MOVE 1 TO LS-JRN-TRIMMING
                       ADD 1 TO LS-JRN-TRIMMED-FRAMES
                   END-IF
               END-IF
           END-IF
           IF LS-JRN-TRIMMING = 1
               MOVE F-JOURNAL-RECORD TO F-JRN-TRIM-RECORD
               WRITE F-JRN-TRIM-RECORD
           ELSE
               MOVE F-JOURNAL-RECORD TO F-JRN-KEEP-RECORD
               WRITE F-JRN-KEEP-RECORD
           END-IF
           IF LS-JRN-TAG = "JRNEND" OR LS-JRN-TAG = "JRNOVR"
               MOVE 0 TO LS-JRN-TRIMMING
           END-IF
           .
