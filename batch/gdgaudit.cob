      *> beyond each dataset's keep count; without it the audit
      *> only reports. Returns 8 when any missing generation was
      *> found, 4 for orphans only.
      *>
      *> Legal holds (HOLD, HOLD-CHECK) are honoured and checked: a
      *> held generation outside the keep window is reported as
      *> held rather than as an orphan and is never purged, and
      *> every hold in force is verified - the held dataset still
      *> catalogued, the held generation or file still on disk, the
      *> held journal frames still in the journal. A held item gone
      *> missing is an E exception and counts as missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FD-SCAN ASSIGN TO LS-SCAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SCAN-STATUS.
           SELECT FD-REGISTER ASSIGN TO LS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REGISTER-STATUS.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  F-PROBE-RECORD                 PIC X(1).
       FD  FD-SCAN.
       01  F-SCAN-RECORD                  PIC X(200).
       FD  FD-REGISTER.
       01  F-REGISTER-RECORD              PIC X(400).
       FD  FD-JOURNAL.
       01  F-JOURNAL-RECORD               PIC X(3010).

       LOCAL-STORAGE SECTION.
       01 LS-COMMAND-LINE                 PIC X(100).
       01 LS-GAP-COUNT                    PIC 9(6) VALUE 0.
       01 LS-PURGED-COUNT                 PIC 9(6) VALUE 0.
       01 LS-ENTRY-COUNT                  PIC 9(4) VALUE 0.
       01 LS-HOLD-KIND                    PIC X(8).
       01 LS-HOLD-ITEM                    PIC X(200).
       01 LS-HOLD-QUALIFIER               PIC X(20).
       01 LS-HOLD-ID                      PIC X(6).
       01 LS-HOLD-STATUS                  PIC X(2).
       01 LS-HELD-COUNT                   PIC 9(6) VALUE 0.
       01 LS-HOLDS-VERIFIED               PIC 9(6) VALUE 0.
       01 LS-HOLDS-MISSING                PIC 9(6) VALUE 0.
       01 LS-REGISTER-PATH                PIC X(100).
       01 LS-REGISTER-STATUS              PIC X(2).
       01 LS-JOURNAL-PATH                 PIC X(100).
       01 LS-JOURNAL-STATUS               PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-TODAY                        PIC X(8).
       01 LS-REG-ID                       PIC X(6).
       01 LS-REG-STATE                    PIC X(8).
       01 LS-REG-KIND                     PIC X(8).
       01 LS-REG-ITEM                     PIC X(120).
       01 LS-REG-QUALIFIER                PIC X(20).
       01 LS-REG-UNTIL                    PIC X(8).
       01 LS-GDG-NAME                     PIC X(40).
       01 LS-GDG-RELATIVE                 PIC S9(3) VALUE 0.
       01 LS-GDG-PATH                     PIC X(200).
       01 LS-GDG-STATUS                   PIC X(2).
       01 LS-GDG-LEN                      PIC 9(3).
       01 LS-HOLD-PRESENT                 PIC 9(1).
       01 LS-HOLD-WHERE                   PIC X(120).
       01 LS-HOLD-WHAT                    PIC X(160).
       01 LS-FRAME-TAG                    PIC X(6).
       01 LS-FRAME-TS                     PIC X(21).
       01 LS-FRAME-PROGRAM                PIC X(8).
       01 LS-FRAME-PATH                   PIC X(200).

       PROCEDURE DIVISION.

               ".keep" DELIMITED BY SIZE
               INTO LS-KEEP-PATH

           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY
           OPEN INPUT FD-CATALOG
           IF LS-CATALOG-STATUS NOT = "00"
               DISPLAY "GDGAUDIT: no catalog at "
                   FUNCTION TRIM(LS-CATALOG-PATH)
                   " (status " LS-CATALOG-STATUS ")"
               PERFORM VERIFY-HOLDS
               IF LS-HOLDS-MISSING > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               END-READ
           END-PERFORM
           CLOSE FD-CATALOG
           PERFORM VERIFY-HOLDS

           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               LS-MISSING-COUNT " missing, "
               LS-GAP-COUNT " gap(s), "
               LS-ORPHAN-COUNT " orphan(s), "
               LS-PURGED-COUNT " purged, "
               LS-HELD-COUNT " held"
           IF LS-MISSING-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               AND LS-SCAN-GEN <= LS-CURRENT-GEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ENTRY-NAME TO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           IF LS-SCAN-GEN > LS-CURRENT-GEN
               ADD 1 TO LS-ORPHAN-COUNT
               DISPLAY "GDGAUDIT: ORPHAN "
                   FUNCTION TRIM(F-SCAN-RECORD)
                   " newer than catalogued G" LS-CURRENT-GEN
                   "GDGAUDIT" "W" LS-EXC-KEY LS-EXC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "GEN" TO LS-HOLD-KIND
           MOVE LS-ENTRY-NAME TO LS-HOLD-ITEM
           MOVE LS-SCAN-SUFFIX(3:4) TO LS-HOLD-QUALIFIER
           CALL "HOLD-CHECK" USING LS-HOLD-KIND LS-HOLD-ITEM
               LS-HOLD-QUALIFIER LS-HOLD-ID LS-HOLD-STATUS
           IF LS-HOLD-STATUS = "00"
               ADD 1 TO LS-HELD-COUNT
               DISPLAY "GDGAUDIT: HELD "
                   FUNCTION TRIM(F-SCAN-RECORD)
                   " outside the keep window (hold " LS-HOLD-ID
                   "); kept"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-ORPHAN-COUNT
           DISPLAY "GDGAUDIT: ORPHAN "
               FUNCTION TRIM(F-SCAN-RECORD)
               " outside the keep window"
                   FUNCTION TRIM(F-SCAN-RECORD)
           END-IF
           .
      *> ---------------------------------------------------------
      *> Every hold in force (register layout in HOLD-CHECK) must
      *> still have something to hold.
      *> ---------------------------------------------------------
       VERIFY-HOLDS.
           CALL "GET-PARAMETER" USING
               "HOLDREG             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-REGISTER-PATH
           IF LS-REGISTER-PATH = SPACES
               MOVE "holds.register" TO LS-REGISTER-PATH
           END-IF
           OPEN INPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM VERIFY-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE FD-REGISTER
           DISPLAY "GDGAUDIT: " LS-HOLDS-VERIFIED
               " hold(s) in force, " LS-HOLDS-MISSING
               " with the held item missing"
           .

       VERIFY-ONE-HOLD.
           IF F-REGISTER-RECORD = SPACES
               OR F-REGISTER-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REG-ID LS-REG-STATE LS-REG-KIND
               LS-REG-ITEM LS-REG-QUALIFIER LS-REG-UNTIL
           UNSTRING F-REGISTER-RECORD DELIMITED BY ALL " "
               INTO LS-REG-ID LS-REG-STATE LS-REG-KIND LS-REG-ITEM
                   LS-REG-QUALIFIER LS-REG-UNTIL
           IF LS-REG-STATE NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF LS-REG-UNTIL NOT = "OPEN" AND LS-REG-UNTIL < LS-TODAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-HOLDS-VERIFIED
           MOVE 0 TO LS-HOLD-PRESENT
           MOVE SPACES TO LS-HOLD-WHERE
           EVALUATE LS-REG-KIND
               WHEN "DATASET"
               WHEN "GEN"
                   PERFORM VERIFY-HELD-GENERATION
               WHEN "FILE"
                   PERFORM VERIFY-HELD-FILE
               WHEN "JOURNAL"
                   PERFORM VERIFY-HELD-FRAMES
           END-EVALUATE
           IF LS-HOLD-PRESENT = 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-HOLDS-MISSING LS-MISSING-COUNT
           MOVE SPACES TO LS-HOLD-WHAT
           IF LS-REG-QUALIFIER = "-"
               STRING FUNCTION TRIM(LS-REG-KIND) " "
                   FUNCTION TRIM(LS-REG-ITEM)
                   DELIMITED BY SIZE
                   INTO LS-HOLD-WHAT
           ELSE
               STRING FUNCTION TRIM(LS-REG-KIND) " "
                   FUNCTION TRIM(LS-REG-ITEM) " "
                   FUNCTION TRIM(LS-REG-QUALIFIER)
                   DELIMITED BY SIZE
                   INTO LS-HOLD-WHAT
           END-IF
           DISPLAY "GDGAUDIT: MISSING held " FUNCTION TRIM(LS-HOLD-WHAT)
               " (hold " LS-REG-ID ") " FUNCTION TRIM(LS-HOLD-WHERE)
           MOVE LS-REG-ID TO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING "held " FUNCTION TRIM(LS-HOLD-WHAT)
               " missing: " FUNCTION TRIM(LS-HOLD-WHERE)
               DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               "GDGAUDIT" "E" LS-EXC-KEY LS-EXC-MESSAGE
           .

       VERIFY-HELD-GENERATION.
           MOVE LS-REG-ITEM(1:40) TO LS-GDG-NAME
           CALL "GDG-RESOLVE" USING LS-CATALOG-PATH LS-GDG-NAME
               LS-GDG-RELATIVE LS-GDG-PATH LS-GDG-STATUS
           IF LS-GDG-STATUS NOT = "00"
               MOVE "not in the generation catalog" TO LS-HOLD-WHERE
               EXIT PARAGRAPH
           END-IF
           IF LS-REG-KIND = "DATASET"
               MOVE 1 TO LS-HOLD-PRESENT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-GDG-PATH))
               TO LS-GDG-LEN
           MOVE SPACES TO LS-PROBE-PATH
           STRING LS-GDG-PATH(1:LS-GDG-LEN - 4)
               LS-REG-QUALIFIER(1:4)
               DELIMITED BY SIZE
               INTO LS-PROBE-PATH
           MOVE LS-PROBE-PATH TO LS-HOLD-WHERE
           OPEN INPUT FD-PROBE
           IF LS-PROBE-STATUS = "00"
               CLOSE FD-PROBE
               MOVE 1 TO LS-HOLD-PRESENT
           END-IF
           .

      *> A FILE hold is by name, wherever the file now lives.
       VERIFY-HELD-FILE.
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "find . -type f -name '" DELIMITED BY SIZE
               FUNCTION TRIM(LS-REG-ITEM) DELIMITED BY SIZE
               "' -print > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCAN-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           MOVE "no such file found" TO LS-HOLD-WHERE
           OPEN INPUT FD-SCAN
           IF LS-SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FD-SCAN
               NOT AT END
                   IF F-SCAN-RECORD NOT = SPACES
                       MOVE 1 TO LS-HOLD-PRESENT
                   END-IF
           END-READ
           CLOSE FD-SCAN
           .

       VERIFY-HELD-FRAMES.
           CALL "GET-PARAMETER" USING
               "JOURNAL             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-JOURNAL-PATH
           IF LS-JOURNAL-PATH = SPACES
               MOVE "journal.dat" TO LS-JOURNAL-PATH
           END-IF
           MOVE SPACES TO LS-HOLD-WHERE
           STRING "no frames in the range in "
               FUNCTION TRIM(LS-JOURNAL-PATH)
               DELIMITED BY SIZE
               INTO LS-HOLD-WHERE
           OPEN INPUT FD-JOURNAL
           IF LS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-JOURNAL
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-JOURNAL-RECORD(1:7) = "JRNHDR "
                           OR F-JOURNAL-RECORD(1:7) = "JRNOVR "
                           MOVE SPACES TO LS-FRAME-TS
                               LS-FRAME-PROGRAM LS-FRAME-PATH
                           UNSTRING F-JOURNAL-RECORD
                               DELIMITED BY ALL " "
                               INTO LS-FRAME-TAG LS-FRAME-TS
                                   LS-FRAME-PROGRAM LS-FRAME-PATH
                           IF (LS-REG-ITEM = "*"
                               OR LS-FRAME-PATH = LS-REG-ITEM)
                               AND LS-FRAME-TS(1:8) >=
                                   LS-REG-QUALIFIER(1:8)
                               AND LS-FRAME-TS(1:8) <=
                                   LS-REG-QUALIFIER(10:8)
                               MOVE 1 TO LS-HOLD-PRESENT
                               EXIT PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-JOURNAL
           .
       END PROGRAM GDGAUDIT.
