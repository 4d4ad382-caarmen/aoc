       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD.

      *> Legal hold register maintenance. Housekeeping and the
      *> generation keep window remove old generations, journal
      *> frames and dated files in the normal course; when an audit
      *> or a dispute needs one kept, it is put on hold here rather
      *> than copied aside by hand. HOUSEKEEP and GDGAUDIT PURGE
      *> leave held items alone and say so, GDGAUDIT checks every
      *> held item is still there, and the morning handover lists
      *> the holds about to run out. Register layout and matching
      *> rules are in HOLD-CHECK.
      *>
      *>     hold PLACE DATASET <gdg-name> <until> <reason>
      *>         every generation of a catalogued dataset.
      *>     hold PLACE GEN <gdg-name> <generation> <until> <reason>
      *>         one generation: nnnn absolute, or 0, -1, -2 ...
      *>         relative to tonight's (recorded as the absolute
      *>         number, since the relative one moves every night).
      *>     hold PLACE JOURNAL <file|*> <yyyymmdd[-yyyymmdd]>
      *>                <until> <reason>
      *>         the journal frames for the file stamped in the
      *>         range.
      *>     hold PLACE FILE <file-name> <until> <reason>
      *>         a dated exception or balancing file, by name.
      *>     hold RELEASE <hold-id>
      *>     hold LIST [ALL]
      *>         the holds in force, or every hold ever placed.
      *>
      *> <until> is the last day of the hold (yyyymmdd) or OPEN for
      *> "until released". The item must exist when the hold is
      *> placed. Placing and releasing a hold both go on the run
      *> log under the invoking user. The register is
      *> "holds.register" (HOLDREG parameter).
      *>
      *> Returns 8 when the item to hold does not exist or the hold
      *> to release is not active, 12 on usage or I/O errors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-REGISTER ASSIGN TO LS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REGISTER-STATUS.
           SELECT FD-PROBE ASSIGN TO LS-PROBE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PROBE-STATUS.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-REGISTER.
       01  F-REGISTER-RECORD              PIC X(400).
       FD  FD-PROBE.
       01  F-PROBE-RECORD                 PIC X(200).
       FD  FD-JOURNAL.
       01  F-JOURNAL-RECORD               PIC X(3010).

       LOCAL-STORAGE SECTION.
       01 C-MAX-HOLDS                    CONSTANT 500.
       01 LS-COMMAND-LINE                 PIC X(300).
       01 LS-CMD-PTR                      PIC 9(3).
       01 LS-MODE                         PIC X(8).
       01 LS-KIND                         PIC X(8).
       01 LS-ITEM                         PIC X(120).
       01 LS-QUALIFIER                    PIC X(20).
       01 LS-UNTIL                        PIC X(8).
       01 LS-REASON                       PIC X(200).
       01 LS-REGISTER-PATH                PIC X(100).
       01 LS-REGISTER-STATUS              PIC X(2).
       01 LS-PROBE-PATH                   PIC X(200).
       01 LS-PROBE-STATUS                 PIC X(2).
       01 LS-JOURNAL-PATH                 PIC X(100).
       01 LS-JOURNAL-STATUS               PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-NOW                          PIC X(21).
       01 LS-TODAY                        PIC X(8).
       01 LS-USER-ID                      PIC X(20).
       01 LS-HOLD-ID                      PIC X(6).
       01 LS-HOLD-NUMBER                  PIC 9(5) VALUE 0.
       01 LS-HIGH-NUMBER                  PIC 9(5) VALUE 0.
       01 LS-GDG-CATALOG                  PIC X(200).
       01 LS-GDG-NAME                     PIC X(40).
       01 LS-GDG-RELATIVE                 PIC S9(3).
       01 LS-GDG-PATH                     PIC X(200).
       01 LS-GDG-STATUS                   PIC X(2).
       01 LS-GDG-LEN                      PIC 9(3).
       01 LS-GEN-NUMBER                   PIC S9(6).
       01 LS-GEN-DISPLAY                  PIC 9(4).
       01 LS-RANGE-FROM                   PIC X(8).
       01 LS-RANGE-TO                     PIC X(8).
       01 LS-FRAME-COUNT                  PIC 9(7) VALUE 0.
       01 LS-FRAME-TS                     PIC X(21).
       01 LS-FRAME-PROGRAM                PIC X(8).
       01 LS-FRAME-PATH                   PIC X(200).
       01 LS-JUNK                         PIC X(20).
       01 LS-SHELL-COMMAND                PIC X(300).
       01 LS-SCAN-PATH                    PIC X(30)
           VALUE "hold.scan.tmp".
       01 LS-NAME-LEN                     PIC 9(3).
      *> The register, held whole while a RELEASE rewrites it.
       01 LS-LINE-COUNT                   PIC 9(3) VALUE 0.
       01 LS-LINE-TABLE OCCURS 500 TIMES.
           05 LS-LINE-TEXT               PIC X(400).
       01 LS-LINE-IDX                     PIC 9(3).
       01 LS-FOUND-IDX                    PIC 9(3) VALUE 0.
      *> One register line, taken apart.
       01 LS-REG-ID                       PIC X(6).
       01 LS-REG-STATE                    PIC X(8).
       01 LS-REG-KIND                     PIC X(8).
       01 LS-REG-ITEM                     PIC X(120).
       01 LS-REG-QUALIFIER                PIC X(20).
       01 LS-REG-UNTIL                    PIC X(8).
       01 LS-REG-PLACED                   PIC X(8).
       01 LS-REG-USER                     PIC X(20).
       01 LS-REG-REASON                   PIC X(200).
       01 LS-REG-PTR                      PIC 9(3).
       01 LS-LIST-ALL                     PIC 9(1) VALUE 0.
       01 LS-LISTED-COUNT                 PIC 9(5) VALUE 0.
       01 LS-IN-FORCE                     PIC X(8).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-END-TS                       PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW(1:8) TO LS-TODAY
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           MOVE 1 TO LS-CMD-PTR
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE
               WITH POINTER LS-CMD-PTR
           MOVE FUNCTION UPPER-CASE(LS-MODE) TO LS-MODE
           CALL "GET-PARAMETER" USING
               "HOLDREG             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-REGISTER-PATH
           IF LS-REGISTER-PATH = SPACES
               MOVE "holds.register" TO LS-REGISTER-PATH
           END-IF
           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF

           EVALUATE LS-MODE
               WHEN "PLACE"
                   PERFORM PLACE-HOLD
               WHEN "RELEASE"
                   PERFORM RELEASE-HOLD
               WHEN "LIST"
                   PERFORM LIST-HOLDS
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "HOLD: usage: hold PLACE DATASET <gdg-name> "
               "<until> <reason>"
           DISPLAY "HOLD:        hold PLACE GEN <gdg-name> "
               "<generation> <until> <reason>"
           DISPLAY "HOLD:        hold PLACE JOURNAL <file|*> "
               "<yyyymmdd[-yyyymmdd]> <until> <reason>"
           DISPLAY "HOLD:        hold PLACE FILE <file-name> "
               "<until> <reason>"
           DISPLAY "HOLD:        hold RELEASE <hold-id>"
           DISPLAY "HOLD:        hold LIST [ALL]"
           DISPLAY "HOLD:        <until> is yyyymmdd or OPEN"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *> ---------------------------------------------------------
      *> PLACE: parse, check the item is there, append the hold.
      *> ---------------------------------------------------------
       PLACE-HOLD.
           MOVE SPACES TO LS-KIND LS-ITEM LS-QUALIFIER LS-UNTIL
               LS-REASON
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-KIND LS-ITEM
               WITH POINTER LS-CMD-PTR
           MOVE FUNCTION UPPER-CASE(LS-KIND) TO LS-KIND
           IF LS-KIND = "GEN" OR LS-KIND = "JOURNAL"
               UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                   INTO LS-QUALIFIER
                   WITH POINTER LS-CMD-PTR
           ELSE
               MOVE "-" TO LS-QUALIFIER
           END-IF
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-UNTIL
               WITH POINTER LS-CMD-PTR
           MOVE FUNCTION UPPER-CASE(LS-UNTIL) TO LS-UNTIL
           IF LS-CMD-PTR <= 300
               MOVE FUNCTION TRIM(LS-COMMAND-LINE(LS-CMD-PTR:))
                   TO LS-REASON
           END-IF
           IF LS-ITEM = SPACES OR LS-QUALIFIER = SPACES
               OR LS-UNTIL = SPACES OR LS-REASON = SPACES
               PERFORM SHOW-USAGE
           END-IF
           IF LS-UNTIL NOT = "OPEN"
               IF LS-UNTIL IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(LS-UNTIL)) NOT = 0
                   DISPLAY "HOLD: until must be yyyymmdd or OPEN: "
                       FUNCTION TRIM(LS-UNTIL)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF LS-UNTIL < LS-TODAY
                   DISPLAY "HOLD: until " LS-UNTIL
                       " is already past"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           EVALUATE LS-KIND
               WHEN "DATASET"
               WHEN "GEN"
                   PERFORM CHECK-GENERATION-ITEM
               WHEN "JOURNAL"
                   PERFORM CHECK-JOURNAL-ITEM
               WHEN "FILE"
                   PERFORM CHECK-FILE-ITEM
               WHEN OTHER
                   DISPLAY "HOLD: unknown kind "
                       FUNCTION TRIM(LS-KIND)
                       " (DATASET, GEN, JOURNAL or FILE)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM LOAD-REGISTER-LINES
           PERFORM VARYING LS-LINE-IDX FROM 1 BY 1
               UNTIL LS-LINE-IDX > LS-LINE-COUNT
               IF LS-LINE-TEXT(LS-LINE-IDX)(1:1) = "H"
                   AND LS-LINE-TEXT(LS-LINE-IDX)(2:5) IS NUMERIC
                   MOVE LS-LINE-TEXT(LS-LINE-IDX)(2:5)
                       TO LS-HOLD-NUMBER
                   IF LS-HOLD-NUMBER > LS-HIGH-NUMBER
                       MOVE LS-HOLD-NUMBER TO LS-HIGH-NUMBER
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE LS-HOLD-NUMBER = LS-HIGH-NUMBER + 1
           MOVE SPACES TO LS-HOLD-ID
           STRING "H" LS-HOLD-NUMBER DELIMITED BY SIZE
               INTO LS-HOLD-ID

           OPEN EXTEND FD-REGISTER
           IF LS-REGISTER-STATUS = "05" OR LS-REGISTER-STATUS = "35"
               OPEN OUTPUT FD-REGISTER
           END-IF
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "HOLD: ERROR OPENING " LS-REGISTER-PATH
                   " STATUS=" LS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-REGISTER-RECORD
           STRING LS-HOLD-ID " ACTIVE "
               FUNCTION TRIM(LS-KIND) " "
               FUNCTION TRIM(LS-ITEM) " "
               FUNCTION TRIM(LS-QUALIFIER) " "
               FUNCTION TRIM(LS-UNTIL) " "
               LS-TODAY " "
               FUNCTION TRIM(LS-USER-ID) " "
               FUNCTION TRIM(LS-REASON)
               DELIMITED BY SIZE
               INTO F-REGISTER-RECORD
           WRITE F-REGISTER-RECORD
           CLOSE FD-REGISTER
           DISPLAY "HOLD: " LS-HOLD-ID " placed on "
               FUNCTION TRIM(LS-KIND) " " FUNCTION TRIM(LS-ITEM)
               " " FUNCTION TRIM(LS-QUALIFIER)
               " until " FUNCTION TRIM(LS-UNTIL)

           MOVE SPACES TO LS-LOG-RESULT
           STRING "placed " LS-HOLD-ID " "
               FUNCTION TRIM(LS-KIND) " "
               FUNCTION TRIM(LS-ITEM) " "
               FUNCTION TRIM(LS-QUALIFIER)
               " until=" FUNCTION TRIM(LS-UNTIL)
               DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           PERFORM LOG-REGISTER-CHANGE
           .

      *> The dataset must be catalogued; a GEN hold is recorded by
      *> absolute number, and that generation must be on disk.
       CHECK-GENERATION-ITEM.
           ACCEPT LS-GDG-CATALOG FROM ENVIRONMENT "DAYBATCH_GDG"
           IF LS-GDG-CATALOG = SPACES
               MOVE "daybatch.gdg" TO LS-GDG-CATALOG
           END-IF
           MOVE LS-ITEM(1:40) TO LS-GDG-NAME
           MOVE 0 TO LS-GDG-RELATIVE
           CALL "GDG-RESOLVE" USING LS-GDG-CATALOG LS-GDG-NAME
               LS-GDG-RELATIVE LS-GDG-PATH LS-GDG-STATUS
           IF LS-GDG-STATUS NOT = "00"
               DISPLAY "HOLD: " FUNCTION TRIM(LS-ITEM)
                   " is not in the generation catalog "
                   FUNCTION TRIM(LS-GDG-CATALOG)
                   " (status " LS-GDG-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-KIND = "DATASET"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-GDG-PATH))
               TO LS-GDG-LEN
           IF LS-QUALIFIER(1:4) IS NUMERIC
               AND LS-QUALIFIER(5:) = SPACES
               MOVE LS-QUALIFIER(1:4) TO LS-GEN-DISPLAY
           ELSE
               IF FUNCTION TEST-NUMVAL(LS-QUALIFIER) NOT = 0
                   OR FUNCTION NUMVAL(LS-QUALIFIER) > 0
                   DISPLAY "HOLD: generation must be nnnn or 0, "
                       "-1, -2 ...: " FUNCTION TRIM(LS-QUALIFIER)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE LS-GEN-NUMBER =
                   FUNCTION NUMVAL(LS-GDG-PATH(LS-GDG-LEN - 3:4))
                   + FUNCTION NUMVAL(LS-QUALIFIER)
               IF LS-GEN-NUMBER < 0
                   MOVE 0 TO LS-GEN-NUMBER
               END-IF
               MOVE LS-GEN-NUMBER TO LS-GEN-DISPLAY
           END-IF
           MOVE LS-GEN-DISPLAY TO LS-QUALIFIER
           MOVE SPACES TO LS-PROBE-PATH
           STRING LS-GDG-PATH(1:LS-GDG-LEN - 4) LS-GEN-DISPLAY
               DELIMITED BY SIZE
               INTO LS-PROBE-PATH
           OPEN INPUT FD-PROBE
           IF LS-PROBE-STATUS NOT = "00"
               DISPLAY "HOLD: generation G" LS-GEN-DISPLAY " of "
                   FUNCTION TRIM(LS-ITEM) " is not on disk: "
                   FUNCTION TRIM(LS-PROBE-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FD-PROBE
           .

      *> The journal must carry at least one frame for the file in
      *> the range - JRNHDR and JRNOVR lines both count.
       CHECK-JOURNAL-ITEM.
           MOVE LS-QUALIFIER(1:8) TO LS-RANGE-FROM
           MOVE LS-QUALIFIER(10:8) TO LS-RANGE-TO
           IF LS-RANGE-TO = SPACES
               MOVE LS-RANGE-FROM TO LS-RANGE-TO
           END-IF
           IF LS-RANGE-FROM IS NOT NUMERIC
               OR LS-RANGE-TO IS NOT NUMERIC
               OR (LS-QUALIFIER(9:1) NOT = SPACE
                   AND LS-QUALIFIER(9:1) NOT = "-")
               OR LS-RANGE-FROM > LS-RANGE-TO
               DISPLAY "HOLD: journal range must be yyyymmdd or "
                   "yyyymmdd-yyyymmdd: " FUNCTION TRIM(LS-QUALIFIER)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-QUALIFIER
           STRING LS-RANGE-FROM "-" LS-RANGE-TO DELIMITED BY SIZE
               INTO LS-QUALIFIER
           CALL "GET-PARAMETER" USING
               "JOURNAL             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-JOURNAL-PATH
           IF LS-JOURNAL-PATH = SPACES
               MOVE "journal.dat" TO LS-JOURNAL-PATH
           END-IF
           OPEN INPUT FD-JOURNAL
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "HOLD: no journal at "
                   FUNCTION TRIM(LS-JOURNAL-PATH)
                   " (status " LS-JOURNAL-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                               INTO LS-JUNK LS-FRAME-TS
                                   LS-FRAME-PROGRAM LS-FRAME-PATH
                           IF (LS-ITEM = "*"
                               OR LS-FRAME-PATH = LS-ITEM)
                               AND LS-FRAME-TS(1:8) >= LS-RANGE-FROM
                               AND LS-FRAME-TS(1:8) <= LS-RANGE-TO
                               ADD 1 TO LS-FRAME-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-JOURNAL
           IF LS-FRAME-COUNT = 0
               DISPLAY "HOLD: no journal frames for "
                   FUNCTION TRIM(LS-ITEM) " stamped "
                   LS-RANGE-FROM " to " LS-RANGE-TO " in "
                   FUNCTION TRIM(LS-JOURNAL-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "HOLD: " LS-FRAME-COUNT " journal frame(s) in "
               "the range"
           .

      *> A FILE hold is by name, so it follows the file into the
      *> archive; it must be somewhere under the current directory.
       CHECK-FILE-ITEM.
           MOVE 0 TO LS-NAME-LEN
           INSPECT LS-ITEM TALLYING LS-NAME-LEN FOR ALL "/"
           IF LS-NAME-LEN > 0
               DISPLAY "HOLD: a FILE hold names the file only, "
                   "without its directory: " FUNCTION TRIM(LS-ITEM)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "find . -type f -name '" DELIMITED BY SIZE
               FUNCTION TRIM(LS-ITEM) DELIMITED BY SIZE
               "' -print > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCAN-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           MOVE LS-SCAN-PATH TO LS-PROBE-PATH
           MOVE SPACES TO F-PROBE-RECORD
           OPEN INPUT FD-PROBE
           IF LS-PROBE-STATUS = "00"
               READ FD-PROBE
                   AT END
                       MOVE SPACES TO F-PROBE-RECORD
               END-READ
               CLOSE FD-PROBE
           END-IF
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCAN-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           IF F-PROBE-RECORD = SPACES
               DISPLAY "HOLD: no file named "
                   FUNCTION TRIM(LS-ITEM) " found"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "HOLD: found " FUNCTION TRIM(F-PROBE-RECORD)
           .

      *> ---------------------------------------------------------
      *> RELEASE: the register is rewritten with the hold marked
      *> RELEASED; the line itself stays as the record.
      *> ---------------------------------------------------------
       RELEASE-HOLD.
           MOVE SPACES TO LS-HOLD-ID
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-HOLD-ID
               WITH POINTER LS-CMD-PTR
           MOVE FUNCTION UPPER-CASE(LS-HOLD-ID) TO LS-HOLD-ID
           IF LS-HOLD-ID = SPACES
               PERFORM SHOW-USAGE
           END-IF
           PERFORM LOAD-REGISTER-LINES
           PERFORM VARYING LS-LINE-IDX FROM 1 BY 1
               UNTIL LS-LINE-IDX > LS-LINE-COUNT
                   OR LS-FOUND-IDX > 0
               IF LS-LINE-TEXT(LS-LINE-IDX)(1:7) = LS-HOLD-ID
                   MOVE LS-LINE-IDX TO LS-FOUND-IDX
               END-IF
           END-PERFORM
           IF LS-FOUND-IDX = 0
               DISPLAY "HOLD: no hold " FUNCTION TRIM(LS-HOLD-ID)
                   " in " FUNCTION TRIM(LS-REGISTER-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-LINE-TEXT(LS-FOUND-IDX) TO F-REGISTER-RECORD
           PERFORM SPLIT-REGISTER-LINE
           IF LS-REG-STATE NOT = "ACTIVE"
               DISPLAY "HOLD: " LS-HOLD-ID " is already "
                   FUNCTION TRIM(LS-REG-STATE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-LINE-TEXT(LS-FOUND-IDX)
           STRING LS-REG-ID " RELEASED "
               FUNCTION TRIM(LS-REG-KIND) " "
               FUNCTION TRIM(LS-REG-ITEM) " "
               FUNCTION TRIM(LS-REG-QUALIFIER) " "
               FUNCTION TRIM(LS-REG-UNTIL) " "
               LS-REG-PLACED " "
               FUNCTION TRIM(LS-REG-USER) " "
               FUNCTION TRIM(LS-REG-REASON)
               DELIMITED BY SIZE
               INTO LS-LINE-TEXT(LS-FOUND-IDX)

           OPEN OUTPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "HOLD: ERROR OPENING " LS-REGISTER-PATH
                   " STATUS=" LS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-LINE-IDX FROM 1 BY 1
               UNTIL LS-LINE-IDX > LS-LINE-COUNT
               MOVE LS-LINE-TEXT(LS-LINE-IDX) TO F-REGISTER-RECORD
               WRITE F-REGISTER-RECORD
           END-PERFORM
           CLOSE FD-REGISTER
           DISPLAY "HOLD: " LS-HOLD-ID " released ("
               FUNCTION TRIM(LS-REG-KIND) " "
               FUNCTION TRIM(LS-REG-ITEM) " "
               FUNCTION TRIM(LS-REG-QUALIFIER) ", placed "
               LS-REG-PLACED " by " FUNCTION TRIM(LS-REG-USER) ")"

           MOVE SPACES TO LS-LOG-RESULT
           STRING "released " LS-REG-ID " "
               FUNCTION TRIM(LS-REG-KIND) " "
               FUNCTION TRIM(LS-REG-ITEM) " "
               FUNCTION TRIM(LS-REG-QUALIFIER)
               " placed=" LS-REG-PLACED
               " by=" FUNCTION TRIM(LS-REG-USER)
               DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           PERFORM LOG-REGISTER-CHANGE
           .

      *> ---------------------------------------------------------
      *> LIST: the holds in force, or with ALL every hold, lapsed
      *> and released ones included.
      *> ---------------------------------------------------------
       LIST-HOLDS.
           MOVE SPACES TO LS-ITEM
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-ITEM
               WITH POINTER LS-CMD-PTR
           IF FUNCTION UPPER-CASE(LS-ITEM) = "ALL"
               MOVE 1 TO LS-LIST-ALL
           END-IF
           OPEN INPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "HOLD: no hold register ("
                   FUNCTION TRIM(LS-REGISTER-PATH) ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "HOLD REGISTER " FUNCTION TRIM(LS-REGISTER-PATH)
           DISPLAY "  ID     STATE    UNTIL    KIND     ITEM"
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LIST-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE FD-REGISTER
           IF LS-LISTED-COUNT = 0
               DISPLAY "  (no holds)"
           END-IF
           .

       LIST-ONE-HOLD.
           IF F-REGISTER-RECORD = SPACES
               OR F-REGISTER-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-REGISTER-LINE
           MOVE LS-REG-STATE TO LS-IN-FORCE
           IF LS-REG-STATE = "ACTIVE" AND LS-REG-UNTIL NOT = "OPEN"
               AND LS-REG-UNTIL < LS-TODAY
               MOVE "LAPSED" TO LS-IN-FORCE
           END-IF
           IF LS-LIST-ALL = 0 AND LS-IN-FORCE NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF LS-REG-QUALIFIER = "-"
               MOVE SPACES TO LS-REG-QUALIFIER
           END-IF
           ADD 1 TO LS-LISTED-COUNT
           DISPLAY "  " LS-REG-ID " " LS-IN-FORCE " " LS-REG-UNTIL
               " " LS-REG-KIND " " FUNCTION TRIM(LS-REG-ITEM)
               " " FUNCTION TRIM(LS-REG-QUALIFIER)
           DISPLAY "         placed " LS-REG-PLACED " by "
               FUNCTION TRIM(LS-REG-USER) ": "
               FUNCTION TRIM(LS-REG-REASON)
           .

       LOAD-REGISTER-LINES.
           OPEN INPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LS-LINE-COUNT >= C-MAX-HOLDS
                           DISPLAY "HOLD: more than " C-MAX-HOLDS
                               " lines in "
                               FUNCTION TRIM(LS-REGISTER-PATH)
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO LS-LINE-COUNT
                       MOVE F-REGISTER-RECORD
                           TO LS-LINE-TEXT(LS-LINE-COUNT)
               END-READ
           END-PERFORM
           CLOSE FD-REGISTER
           .

       SPLIT-REGISTER-LINE.
           MOVE SPACES TO LS-REG-ID LS-REG-STATE LS-REG-KIND
               LS-REG-ITEM LS-REG-QUALIFIER LS-REG-UNTIL
               LS-REG-PLACED LS-REG-USER LS-REG-REASON
           MOVE 1 TO LS-REG-PTR
           UNSTRING F-REGISTER-RECORD DELIMITED BY ALL " "
               INTO LS-REG-ID LS-REG-STATE LS-REG-KIND LS-REG-ITEM
                   LS-REG-QUALIFIER LS-REG-UNTIL LS-REG-PLACED
                   LS-REG-USER
               WITH POINTER LS-REG-PTR
           IF LS-REG-PTR <= 400
               MOVE F-REGISTER-RECORD(LS-REG-PTR:) TO LS-REG-REASON
           END-IF
           .

      *> A change to the register goes on the run log under the
      *> invoking user, as a release stamp does.
       LOG-REGISTER-CHANGE.
           MOVE LS-REGISTER-PATH TO LS-LOG-PATH
           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               "HOLD    " LS-LOG-PATH LS-NOW LS-END-TS LS-LOG-RESULT
           .
       END PROGRAM HOLD.
