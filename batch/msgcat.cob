       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGCAT.

      *> Message catalog maintenance reports. The catalog
      *> ("messages.catalog", MSGCATALOG parameter; format in
      *> MESSAGE-LOOKUP) is only useful while it keeps up with the
      *> programs, so two questions are asked of it regularly:
      *>
      *>     msgcat LIST
      *>         every entry with its remedy, flagging duplicate
      *>         codes, unknown severities and entries without a
      *>         remedy.
      *>     msgcat COVERAGE [from-yyyymmdd [to-yyyymmdd]]
      *>         over the exception repository for the dates (the
      *>         last 30 days by default): catalog entries never
      *>         raised, and messages raised that have no catalog
      *>         entry. Lines written before codes were stamped are
      *>         matched to the catalog by their text. The print-shop
      *>         copy goes to "msgcat.<to-date>.rpt". A storm's
      *>         "(repeated nnn more times)" line counts with its
      *>         message. The DAYBATCH halt entries are named on the
      *>         alert file rather than in the repository, so they
      *>         always list as never raised: read them as runbooks
      *>         that were not needed in the period.
      *>
      *> Returns 4 when LIST finds a faulty entry or COVERAGE finds
      *> a gap either way, 12 on usage errors or a missing catalog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CATALOG ASSIGN TO LS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CATALOG-STATUS.
           SELECT FD-EXCREPO ASSIGN TO LS-EXCREPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-EXCREPO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CATALOG.
       01  F-CATALOG-RECORD               PIC X(160).
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

       LOCAL-STORAGE SECTION.
       01 C-MAX-ENTRIES                  CONSTANT 200.
       01 C-MAX-UNCATALOGED              CONSTANT 200.
       01 C-DEFAULT-DAYS                 CONSTANT 30.
       01 LS-COMMAND-LINE                 PIC X(120).
       01 LS-MODE                         PIC X(10).
       01 LS-FROM-DATE                    PIC X(8).
       01 LS-TO-DATE                      PIC X(8).
       01 LS-CATALOG-PATH                 PIC X(100).
       01 LS-CATALOG-STATUS               PIC X(2).
       01 LS-EXCREPO-PATH                 PIC X(140).
       01 LS-EXCREPO-STATUS               PIC X(2).
       01 LS-EXCDIR                       PIC X(100).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-TOK-KEYWORD                  PIC X(3).
       01 LS-TOK-CODE                     PIC X(8).
       01 LS-TOK-SEVERITY                 PIC X(1).
       01 LS-TOK-PROGRAM                  PIC X(8).
       01 LS-TOK-PTR                      PIC 9(3).
       01 LS-ENTRY-COUNT                  PIC 9(3) VALUE 0.
       01 LS-ENTRY-TABLE OCCURS 200 TIMES.
           05 LS-ENTRY-CODE              PIC X(8).
           05 LS-ENTRY-SEVERITY          PIC X(1).
           05 LS-ENTRY-PROGRAM           PIC X(8).
           05 LS-ENTRY-TEXT              PIC X(120).
           05 LS-ENTRY-REMEDY-COUNT      PIC 9(2).
           05 LS-ENTRY-RAISED            PIC 9(7).
       01 LS-ENTRY-IDX                    PIC 9(3).
       01 LS-OTHER-IDX                    PIC 9(3).
       01 LS-FOUND-IDX                    PIC 9(3).
       01 LS-UNCAT-COUNT                  PIC 9(3) VALUE 0.
       01 LS-UNCAT-TABLE OCCURS 200 TIMES.
           05 LS-UNCAT-PROGRAM           PIC X(8).
           05 LS-UNCAT-MESSAGE           PIC X(120).
           05 LS-UNCAT-FIRST-DATE        PIC X(8).
           05 LS-UNCAT-TIMES             PIC 9(7).
       01 LS-UNCAT-IDX                    PIC 9(3).
       01 LS-UNCAT-OVERFLOW               PIC 9(7) VALUE 0.
       01 LS-FAULT-COUNT                  PIC 9(5) VALUE 0.
       01 LS-NEVER-COUNT                  PIC 9(5) VALUE 0.
       01 LS-SCANNED-COUNT                PIC 9(9) VALUE 0.
       01 LS-FILE-COUNT                   PIC 9(5) VALUE 0.
       01 LS-DATE-INT                     PIC 9(8).
       01 LS-TO-INT                       PIC 9(8).
       01 LS-SCAN-DATE                    PIC 9(8).
       01 LS-RAISED-MESSAGE               PIC X(120).
       01 LS-RAISED-LEN                   PIC 9(3).
       01 LS-NO-CODE                      PIC X(8) VALUE SPACES.
       01 LS-NO-MESSAGE                   PIC X(120) VALUE SPACES.
       01 LS-MSG-CODE                     PIC X(8).
       01 LS-MSG-SEVERITY                 PIC X(1).
       01 LS-MSG-TEXT                     PIC X(120).
       01 LS-MSG-REMEDY                   PIC X(400).
       01 LS-MSG-STATUS                   PIC X(2).
       01 LS-REMEDY-IDX                   PIC 9(1).
       01 LS-RPT-ARG-1                    PIC X(132).
       01 LS-RPT-ARG-2                    PIC X(132).

       PROCEDURE DIVISION.

           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-FROM-DATE LS-TO-DATE
           MOVE FUNCTION UPPER-CASE(LS-MODE) TO LS-MODE
           CALL "GET-PARAMETER" USING
               "MSGCATALOG          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CATALOG-PATH
           IF LS-CATALOG-PATH = SPACES
               MOVE "messages.catalog" TO LS-CATALOG-PATH
           END-IF

           EVALUATE LS-MODE
               WHEN "LIST"
                   PERFORM LOAD-CATALOG
                   PERFORM LIST-CATALOG
               WHEN "COVERAGE"
                   PERFORM LOAD-CATALOG
                   PERFORM REPORT-COVERAGE
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "MSGCAT: usage: msgcat LIST"
           DISPLAY "MSGCAT:        msgcat COVERAGE [from-yyyymmdd "
               "[to-yyyymmdd]]"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       LOAD-CATALOG.
           OPEN INPUT FD-CATALOG
           IF LS-CATALOG-STATUS NOT = "00"
               DISPLAY "MSGCAT: ERROR OPENING " LS-CATALOG-PATH
                   " STATUS=" LS-CATALOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CATALOG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-CATALOG-LINE
               END-READ
           END-PERFORM
           CLOSE FD-CATALOG
           .

       LOAD-ONE-CATALOG-LINE.
           IF F-CATALOG-RECORD = SPACES
               OR F-CATALOG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TOK-KEYWORD LS-TOK-CODE LS-TOK-SEVERITY
               LS-TOK-PROGRAM
           MOVE 1 TO LS-TOK-PTR
           UNSTRING F-CATALOG-RECORD DELIMITED BY ALL " "
               INTO LS-TOK-KEYWORD
               WITH POINTER LS-TOK-PTR
           EVALUATE LS-TOK-KEYWORD
               WHEN "MSG"
                   IF LS-ENTRY-COUNT >= C-MAX-ENTRIES
                       DISPLAY "MSGCAT: catalog exceeds "
                           C-MAX-ENTRIES " entries; the rest are "
                           "not checked"
                       ADD 1 TO LS-FAULT-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   UNSTRING F-CATALOG-RECORD DELIMITED BY ALL " "
                       INTO LS-TOK-CODE LS-TOK-SEVERITY
                           LS-TOK-PROGRAM
                       WITH POINTER LS-TOK-PTR
                   ADD 1 TO LS-ENTRY-COUNT
                   MOVE LS-TOK-CODE TO LS-ENTRY-CODE(LS-ENTRY-COUNT)
                   MOVE LS-TOK-SEVERITY
                       TO LS-ENTRY-SEVERITY(LS-ENTRY-COUNT)
                   MOVE LS-TOK-PROGRAM
                       TO LS-ENTRY-PROGRAM(LS-ENTRY-COUNT)
                   MOVE SPACES TO LS-ENTRY-TEXT(LS-ENTRY-COUNT)
                   IF LS-TOK-PTR <= 160
                       MOVE F-CATALOG-RECORD(LS-TOK-PTR:)
                           TO LS-ENTRY-TEXT(LS-ENTRY-COUNT)
                   END-IF
                   MOVE 0 TO LS-ENTRY-REMEDY-COUNT(LS-ENTRY-COUNT)
                   MOVE 0 TO LS-ENTRY-RAISED(LS-ENTRY-COUNT)
               WHEN "REM"
                   IF LS-ENTRY-COUNT > 0
                       ADD 1 TO LS-ENTRY-REMEDY-COUNT(LS-ENTRY-COUNT)
                   END-IF
           END-EVALUATE
           .

      *> The remedy text comes back through MESSAGE-LOOKUP, so the
      *> listing shows exactly what the operator will be shown.
       LIST-CATALOG.
           DISPLAY "MESSAGE CATALOG " FUNCTION TRIM(LS-CATALOG-PATH)
           DISPLAY "  CODE     SEV PROGRAM  MESSAGE"
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > LS-ENTRY-COUNT
               DISPLAY "  " LS-ENTRY-CODE(LS-ENTRY-IDX) " "
                   LS-ENTRY-SEVERITY(LS-ENTRY-IDX) "   "
                   LS-ENTRY-PROGRAM(LS-ENTRY-IDX) " "
                   FUNCTION TRIM(LS-ENTRY-TEXT(LS-ENTRY-IDX))
               CALL "MESSAGE-LOOKUP" USING
                   LS-ENTRY-PROGRAM(LS-ENTRY-IDX)
                   LS-ENTRY-CODE(LS-ENTRY-IDX) LS-NO-MESSAGE
                   LS-MSG-CODE LS-MSG-SEVERITY LS-MSG-TEXT
                   LS-MSG-REMEDY LS-MSG-STATUS
               PERFORM VARYING LS-REMEDY-IDX FROM 1 BY 1
                   UNTIL LS-REMEDY-IDX > 5
                   IF LS-MSG-REMEDY((LS-REMEDY-IDX - 1) * 80 + 1:80)
                       NOT = SPACES
                       DISPLAY "      " FUNCTION TRIM(
                           LS-MSG-REMEDY((LS-REMEDY-IDX - 1) * 80
                               + 1:80) TRAILING)
                   END-IF
               END-PERFORM
               PERFORM CHECK-CATALOG-ENTRY
           END-PERFORM
           DISPLAY "MSGCAT: " LS-ENTRY-COUNT " entr(ies), "
               LS-FAULT-COUNT " fault(s)"
           IF LS-FAULT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       CHECK-CATALOG-ENTRY.
           IF LS-ENTRY-SEVERITY(LS-ENTRY-IDX) NOT = "I"
               AND LS-ENTRY-SEVERITY(LS-ENTRY-IDX) NOT = "W"
               AND LS-ENTRY-SEVERITY(LS-ENTRY-IDX) NOT = "E"
               DISPLAY "    ** severity must be I, W or E"
               ADD 1 TO LS-FAULT-COUNT
           END-IF
           IF LS-ENTRY-PROGRAM(LS-ENTRY-IDX) = SPACES
               OR LS-ENTRY-TEXT(LS-ENTRY-IDX) = SPACES
               DISPLAY "    ** program or message text missing"
               ADD 1 TO LS-FAULT-COUNT
           END-IF
           IF LS-ENTRY-REMEDY-COUNT(LS-ENTRY-IDX) = 0
               DISPLAY "    ** no remedy"
               ADD 1 TO LS-FAULT-COUNT
           END-IF
           IF LS-ENTRY-REMEDY-COUNT(LS-ENTRY-IDX) > 5
               DISPLAY "    ** more than 5 remedy lines; the rest "
                   "are not shown"
               ADD 1 TO LS-FAULT-COUNT
           END-IF
           PERFORM VARYING LS-OTHER-IDX FROM 1 BY 1
               UNTIL LS-OTHER-IDX >= LS-ENTRY-IDX
               IF LS-ENTRY-CODE(LS-OTHER-IDX) =
                   LS-ENTRY-CODE(LS-ENTRY-IDX)
                   DISPLAY "    ** duplicate code; only the first "
                       "entry is ever found by code"
                   ADD 1 TO LS-FAULT-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       REPORT-COVERAGE.
           IF LS-TO-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TO-DATE
           END-IF
           IF LS-TO-DATE IS NOT NUMERIC
               PERFORM SHOW-USAGE
           END-IF
           COMPUTE LS-TO-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LS-TO-DATE))
           IF LS-FROM-DATE = SPACES
               COMPUTE LS-DATE-INT = LS-TO-INT - C-DEFAULT-DAYS + 1
               MOVE FUNCTION DATE-OF-INTEGER(LS-DATE-INT)
                   TO LS-FROM-DATE
           END-IF
           IF LS-FROM-DATE IS NOT NUMERIC
               OR LS-FROM-DATE > LS-TO-DATE
               PERFORM SHOW-USAGE
           END-IF
           COMPUTE LS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LS-FROM-DATE))
           CALL "GET-PARAMETER" USING
               "EXCDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-EXCDIR

           PERFORM UNTIL LS-DATE-INT > LS-TO-INT
               MOVE FUNCTION DATE-OF-INTEGER(LS-DATE-INT)
                   TO LS-SCAN-DATE
               PERFORM SCAN-EXCEPTION-FILE
               ADD 1 TO LS-DATE-INT
           END-PERFORM

           DISPLAY "MSGCAT: catalog coverage " LS-FROM-DATE " to "
               LS-TO-DATE ", " LS-SCANNED-COUNT " exception(s) in "
               LS-FILE-COUNT " repository file(s)"
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "msgcat." LS-TO-DATE ".rpt"
               DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           MOVE SPACES TO LS-RPT-ARG-2
           STRING "MESSAGE CATALOG COVERAGE " LS-FROM-DATE " TO "
               LS-TO-DATE
               DELIMITED BY SIZE
               INTO LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "OPEN " LS-RPT-ARG-1 LS-RPT-ARG-2
           MOVE "CODE     SEV PROGRAM  MESSAGE"
               TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "HEAD " LS-RPT-ARG-1 LS-RPT-ARG-2
           PERFORM PRINT-NEVER-RAISED
           PERFORM PRINT-UNCATALOGED
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "NEVER RAISED " LS-NEVER-COUNT
               "  UNCATALOGED " LS-UNCAT-COUNT
               DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "FOOT " LS-RPT-ARG-1 LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-RPT-ARG-1 LS-RPT-ARG-2
           IF LS-NEVER-COUNT > 0 OR LS-UNCAT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       SCAN-EXCEPTION-FILE.
           MOVE SPACES TO LS-EXCREPO-PATH
           STRING FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
               "exceptions." DELIMITED BY SIZE
               LS-SCAN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO LS-EXCREPO-PATH
           OPEN INPUT FD-EXCREPO
           IF LS-EXCREPO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-FILE-COUNT
           PERFORM UNTIL EXIT
               READ FD-EXCREPO
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-EXCREPO-RECORD NOT = SPACES
                           PERFORM TALLY-RAISED-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-EXCREPO
           .

      *> A stamped code is taken as written unless the catalog has
      *> since dropped it; an unstamped line is matched by its text.
       TALLY-RAISED-MESSAGE.
           ADD 1 TO LS-SCANNED-COUNT
           MOVE 0 TO LS-FOUND-IDX
           IF F-EXC-CODE NOT = SPACES AND F-EXC-CODE NOT = "-"
               MOVE F-EXC-CODE TO LS-MSG-CODE
           ELSE
               CALL "MESSAGE-LOOKUP" USING F-EXC-PROGRAM LS-NO-CODE
                   F-EXC-MESSAGE LS-MSG-CODE LS-MSG-SEVERITY
                   LS-MSG-TEXT LS-MSG-REMEDY LS-MSG-STATUS
               IF LS-MSG-STATUS NOT = "00"
                   MOVE SPACES TO LS-MSG-CODE
               END-IF
           END-IF
           IF LS-MSG-CODE NOT = SPACES
               PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
                   UNTIL LS-ENTRY-IDX > LS-ENTRY-COUNT
                       OR LS-FOUND-IDX > 0
                   IF LS-ENTRY-CODE(LS-ENTRY-IDX) = LS-MSG-CODE
                       MOVE LS-ENTRY-IDX TO LS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF LS-FOUND-IDX > 0
               ADD 1 TO LS-ENTRY-RAISED(LS-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-RAISED-LEN
           INSPECT F-EXC-MESSAGE TALLYING LS-RAISED-LEN
               FOR CHARACTERS BEFORE INITIAL " (repeated "
           MOVE SPACES TO LS-RAISED-MESSAGE
           IF LS-RAISED-LEN > 0
               MOVE F-EXC-MESSAGE(1:LS-RAISED-LEN)
                   TO LS-RAISED-MESSAGE
           END-IF
           PERFORM VARYING LS-UNCAT-IDX FROM 1 BY 1
               UNTIL LS-UNCAT-IDX > LS-UNCAT-COUNT
               IF LS-UNCAT-PROGRAM(LS-UNCAT-IDX) = F-EXC-PROGRAM
                   AND LS-UNCAT-MESSAGE(LS-UNCAT-IDX)
                       = LS-RAISED-MESSAGE
                   ADD 1 TO LS-UNCAT-TIMES(LS-UNCAT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-UNCAT-COUNT >= C-MAX-UNCATALOGED
               ADD 1 TO LS-UNCAT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-UNCAT-COUNT
           MOVE F-EXC-PROGRAM TO LS-UNCAT-PROGRAM(LS-UNCAT-COUNT)
           MOVE LS-RAISED-MESSAGE TO LS-UNCAT-MESSAGE(LS-UNCAT-COUNT)
           MOVE LS-SCAN-DATE TO LS-UNCAT-FIRST-DATE(LS-UNCAT-COUNT)
           MOVE 1 TO LS-UNCAT-TIMES(LS-UNCAT-COUNT)
           .

       PRINT-NEVER-RAISED.
           DISPLAY "CATALOG ENTRIES NEVER RAISED:"
           MOVE "CATALOG ENTRIES NEVER RAISED" TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > LS-ENTRY-COUNT
               IF LS-ENTRY-RAISED(LS-ENTRY-IDX) = 0
                   ADD 1 TO LS-NEVER-COUNT
                   MOVE SPACES TO LS-RPT-ARG-1
                   STRING LS-ENTRY-CODE(LS-ENTRY-IDX) " "
                       LS-ENTRY-SEVERITY(LS-ENTRY-IDX) "   "
                       LS-ENTRY-PROGRAM(LS-ENTRY-IDX) " "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(LS-ENTRY-TEXT(LS-ENTRY-IDX))
                       DELIMITED BY SIZE
                       INTO LS-RPT-ARG-1
                   DISPLAY "  " FUNCTION TRIM(LS-RPT-ARG-1 TRAILING)
                   CALL "REPORT-WRITER" USING
                       "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
               END-IF
           END-PERFORM
           IF LS-NEVER-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           .

       PRINT-UNCATALOGED.
           DISPLAY "RAISED MESSAGES WITH NO CATALOG ENTRY:"
           MOVE SPACES TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "RAISED MESSAGES WITH NO CATALOG ENTRY "
               "(FIRST SEEN, PROGRAM, TIMES, MESSAGE)"
               DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           PERFORM VARYING LS-UNCAT-IDX FROM 1 BY 1
               UNTIL LS-UNCAT-IDX > LS-UNCAT-COUNT
               MOVE SPACES TO LS-RPT-ARG-1
               STRING LS-UNCAT-FIRST-DATE(LS-UNCAT-IDX) " "
                   LS-UNCAT-PROGRAM(LS-UNCAT-IDX) " "
                   LS-UNCAT-TIMES(LS-UNCAT-IDX) "  "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-UNCAT-MESSAGE(LS-UNCAT-IDX))
                   DELIMITED BY SIZE
                   INTO LS-RPT-ARG-1
               DISPLAY "  " FUNCTION TRIM(LS-RPT-ARG-1 TRAILING)
               CALL "REPORT-WRITER" USING
                   "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           END-PERFORM
           IF LS-UNCAT-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           IF LS-UNCAT-OVERFLOW > 0
               DISPLAY "  ... and " LS-UNCAT-OVERFLOW " more "
                   "exception(s) not listed"
           END-IF
           .
       END PROGRAM MSGCAT.
