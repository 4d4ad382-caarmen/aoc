       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRINT.

      *> Finds an archived report through the report archive
      *> catalog (see REPORT-CATALOG) and reprints the pages asked
      *> for, so "the DAY12 invoice report from the 3rd, page 7" is
      *> one command rather than a hunt through directories:
      *>
      *>     reprint LIST <yyyymmdd> [<title>]
      *>         the reports catalogued for the run date, with run
      *>         ID, pages and where each lives; with a title, the
      *>         first key value on each page as well.
      *>     reprint PAGES <yyyymmdd> <from>[-<to>] <title>
      *>         the page range.
      *>     reprint KEY <yyyymmdd> <value> <title>
      *>         every page on which the value appears.
      *>
      *> The title is matched without regard to case and may be
      *> cut short ("day12 invoice"); it must come down to a single
      *> report title. Where the report ran more than once that
      *> date, the last run is reprinted.
      *>
      *> The pages go to "reprint.<timestamp>.rpt" exactly as first
      *> printed, except that every page header is stamped REPRINT
      *> with today's date, and a closing line says what was
      *> reprinted from where.
      *>
      *> Returns 4 when no page matched, 8 when the report is not
      *> in the catalog or its file cannot be read, 12 on usage
      *> errors or a catalog that cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CATALOG ASSIGN TO LS-CATALOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS LS-CATALOG-STATUS.
           SELECT FD-REPORT ASSIGN TO LS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REPORT-STATUS.
           SELECT FD-REPRINT ASSIGN TO LS-REPRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CATALOG.
       COPY "rptcat" IN "batch".
       FD  FD-REPORT.
       01  F-REPORT-RECORD                PIC X(132).
       FD  FD-REPRINT.
       01  F-REPRINT-RECORD               PIC X(132).

       LOCAL-STORAGE SECTION.
       01 C-MAX-FOUND                    CONSTANT 100.
       01 C-MAX-PAGES                    CONSTANT 9999.
       01 LS-COMMAND-LINE                 PIC X(200).
       01 LS-MODE                         PIC X(5).
       01 LS-RUN-DATE                     PIC X(8).
       01 LS-RANGE                        PIC X(40).
       01 LS-TITLE                        PIC X(80).
       01 LS-TITLE-LEN                    PIC 9(3).
       01 LS-ARG-PTR                      PIC 9(3).
       01 LS-FROM-TEXT                    PIC X(10).
       01 LS-TO-TEXT                      PIC X(10).
       01 LS-FROM-PAGE                    PIC 9(5).
       01 LS-TO-PAGE                      PIC 9(5).
       01 LS-KEY-VALUE                    PIC X(40).
       01 LS-KEY-LEN                      PIC 9(3).
       01 LS-KEY-HITS                     PIC 9(5).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-CATALOG-PATH                 PIC X(100).
       01 LS-CATALOG-STATUS               PIC X(2).
       01 LS-REPORT-PATH                  PIC X(132).
       01 LS-REPORT-STATUS                PIC X(2).
       01 LS-REPRINT-PATH                 PIC X(60).
       01 LS-REPRINT-STATUS               PIC X(2).
       01 LS-NOW                          PIC X(21).
       01 LS-END-TS                       PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).

      *> The run date's reports that answer to the title.
       01 LS-FOUND-COUNT                  PIC 9(3) VALUE 0.
       01 LS-FOUND-TABLE.
           05 LS-FOUND OCCURS 0 TO C-MAX-FOUND TIMES
                  DEPENDING ON LS-FOUND-COUNT.
               10 LS-FND-TITLE            PIC X(80).
               10 LS-FND-CLOSED           PIC X(16).
               10 LS-FND-RUN-ID           PIC X(20).
               10 LS-FND-PATH             PIC X(132).
               10 LS-FND-PAGES            PIC 9(5).
               10 LS-FND-EXACT            PIC 9(1).
       01 LS-FND-IDX                      PIC 9(3).
       01 LS-CHOSEN-IDX                   PIC 9(3).
       01 LS-EXACT-COUNT                  PIC 9(3) VALUE 0.
       01 LS-OTHER-TITLE                  PIC 9(1).
       01 LS-UPPER-TITLE                  PIC X(80).

      *> Reprinting.
       01 LS-PAGE-FLAGS.
           05 LS-PAGE-WANTED OCCURS C-MAX-PAGES TIMES PIC 9(1).
       01 LS-PAGE-NUMBER                  PIC 9(5).
       01 LS-HEAD-KEY                     PIC X(132).
       01 LS-HEAD-LEN                     PIC 9(3).
       01 LS-PAGES-OUT                    PIC 9(5) VALUE 0.
       01 LS-STAMP                        PIC X(24).
       01 LS-PAGES-DISPLAY                PIC Z(4)9.
       01 LS-LINE                         PIC X(132).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           MOVE 1 TO LS-ARG-PTR
           MOVE SPACES TO LS-MODE LS-RUN-DATE LS-RANGE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO LS-MODE LS-RUN-DATE
               WITH POINTER LS-ARG-PTR
           MOVE FUNCTION UPPER-CASE(LS-MODE) TO LS-MODE
           IF LS-MODE = "PAGES" OR LS-MODE = "KEY"
               UNSTRING LS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO LS-RANGE
                   WITH POINTER LS-ARG-PTR
           END-IF
           MOVE SPACES TO LS-TITLE
           IF LS-ARG-PTR <= 200
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   LS-COMMAND-LINE(LS-ARG-PTR:))) TO LS-TITLE
           END-IF
           IF (LS-MODE NOT = "LIST" AND LS-MODE NOT = "PAGES"
                   AND LS-MODE NOT = "KEY")
               OR FUNCTION TEST-NUMVAL(LS-RUN-DATE) NOT = 0
               OR (LS-MODE NOT = "LIST"
                   AND (LS-RANGE = SPACES OR LS-TITLE = SPACES))
               PERFORM SHOW-USAGE
           END-IF
           IF LS-MODE = "PAGES"
               PERFORM PARSE-PAGE-RANGE
           END-IF
           IF LS-MODE = "KEY"
               MOVE LS-RANGE TO LS-KEY-VALUE
               COMPUTE LS-KEY-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(LS-KEY-VALUE))
           END-IF
           MOVE 0 TO LS-TITLE-LEN
           IF LS-TITLE NOT = SPACES
               COMPUTE LS-TITLE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(LS-TITLE))
           END-IF

           CALL "GET-PARAMETER" USING
               "RPTCATALOG          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CATALOG-PATH
           IF LS-CATALOG-PATH = SPACES
               MOVE "report.catalog" TO LS-CATALOG-PATH
           END-IF
           OPEN INPUT FD-CATALOG
           IF LS-CATALOG-STATUS NOT = "00"
               DISPLAY "REPRINT: ERROR OPENING "
                   FUNCTION TRIM(LS-CATALOG-PATH)
                   " STATUS=" LS-CATALOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-CATALOGUED-REPORTS
           IF LS-FOUND-COUNT = 0
               CLOSE FD-CATALOG
               DISPLAY "REPRINT: no report catalogued for "
                   LS-RUN-DATE " titled "
                   FUNCTION TRIM(LS-TITLE) "..."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-MODE = "LIST"
               PERFORM LIST-CATALOGUED-REPORTS
               CLOSE FD-CATALOG
               STOP RUN
           END-IF
           CLOSE FD-CATALOG

           PERFORM CHOOSE-ONE-REPORT
           MOVE LS-FND-PATH(LS-CHOSEN-IDX) TO LS-REPORT-PATH
           MOVE SPACES TO LS-HEAD-KEY
           STRING FUNCTION TRIM(LS-FND-TITLE(LS-CHOSEN-IDX))
               DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               INTO LS-HEAD-KEY
           COMPUTE LS-HEAD-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-FND-TITLE(LS-CHOSEN-IDX))) + 11
           MOVE ZEROS TO LS-PAGE-FLAGS
           IF LS-MODE = "KEY"
               PERFORM FIND-PAGES-WITH-KEY
           ELSE
               PERFORM VARYING LS-PAGE-NUMBER FROM LS-FROM-PAGE BY 1
                   UNTIL LS-PAGE-NUMBER > LS-TO-PAGE
                       OR LS-PAGE-NUMBER > C-MAX-PAGES
                   MOVE 1 TO LS-PAGE-WANTED(LS-PAGE-NUMBER)
               END-PERFORM
           END-IF
           PERFORM WRITE-REPRINT

           MOVE LS-PAGES-OUT TO LS-PAGES-DISPLAY
           DISPLAY "REPRINT: " FUNCTION TRIM(LS-PAGES-DISPLAY)
               " page(s) of "
               FUNCTION TRIM(LS-FND-TITLE(LS-CHOSEN-IDX))
               " (" LS-RUN-DATE ") from "
               FUNCTION TRIM(LS-REPORT-PATH) " to "
               FUNCTION TRIM(LS-REPRINT-PATH)
           MOVE SPACES TO LS-LOG-RESULT
           STRING FUNCTION TRIM(LS-MODE) " " LS-RANGE " PAGES "
               LS-PAGES-OUT " OF "
               FUNCTION TRIM(LS-FND-TITLE(LS-CHOSEN-IDX)) " "
               LS-RUN-DATE
               DELIMITED BY SIZE INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               "REPRINT " LS-REPORT-PATH(1:100) LS-NOW LS-END-TS
               LS-LOG-RESULT
           IF LS-PAGES-OUT = 0
               DISPLAY "REPRINT: no page matched; nothing reprinted"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "REPRINT: usage: reprint LIST <yyyymmdd> [<title>]"
           DISPLAY "                reprint PAGES <yyyymmdd> "
               "<from>[-<to>] <title>"
           DISPLAY "                reprint KEY <yyyymmdd> <value> "
               "<title>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       PARSE-PAGE-RANGE.
           MOVE SPACES TO LS-FROM-TEXT LS-TO-TEXT
           UNSTRING LS-RANGE DELIMITED BY "-"
               INTO LS-FROM-TEXT LS-TO-TEXT
           IF LS-TO-TEXT = SPACES
               MOVE LS-FROM-TEXT TO LS-TO-TEXT
           END-IF
           IF FUNCTION TEST-NUMVAL(LS-FROM-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-TO-TEXT) NOT = 0
               PERFORM SHOW-USAGE
           END-IF
           COMPUTE LS-FROM-PAGE = FUNCTION NUMVAL(LS-FROM-TEXT)
           COMPUTE LS-TO-PAGE = FUNCTION NUMVAL(LS-TO-TEXT)
           IF LS-FROM-PAGE = 0 OR LS-TO-PAGE < LS-FROM-PAGE
               DISPLAY "REPRINT: page range " FUNCTION TRIM(LS-RANGE)
                   " runs backwards or from page 0"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> The report entries (page 0) for the run date whose title
      *> starts with the title given, in key order - so a title's
      *> runs come oldest first.
       FIND-CATALOGUED-REPORTS.
           MOVE LOW-VALUES TO RC-KEY
           START FD-CATALOG KEY IS NOT LESS THAN RC-KEY
           IF LS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CATALOG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LS-CATALOG-STATUS NOT = "00"
                   EXIT PERFORM
               END-IF
               IF RC-PAGE = 0 AND RC-RUN-DATE = LS-RUN-DATE
                   MOVE FUNCTION UPPER-CASE(RC-TITLE)
                       TO LS-UPPER-TITLE
                   IF LS-TITLE-LEN = 0
                       PERFORM TAKE-CATALOGUED-REPORT
                   ELSE
                       IF LS-UPPER-TITLE(1:LS-TITLE-LEN)
                           = LS-TITLE(1:LS-TITLE-LEN)
                           PERFORM TAKE-CATALOGUED-REPORT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       TAKE-CATALOGUED-REPORT.
           IF LS-FOUND-COUNT >= C-MAX-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-FOUND-COUNT
           MOVE RC-TITLE TO LS-FND-TITLE(LS-FOUND-COUNT)
           MOVE RC-CLOSED TO LS-FND-CLOSED(LS-FOUND-COUNT)
           MOVE RC-RUN-ID TO LS-FND-RUN-ID(LS-FOUND-COUNT)
           MOVE RC-PATH TO LS-FND-PATH(LS-FOUND-COUNT)
           MOVE RC-PAGE-COUNT TO LS-FND-PAGES(LS-FOUND-COUNT)
           MOVE 0 TO LS-FND-EXACT(LS-FOUND-COUNT)
           IF LS-UPPER-TITLE = LS-TITLE
               MOVE 1 TO LS-FND-EXACT(LS-FOUND-COUNT)
               ADD 1 TO LS-EXACT-COUNT
           END-IF
           .

       LIST-CATALOGUED-REPORTS.
           DISPLAY "REPRINT: reports catalogued for " LS-RUN-DATE
           PERFORM VARYING LS-FND-IDX FROM 1 BY 1
               UNTIL LS-FND-IDX > LS-FOUND-COUNT
               MOVE LS-FND-PAGES(LS-FND-IDX) TO LS-PAGES-DISPLAY
               DISPLAY "  " FUNCTION TRIM(LS-FND-TITLE(LS-FND-IDX))
               DISPLAY "      closed " LS-FND-CLOSED(LS-FND-IDX)(1:14)
                   "  run " FUNCTION TRIM(LS-FND-RUN-ID(LS-FND-IDX))
                   "  pages " FUNCTION TRIM(LS-PAGES-DISPLAY)
                   "  " FUNCTION TRIM(LS-FND-PATH(LS-FND-IDX))
               IF LS-TITLE-LEN > 0
                   PERFORM LIST-PAGE-KEYS
               END-IF
           END-PERFORM
           .

       LIST-PAGE-KEYS.
           MOVE LS-FND-TITLE(LS-FND-IDX) TO RC-TITLE
           MOVE LS-RUN-DATE TO RC-RUN-DATE
           MOVE LS-FND-CLOSED(LS-FND-IDX) TO RC-CLOSED
           MOVE 1 TO RC-PAGE
           START FD-CATALOG KEY IS NOT LESS THAN RC-KEY
           IF LS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CATALOG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LS-CATALOG-STATUS NOT = "00"
                   OR RC-TITLE NOT = LS-FND-TITLE(LS-FND-IDX)
                   OR RC-RUN-DATE NOT = LS-RUN-DATE
                   OR RC-CLOSED NOT = LS-FND-CLOSED(LS-FND-IDX)
                   EXIT PERFORM
               END-IF
               MOVE RC-PAGE TO LS-PAGES-DISPLAY
               DISPLAY "      page " LS-PAGES-DISPLAY "  "
                   FUNCTION TRIM(RC-FIRST-KEY)
           END-PERFORM
           .

      *> An exact title wins over titles it is the start of; then
      *> the title must be the only one left, and its last run is
      *> the one reprinted.
       CHOOSE-ONE-REPORT.
           MOVE 0 TO LS-CHOSEN-IDX
           MOVE 0 TO LS-OTHER-TITLE
           PERFORM VARYING LS-FND-IDX FROM 1 BY 1
               UNTIL LS-FND-IDX > LS-FOUND-COUNT
               IF LS-EXACT-COUNT = 0 OR LS-FND-EXACT(LS-FND-IDX) = 1
                   IF LS-CHOSEN-IDX > 0
                       IF LS-FND-TITLE(LS-FND-IDX)
                           NOT = LS-FND-TITLE(LS-CHOSEN-IDX)
                           MOVE 1 TO LS-OTHER-TITLE
                       END-IF
                   END-IF
                   MOVE LS-FND-IDX TO LS-CHOSEN-IDX
               END-IF
           END-PERFORM
           IF LS-OTHER-TITLE = 1
               DISPLAY "REPRINT: " FUNCTION TRIM(LS-TITLE)
                   " fits more than one report; give more of the "
                   "title:"
               PERFORM VARYING LS-FND-IDX FROM 1 BY 1
                   UNTIL LS-FND-IDX > LS-FOUND-COUNT
                   DISPLAY "  "
                       FUNCTION TRIM(LS-FND-TITLE(LS-FND-IDX))
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-ARCHIVED-REPORT.
           OPEN INPUT FD-REPORT
           IF LS-REPORT-STATUS NOT = "00"
               DISPLAY "REPRINT: "
                   FUNCTION TRIM(LS-FND-TITLE(LS-CHOSEN-IDX))
                   " is catalogued at "
                   FUNCTION TRIM(LS-REPORT-PATH)
                   " but cannot be read (status "
                   LS-REPORT-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO LS-PAGE-NUMBER
           .

      *> Lines before the first page header belong to no page.
       FIND-PAGES-WITH-KEY.
           PERFORM OPEN-ARCHIVED-REPORT
           PERFORM UNTIL EXIT
               READ FD-REPORT
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-REPORT-RECORD(1:LS-HEAD-LEN)
                   = LS-HEAD-KEY(1:LS-HEAD-LEN)
                   ADD 1 TO LS-PAGE-NUMBER
               ELSE
                   IF LS-PAGE-NUMBER > 0
                       AND LS-PAGE-NUMBER <= C-MAX-PAGES
                       MOVE 0 TO LS-KEY-HITS
                       INSPECT F-REPORT-RECORD TALLYING LS-KEY-HITS
                           FOR ALL LS-KEY-VALUE(1:LS-KEY-LEN)
                       IF LS-KEY-HITS > 0
                           MOVE 1 TO LS-PAGE-WANTED(LS-PAGE-NUMBER)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FD-REPORT
           .

       WRITE-REPRINT.
           PERFORM OPEN-ARCHIVED-REPORT
           MOVE SPACES TO LS-REPRINT-PATH
           STRING "reprint." LS-NOW(1:14) ".rpt"
               DELIMITED BY SIZE INTO LS-REPRINT-PATH
           OPEN OUTPUT FD-REPRINT
           IF LS-REPRINT-STATUS NOT = "00"
               DISPLAY "REPRINT: ERROR OPENING "
                   FUNCTION TRIM(LS-REPRINT-PATH)
                   " STATUS=" LS-REPRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-STAMP
           STRING "*** REPRINT " LS-NOW(1:8) " ***"
               DELIMITED BY SIZE INTO LS-STAMP
           PERFORM UNTIL EXIT
               READ FD-REPORT
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE F-REPORT-RECORD TO LS-LINE
               IF LS-LINE(1:LS-HEAD-LEN) = LS-HEAD-KEY(1:LS-HEAD-LEN)
                   ADD 1 TO LS-PAGE-NUMBER
                   IF LS-PAGE-NUMBER <= C-MAX-PAGES
                       IF LS-PAGE-WANTED(LS-PAGE-NUMBER) = 1
                           ADD 1 TO LS-PAGES-OUT
                           PERFORM WRITE-STAMPED-HEADER
                       END-IF
                   END-IF
               ELSE
                   IF LS-PAGE-NUMBER > 0
                       AND LS-PAGE-NUMBER <= C-MAX-PAGES
                       IF LS-PAGE-WANTED(LS-PAGE-NUMBER) = 1
                           MOVE LS-LINE TO F-REPRINT-RECORD
                           WRITE F-REPRINT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FD-REPORT
           MOVE LS-PAGES-OUT TO LS-PAGES-DISPLAY
           MOVE SPACES TO F-REPRINT-RECORD
           STRING "*** REPRINT " LS-NOW(1:8) " OF "
               FUNCTION TRIM(LS-PAGES-DISPLAY) " PAGE(S), "
               FUNCTION TRIM(LS-MODE) " "
               FUNCTION TRIM(LS-RANGE) ", FROM "
               FUNCTION TRIM(LS-REPORT-PATH) " ***"
               DELIMITED BY SIZE INTO F-REPRINT-RECORD
           WRITE F-REPRINT-RECORD
           CLOSE FD-REPRINT
           .

      *> The stamp goes at the right of the header line, or on a
      *> line of its own below a header too long to take it.
       WRITE-STAMPED-HEADER.
           IF LS-LINE(109:24) = SPACES
               MOVE LS-STAMP TO LS-LINE(109:24)
               MOVE LS-LINE TO F-REPRINT-RECORD
               WRITE F-REPRINT-RECORD
           ELSE
               MOVE LS-LINE TO F-REPRINT-RECORD
               WRITE F-REPRINT-RECORD
               MOVE LS-STAMP TO F-REPRINT-RECORD
               WRITE F-REPRINT-RECORD
           END-IF
           .
       END PROGRAM REPRINT.
