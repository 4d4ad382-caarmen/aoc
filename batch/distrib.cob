       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.

      *> End-of-batch report distribution. REPORT-WRITER leaves the
      *> night's reports side by side in one directory; this
      *> gathers them and makes up one print bundle per recipient
      *> group, delivered to the group's print queue directory or
      *> drop folder:
      *>
      *>     distrib [YYYYMMDD]
      *>
      *> The date - by default the night's run date DAYBATCH passes
      *> in RUNDATE, or today when run by hand - picks the night's
      *> reports: every file in the report directory (RPTDIR
      *> parameter, with its trailing slash; default the current
      *> directory) whose first line is a REPORT-WRITER page header
      *> carrying that run date. Its title is the text ahead of
      *> "RUN DATE" and its page count the number of page headers in
      *> the file.
      *>
      *> The distribution table ("distrib.table", DISTTABLE
      *> parameter) says who gets what:
      *>
      *>     RECIPIENT <group> PRINT|DROP <directory>
      *>     REPORT <group> <copies> <schedule> <title>
      *>
      *> A title ending in "*" takes every report whose title
      *> starts with the rest, for titles that carry a date or a
      *> period. The schedule is a DAYBATCH calendar - DAILY,
      *> WEEKDAYS, MONTHEND or DOW:MON,THU - and says which nights
      *> the group expects the report. "*" in column 1 opens a
      *> comment.
      *>
      *> Each bundle, "<group>.<date>.bundle" in the group's
      *> directory, opens with a banner page naming the group, the
      *> delivery and every report scheduled tonight that was not
      *> produced, then a table of contents giving each report's
      *> copies, pages and first page in the bundle, then the
      *> reports themselves, each copy in full. The banner, the
      *> contents and each report page start a fresh 60-line page,
      *> padded out with blank lines, so the contents' page
      *> numbers are the printed pages. A group with nothing
      *> scheduled tonight gets no bundle. Every report delivered
      *> or missing is recorded on the delivery log
      *> ("distrib.log", DISTLOG parameter), and a missing one is
      *> raised as a W exception to the group.
      *>
      *> Run as the last step of the night with DEPENDS=*.
      *>
      *> Returns 4 when a scheduled report is missing, 12 on a bad
      *> table or a bundle that could not be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-TABLE ASSIGN TO LS-TABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-TABLE-STATUS.
           SELECT FD-SCAN ASSIGN TO LS-SCAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SCAN-STATUS.
           SELECT FD-REPORT ASSIGN TO LS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REPORT-STATUS.
           SELECT FD-BUNDLE ASSIGN TO LS-BUNDLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-BUNDLE-STATUS.
           SELECT FD-DISTLOG ASSIGN TO LS-DISTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-DISTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-TABLE.
       01  F-TABLE-RECORD                 PIC X(200).
       FD  FD-SCAN.
       01  F-SCAN-RECORD                  PIC X(200).
       FD  FD-REPORT.
       01  F-REPORT-RECORD                PIC X(132).
       FD  FD-BUNDLE.
       01  F-BUNDLE-RECORD                PIC X(132).
       FD  FD-DISTLOG.
       01  F-DISTLOG-RECORD               PIC X(300).

       LOCAL-STORAGE SECTION.
       01 C-MAX-RECIPIENTS               CONSTANT 50.
       01 C-MAX-ROUTES                   CONSTANT 200.
       01 C-MAX-REPORTS                  CONSTANT 500.
       01 C-PAGE-LINES                   CONSTANT 60.
       01 LS-COMMAND-LINE                 PIC X(40).
       01 LS-RUN-DATE                     PIC X(8).
       01 LS-DATE-INT                     PIC 9(8).
       01 LS-NEXT-DATE                    PIC 9(8).
       01 LS-RUN-DOW                      PIC 9(1).
       01 LS-RUN-MONTHEND                 PIC 9(1).
       01 LS-DOW-NAME                     PIC X(3).
       01 LS-DOW-LIST                     PIC X(36).
       01 LS-CAL-VALUE                    PIC X(36).
       01 LS-CAL-RUN                      PIC 9(1).
       01 LS-CAL-OK                       PIC 9(1).
       01 LS-DOW-PTR                      PIC 9(3).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-RPTDIR                       PIC X(100).
       01 LS-TABLE-PATH                   PIC X(100).
       01 LS-TABLE-STATUS                 PIC X(2).
       01 LS-SCAN-PATH                    PIC X(30)
           VALUE "distrib.scan.tmp".
       01 LS-SCAN-STATUS                  PIC X(2).
       01 LS-REPORT-PATH                  PIC X(200).
       01 LS-REPORT-STATUS                PIC X(2).
       01 LS-BUNDLE-PATH                  PIC X(200).
       01 LS-BUNDLE-STATUS                PIC X(2).
       01 LS-DISTLOG-PATH                 PIC X(100).
       01 LS-DISTLOG-STATUS               PIC X(2).
       01 LS-SHELL-COMMAND                PIC X(400).
       01 LS-NOW                          PIC X(21).
       01 LS-END-TS                       PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).

      *> The distribution table.
       01 LS-LINE-NUMBER                  PIC 9(5) VALUE 0.
       01 LS-TABLE-FAULTS                 PIC 9(3) VALUE 0.
       01 LS-KEYWORD                      PIC X(12).
       01 LS-FIELD-1                      PIC X(100).
       01 LS-FIELD-2                      PIC X(100).
       01 LS-FIELD-3                      PIC X(100).
       01 LS-FIELD-PTR                    PIC 9(3).
       01 LS-RECIPIENT-COUNT              PIC 9(3) VALUE 0.
       01 LS-RECIPIENT-TABLE.
           05 LS-RECIPIENT OCCURS 0 TO C-MAX-RECIPIENTS TIMES
                  DEPENDING ON LS-RECIPIENT-COUNT.
               10 LS-RCP-NAME             PIC X(12).
               10 LS-RCP-METHOD           PIC X(5).
               10 LS-RCP-DIRECTORY        PIC X(100).
               10 LS-RCP-SCHEDULED        PIC 9(3).
               10 LS-RCP-DELIVERED        PIC 9(3).
               10 LS-RCP-MISSING          PIC 9(3).
               10 LS-RCP-PAGES            PIC 9(7).
       01 LS-RCP-IDX                      PIC 9(3).
       01 LS-ROUTE-COUNT                  PIC 9(3) VALUE 0.
       01 LS-ROUTE-TABLE.
           05 LS-ROUTE OCCURS 0 TO C-MAX-ROUTES TIMES
                  DEPENDING ON LS-ROUTE-COUNT.
               10 LS-RTE-RECIPIENT        PIC 9(3).
               10 LS-RTE-COPIES           PIC 9(2).
               10 LS-RTE-SCHEDULE         PIC X(36).
               10 LS-RTE-TITLE            PIC X(80).
               10 LS-RTE-TITLE-LEN        PIC 9(2).
               10 LS-RTE-PREFIX           PIC 9(1).
               10 LS-RTE-TONIGHT          PIC 9(1).
               10 LS-RTE-FOUND            PIC 9(3).
       01 LS-RTE-IDX                      PIC 9(3).

      *> Tonight's reports as found in the report directory.
       01 LS-FOUND-COUNT                  PIC 9(3) VALUE 0.
       01 LS-FOUND-TABLE.
           05 LS-FOUND OCCURS 0 TO C-MAX-REPORTS TIMES
                  DEPENDING ON LS-FOUND-COUNT.
               10 LS-FND-PATH             PIC X(200).
               10 LS-FND-TITLE            PIC X(80).
               10 LS-FND-PAGES            PIC 9(5).
               10 LS-FND-ROUTED           PIC 9(1).
       01 LS-FND-IDX                      PIC 9(3).
       01 LS-HEAD-POS                     PIC 9(3).
       01 LS-HEAD-KEY                     PIC X(132).
       01 LS-HEAD-LEN                     PIC 9(3).
       01 LS-PAGES                        PIC 9(5).
       01 LS-UNROUTED-COUNT               PIC 9(3) VALUE 0.

      *> Making up one bundle.
       01 LS-TITLE-MATCH                  PIC 9(1).
       01 LS-BANNER-LINES                 PIC 9(5).
       01 LS-PAGE-LINE                    PIC 9(3).
       01 LS-TOC-LINES                    PIC 9(5).
       01 LS-NEXT-PAGE                    PIC 9(7).
       01 LS-TOC-NUMBER                   PIC 9(3).
       01 LS-COPY-IDX                     PIC 9(2).
       01 LS-BUNDLE-FAILED                PIC 9(1).
       01 LS-MISSING-TOTAL                PIC 9(5) VALUE 0.
       01 LS-BUNDLE-COUNT                 PIC 9(3) VALUE 0.
       01 LS-FAILED-COUNT                 PIC 9(3) VALUE 0.
       01 LS-DELIVERY-STATE               PIC X(9).
       01 LS-TOC-NUMBER-DISPLAY           PIC ZZ9.
       01 LS-COPIES-DISPLAY               PIC Z9.
       01 LS-PAGES-DISPLAY                PIC Z(4)9.
       01 LS-FIRST-DISPLAY                PIC Z(6)9.
       01 LS-TOTAL-DISPLAY                PIC Z(6)9.
       01 LS-COUNT-DISPLAY                PIC ZZ9.
       01 LS-LINE                         PIC X(132).
       01 LS-SHOW-TITLE                   PIC X(81).
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-TEXT                     PIC X(120).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(LS-COMMAND-LINE) TO LS-RUN-DATE
           IF LS-RUN-DATE = SPACES
               ACCEPT LS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
           END-IF
           IF LS-RUN-DATE = SPACES
               MOVE LS-NOW(1:8) TO LS-RUN-DATE
           END-IF
           IF FUNCTION TEST-NUMVAL(LS-RUN-DATE) NOT = 0
               DISPLAY "DISTRIB: usage: distrib [YYYYMMDD]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PARAMETERS
           PERFORM DERIVE-RUN-DATE-FACTS
           PERFORM LOAD-DISTRIBUTION-TABLE
           IF LS-TABLE-FAULTS > 0
               DISPLAY "DISTRIB: " LS-TABLE-FAULTS " fault(s) in "
                   FUNCTION TRIM(LS-TABLE-PATH) "; nothing delivered"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GATHER-REPORTS
           PERFORM MATCH-ROUTES

           OPEN EXTEND FD-DISTLOG
           IF LS-DISTLOG-STATUS = "05" OR LS-DISTLOG-STATUS = "35"
               OPEN OUTPUT FD-DISTLOG
           END-IF
           IF LS-DISTLOG-STATUS NOT = "00"
               DISPLAY "DISTRIB: ERROR OPENING " LS-DISTLOG-PATH
                   " STATUS=" LS-DISTLOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-RCP-IDX FROM 1 BY 1
               UNTIL LS-RCP-IDX > LS-RECIPIENT-COUNT
               IF LS-RCP-SCHEDULED(LS-RCP-IDX) > 0
                   PERFORM MAKE-UP-BUNDLE
               END-IF
           END-PERFORM
           CLOSE FD-DISTLOG

           PERFORM VARYING LS-FND-IDX FROM 1 BY 1
               UNTIL LS-FND-IDX > LS-FOUND-COUNT
               IF LS-FND-ROUTED(LS-FND-IDX) = 0
                   ADD 1 TO LS-UNROUTED-COUNT
                   DISPLAY "DISTRIB: not distributed tonight: "
                       FUNCTION TRIM(LS-FND-TITLE(LS-FND-IDX)) " ("
                       FUNCTION TRIM(LS-FND-PATH(LS-FND-IDX)) ")"
               END-IF
           END-PERFORM
           DISPLAY "DISTRIB: " LS-FOUND-COUNT " report(s) found for "
               LS-RUN-DATE ", " LS-BUNDLE-COUNT " bundle(s), "
               LS-MISSING-TOTAL " missing, " LS-UNROUTED-COUNT
               " not distributed"

           MOVE SPACES TO LS-LOG-RESULT
           STRING LS-RUN-DATE " REPORTS " LS-FOUND-COUNT
               " BUNDLES " LS-BUNDLE-COUNT
               " MISSING " LS-MISSING-TOTAL
               " FAILED " LS-FAILED-COUNT
               DELIMITED BY SIZE INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               "DISTRIB " LS-TABLE-PATH LS-NOW LS-END-TS
               LS-LOG-RESULT
           EVALUATE TRUE
               WHEN LS-FAILED-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               WHEN LS-MISSING-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           CALL "GET-PARAMETER" USING
               "DISTTABLE           " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-TABLE-PATH
           IF LS-TABLE-PATH = SPACES
               MOVE "distrib.table" TO LS-TABLE-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "DISTLOG             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-DISTLOG-PATH
           IF LS-DISTLOG-PATH = SPACES
               MOVE "distrib.log" TO LS-DISTLOG-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "RPTDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RPTDIR
           .

      *> As DAYBATCH judges its CAL= clauses.
       DERIVE-RUN-DATE-FACTS.
           COMPUTE LS-DATE-INT = FUNCTION NUMVAL(LS-RUN-DATE)
           COMPUTE LS-RUN-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(LS-DATE-INT) - 1 7)
           COMPUTE LS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LS-DATE-INT) + 1)
           IF LS-NEXT-DATE(5:2) NOT = LS-DATE-INT(5:2)
               MOVE 1 TO LS-RUN-MONTHEND
           ELSE
               MOVE 0 TO LS-RUN-MONTHEND
           END-IF
           EVALUATE LS-RUN-DOW
               WHEN 0 MOVE "MON" TO LS-DOW-NAME
               WHEN 1 MOVE "TUE" TO LS-DOW-NAME
               WHEN 2 MOVE "WED" TO LS-DOW-NAME
               WHEN 3 MOVE "THU" TO LS-DOW-NAME
               WHEN 4 MOVE "FRI" TO LS-DOW-NAME
               WHEN 5 MOVE "SAT" TO LS-DOW-NAME
               WHEN 6 MOVE "SUN" TO LS-DOW-NAME
           END-EVALUATE
           .

       LOAD-DISTRIBUTION-TABLE.
           OPEN INPUT FD-TABLE
           IF LS-TABLE-STATUS NOT = "00"
               DISPLAY "DISTRIB: ERROR OPENING " LS-TABLE-PATH
                   " STATUS=" LS-TABLE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-TABLE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LS-LINE-NUMBER
               IF F-TABLE-RECORD(1:1) = "*"
                   OR F-TABLE-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               MOVE SPACES TO LS-KEYWORD LS-FIELD-1 LS-FIELD-2
                   LS-FIELD-3
               MOVE 1 TO LS-FIELD-PTR
               UNSTRING F-TABLE-RECORD DELIMITED BY ALL SPACE
                   INTO LS-KEYWORD LS-FIELD-1 LS-FIELD-2
                   WITH POINTER LS-FIELD-PTR
               EVALUATE LS-KEYWORD
                   WHEN "RECIPIENT"
                       UNSTRING F-TABLE-RECORD DELIMITED BY ALL SPACE
                           INTO LS-FIELD-3
                           WITH POINTER LS-FIELD-PTR
                       PERFORM ADD-RECIPIENT
                   WHEN "REPORT"
                       UNSTRING F-TABLE-RECORD DELIMITED BY ALL SPACE
                           INTO LS-FIELD-3
                           WITH POINTER LS-FIELD-PTR
                       PERFORM ADD-ROUTE
                   WHEN OTHER
                       PERFORM TABLE-FAULT
                       DISPLAY "    unknown entry "
                           FUNCTION TRIM(LS-KEYWORD)
               END-EVALUATE
           END-PERFORM
           CLOSE FD-TABLE
           .

       TABLE-FAULT.
           ADD 1 TO LS-TABLE-FAULTS
           DISPLAY "DISTRIB: " FUNCTION TRIM(LS-TABLE-PATH)
               " line " LS-LINE-NUMBER ": "
               FUNCTION TRIM(F-TABLE-RECORD)
           .

      *> RECIPIENT <group> PRINT|DROP <directory>
       ADD-RECIPIENT.
           IF (LS-FIELD-2 NOT = "PRINT" AND LS-FIELD-2 NOT = "DROP")
               OR LS-FIELD-3 = SPACES
               PERFORM TABLE-FAULT
               DISPLAY "    delivery is PRINT or DROP and a directory"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RECIPIENT
           IF LS-RCP-IDX > 0
               PERFORM TABLE-FAULT
               DISPLAY "    recipient already defined"
               EXIT PARAGRAPH
           END-IF
           IF LS-RECIPIENT-COUNT >= C-MAX-RECIPIENTS
               PERFORM TABLE-FAULT
               DISPLAY "    more than " C-MAX-RECIPIENTS
                   " recipients"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-RECIPIENT-COUNT
           MOVE LS-RECIPIENT-COUNT TO LS-RCP-IDX
           MOVE LS-FIELD-1 TO LS-RCP-NAME(LS-RCP-IDX)
           MOVE LS-FIELD-2 TO LS-RCP-METHOD(LS-RCP-IDX)
           MOVE LS-FIELD-3 TO LS-RCP-DIRECTORY(LS-RCP-IDX)
           MOVE 0 TO LS-RCP-SCHEDULED(LS-RCP-IDX)
               LS-RCP-DELIVERED(LS-RCP-IDX)
               LS-RCP-MISSING(LS-RCP-IDX)
               LS-RCP-PAGES(LS-RCP-IDX)
           .

       FIND-RECIPIENT.
           PERFORM VARYING LS-RCP-IDX FROM 1 BY 1
               UNTIL LS-RCP-IDX > LS-RECIPIENT-COUNT
               IF LS-RCP-NAME(LS-RCP-IDX) = LS-FIELD-1
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO LS-RCP-IDX
           .

      *> REPORT <group> <copies> <schedule> <title>; the recipient
      *> must be defined further up.
       ADD-ROUTE.
           PERFORM FIND-RECIPIENT
           IF LS-RCP-IDX = 0
               PERFORM TABLE-FAULT
               DISPLAY "    recipient "
                   FUNCTION TRIM(LS-FIELD-1) " not defined above"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(LS-FIELD-2) NOT = 0
               PERFORM TABLE-FAULT
               DISPLAY "    copies is not a number"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(LS-FIELD-2) < 1
               OR FUNCTION NUMVAL(LS-FIELD-2) > 99
               PERFORM TABLE-FAULT
               DISPLAY "    copies is not 1 to 99"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-FIELD-3 TO LS-CAL-VALUE
           PERFORM EVALUATE-SCHEDULE
           IF LS-CAL-OK = 0
               PERFORM TABLE-FAULT
               DISPLAY "    unknown schedule "
                   FUNCTION TRIM(LS-CAL-VALUE)
               EXIT PARAGRAPH
           END-IF
           IF F-TABLE-RECORD(LS-FIELD-PTR:) = SPACES
               PERFORM TABLE-FAULT
               DISPLAY "    no report title"
               EXIT PARAGRAPH
           END-IF
           IF LS-ROUTE-COUNT >= C-MAX-ROUTES
               PERFORM TABLE-FAULT
               DISPLAY "    more than " C-MAX-ROUTES " reports"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-ROUTE-COUNT
           MOVE LS-ROUTE-COUNT TO LS-RTE-IDX
           MOVE LS-RCP-IDX TO LS-RTE-RECIPIENT(LS-RTE-IDX)
           COMPUTE LS-RTE-COPIES(LS-RTE-IDX) =
               FUNCTION NUMVAL(LS-FIELD-2)
           MOVE LS-CAL-VALUE TO LS-RTE-SCHEDULE(LS-RTE-IDX)
           MOVE LS-CAL-RUN TO LS-RTE-TONIGHT(LS-RTE-IDX)
           MOVE FUNCTION TRIM(F-TABLE-RECORD(LS-FIELD-PTR:))
               TO LS-RTE-TITLE(LS-RTE-IDX)
           COMPUTE LS-RTE-TITLE-LEN(LS-RTE-IDX) = FUNCTION LENGTH(
               FUNCTION TRIM(LS-RTE-TITLE(LS-RTE-IDX)))
           MOVE 0 TO LS-RTE-PREFIX(LS-RTE-IDX)
           IF LS-RTE-TITLE(LS-RTE-IDX)
                   (LS-RTE-TITLE-LEN(LS-RTE-IDX):1) = "*"
               MOVE 1 TO LS-RTE-PREFIX(LS-RTE-IDX)
               MOVE SPACE TO LS-RTE-TITLE(LS-RTE-IDX)
                   (LS-RTE-TITLE-LEN(LS-RTE-IDX):1)
               SUBTRACT 1 FROM LS-RTE-TITLE-LEN(LS-RTE-IDX)
           END-IF
           MOVE 0 TO LS-RTE-FOUND(LS-RTE-IDX)
           .

      *> LS-CAL-OK: the schedule is one DAYBATCH knows; LS-CAL-RUN:
      *> it selects tonight.
       EVALUATE-SCHEDULE.
           MOVE 1 TO LS-CAL-OK
           MOVE 1 TO LS-CAL-RUN
           EVALUATE TRUE
               WHEN LS-CAL-VALUE = "DAILY"
                   CONTINUE
               WHEN LS-CAL-VALUE = "WEEKDAYS"
                   IF LS-RUN-DOW > 4
                       MOVE 0 TO LS-CAL-RUN
                   END-IF
               WHEN LS-CAL-VALUE = "MONTHEND"
                   IF LS-RUN-MONTHEND = 0
                       MOVE 0 TO LS-CAL-RUN
                   END-IF
               WHEN LS-CAL-VALUE(1:4) = "DOW:"
                   MOVE LS-CAL-VALUE(5:) TO LS-DOW-LIST
                   MOVE 0 TO LS-CAL-RUN
                   MOVE 1 TO LS-DOW-PTR
                   PERFORM UNTIL LS-DOW-PTR > 32
                       MOVE SPACES TO LS-KEYWORD
                       UNSTRING LS-DOW-LIST DELIMITED BY "," OR SPACE
                           INTO LS-KEYWORD
                           WITH POINTER LS-DOW-PTR
                       IF LS-KEYWORD = LS-DOW-NAME
                           MOVE 1 TO LS-CAL-RUN
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE 0 TO LS-CAL-OK
           END-EVALUATE
           .

      *> A report is the night's when its first line is a page
      *> header carrying the run date. grep narrows the directory
      *> down to files that hold such a header anywhere.
       GATHER-REPORTS.
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "grep -l -s -F '  RUN DATE " DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               "  PAGE ' " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RPTDIR) DELIMITED BY SIZE
               "* > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCAN-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           OPEN INPUT FD-SCAN
           IF LS-SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-SCAN
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-SCAN-RECORD NOT = SPACES
                   AND F-SCAN-RECORD NOT = LS-SCAN-PATH
                   PERFORM EXAMINE-ONE-REPORT
               END-IF
           END-PERFORM
           CLOSE FD-SCAN
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCAN-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           .

       EXAMINE-ONE-REPORT.
           MOVE F-SCAN-RECORD TO LS-REPORT-PATH
           OPEN INPUT FD-REPORT
           IF LS-REPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FD-REPORT
               AT END
                   CLOSE FD-REPORT
                   EXIT PARAGRAPH
           END-READ
           MOVE 0 TO LS-HEAD-POS
           INSPECT F-REPORT-RECORD TALLYING LS-HEAD-POS
               FOR CHARACTERS BEFORE INITIAL "  RUN DATE "
           IF LS-HEAD-POS = 0 OR LS-HEAD-POS > 100
               CLOSE FD-REPORT
               EXIT PARAGRAPH
           END-IF
           IF F-REPORT-RECORD(LS-HEAD-POS + 12:8) NOT = LS-RUN-DATE
               OR F-REPORT-RECORD(LS-HEAD-POS + 20:11)
                   NOT = "  PAGE    1"
               CLOSE FD-REPORT
               EXIT PARAGRAPH
           END-IF
           IF LS-FOUND-COUNT >= C-MAX-REPORTS
               DISPLAY "DISTRIB: more than " C-MAX-REPORTS
                   " reports; not taken: " FUNCTION TRIM(LS-REPORT-PATH)
               CLOSE FD-REPORT
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-HEAD-LEN = LS-HEAD-POS + 11
           MOVE F-REPORT-RECORD TO LS-HEAD-KEY
           MOVE 1 TO LS-PAGES
           PERFORM UNTIL EXIT
               READ FD-REPORT
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-REPORT-RECORD(1:LS-HEAD-LEN)
                   = LS-HEAD-KEY(1:LS-HEAD-LEN)
                   ADD 1 TO LS-PAGES
               END-IF
           END-PERFORM
           CLOSE FD-REPORT
           ADD 1 TO LS-FOUND-COUNT
           MOVE LS-REPORT-PATH TO LS-FND-PATH(LS-FOUND-COUNT)
           MOVE LS-HEAD-KEY(1:LS-HEAD-POS)
               TO LS-FND-TITLE(LS-FOUND-COUNT)
           MOVE LS-PAGES TO LS-FND-PAGES(LS-FOUND-COUNT)
           MOVE 0 TO LS-FND-ROUTED(LS-FOUND-COUNT)
           .

      *> Which of tonight's reports each scheduled route takes.
       MATCH-ROUTES.
           PERFORM VARYING LS-RTE-IDX FROM 1 BY 1
               UNTIL LS-RTE-IDX > LS-ROUTE-COUNT
               IF LS-RTE-TONIGHT(LS-RTE-IDX) = 1
                   MOVE LS-RTE-RECIPIENT(LS-RTE-IDX) TO LS-RCP-IDX
                   ADD 1 TO LS-RCP-SCHEDULED(LS-RCP-IDX)
                   PERFORM VARYING LS-FND-IDX FROM 1 BY 1
                       UNTIL LS-FND-IDX > LS-FOUND-COUNT
                       PERFORM MATCH-ONE-TITLE
                       IF LS-TITLE-MATCH = 1
                           ADD 1 TO LS-RTE-FOUND(LS-RTE-IDX)
                           MOVE 1 TO LS-FND-ROUTED(LS-FND-IDX)
                       END-IF
                   END-PERFORM
                   IF LS-RTE-FOUND(LS-RTE-IDX) = 0
                       ADD 1 TO LS-RCP-MISSING(LS-RCP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       MATCH-ONE-TITLE.
           MOVE 0 TO LS-TITLE-MATCH
           IF LS-RTE-PREFIX(LS-RTE-IDX) = 1
               IF LS-RTE-TITLE-LEN(LS-RTE-IDX) = 0
                   MOVE 1 TO LS-TITLE-MATCH
               ELSE
                   IF LS-FND-TITLE(LS-FND-IDX)
                           (1:LS-RTE-TITLE-LEN(LS-RTE-IDX))
                       = LS-RTE-TITLE(LS-RTE-IDX)
                           (1:LS-RTE-TITLE-LEN(LS-RTE-IDX))
                       MOVE 1 TO LS-TITLE-MATCH
                   END-IF
               END-IF
           ELSE
               IF LS-FND-TITLE(LS-FND-IDX) = LS-RTE-TITLE(LS-RTE-IDX)
                   MOVE 1 TO LS-TITLE-MATCH
               END-IF
           END-IF
           .

      *> One recipient's bundle: banner, contents, then the reports.
      *> Page numbers in the contents are bundle pages, counting the
      *> banner and the contents themselves.
       MAKE-UP-BUNDLE.
           MOVE SPACES TO LS-BUNDLE-PATH
           STRING FUNCTION TRIM(LS-RCP-DIRECTORY(LS-RCP-IDX))
               DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(LS-RCP-NAME(LS-RCP-IDX))
               DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               ".bundle" DELIMITED BY SIZE
               INTO LS-BUNDLE-PATH
           OPEN OUTPUT FD-BUNDLE
           IF LS-BUNDLE-STATUS NOT = "00"
               DISPLAY "DISTRIB: ERROR OPENING "
                   FUNCTION TRIM(LS-BUNDLE-PATH)
                   " STATUS=" LS-BUNDLE-STATUS
               ADD 1 TO LS-FAILED-COUNT
               MOVE LS-RCP-NAME(LS-RCP-IDX) TO LS-EXC-KEY
               MOVE SPACES TO LS-EXC-TEXT
               STRING "bundle for " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-RCP-NAME(LS-RCP-IDX))
                   DELIMITED BY SIZE
                   " not written: cannot open " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-BUNDLE-PATH) DELIMITED BY SIZE
                   INTO LS-EXC-TEXT
               CALL "WRITE-EXCEPTION" USING
                   "DISTRIB " "E" LS-EXC-KEY LS-EXC-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-BUNDLE-COUNT
           MOVE 0 TO LS-PAGE-LINE

      *> Page arithmetic first: the banner carries the total. The
      *> banner, the contents and every report page each start a
      *> fresh page of C-PAGE-LINES lines (see END-BUNDLE-PAGE), so
      *> the first-page numbers hold on the printed bundle.
           COMPUTE LS-BANNER-LINES = 8 + LS-RCP-MISSING(LS-RCP-IDX)
           IF LS-RCP-MISSING(LS-RCP-IDX) = 0
               ADD 1 TO LS-BANNER-LINES
           END-IF
           MOVE 0 TO LS-TOC-LINES
           PERFORM VARYING LS-RTE-IDX FROM 1 BY 1
               UNTIL LS-RTE-IDX > LS-ROUTE-COUNT
               IF LS-RTE-RECIPIENT(LS-RTE-IDX) = LS-RCP-IDX
                   AND LS-RTE-TONIGHT(LS-RTE-IDX) = 1
                   IF LS-RTE-FOUND(LS-RTE-IDX) = 0
                       ADD 1 TO LS-TOC-LINES
                   ELSE
                       ADD LS-RTE-FOUND(LS-RTE-IDX) TO LS-TOC-LINES
                   END-IF
               END-IF
           END-PERFORM
           ADD 4 TO LS-TOC-LINES
           COMPUTE LS-NEXT-PAGE = 1
               + (LS-BANNER-LINES + C-PAGE-LINES - 1) / C-PAGE-LINES
               + (LS-TOC-LINES + C-PAGE-LINES - 1) / C-PAGE-LINES
           MOVE LS-NEXT-PAGE TO LS-RCP-PAGES(LS-RCP-IDX)
           SUBTRACT 1 FROM LS-RCP-PAGES(LS-RCP-IDX)
           PERFORM VARYING LS-RTE-IDX FROM 1 BY 1
               UNTIL LS-RTE-IDX > LS-ROUTE-COUNT
               IF LS-RTE-RECIPIENT(LS-RTE-IDX) = LS-RCP-IDX
                   AND LS-RTE-TONIGHT(LS-RTE-IDX) = 1
                   PERFORM VARYING LS-FND-IDX FROM 1 BY 1
                       UNTIL LS-FND-IDX > LS-FOUND-COUNT
                       PERFORM MATCH-ONE-TITLE
                       IF LS-TITLE-MATCH = 1
                           COMPUTE LS-RCP-PAGES(LS-RCP-IDX) =
                               LS-RCP-PAGES(LS-RCP-IDX)
                               + LS-FND-PAGES(LS-FND-IDX)
                               * LS-RTE-COPIES(LS-RTE-IDX)
                           ADD 1 TO LS-RCP-DELIVERED(LS-RCP-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM WRITE-BANNER-PAGE
           PERFORM END-BUNDLE-PAGE
           PERFORM WRITE-CONTENTS
           PERFORM END-BUNDLE-PAGE
           PERFORM VARYING LS-RTE-IDX FROM 1 BY 1
               UNTIL LS-RTE-IDX > LS-ROUTE-COUNT
               IF LS-RTE-RECIPIENT(LS-RTE-IDX) = LS-RCP-IDX
                   AND LS-RTE-TONIGHT(LS-RTE-IDX) = 1
                   PERFORM VARYING LS-FND-IDX FROM 1 BY 1
                       UNTIL LS-FND-IDX > LS-FOUND-COUNT
                       PERFORM MATCH-ONE-TITLE
                       IF LS-TITLE-MATCH = 1
                           PERFORM VARYING LS-COPY-IDX FROM 1 BY 1
                               UNTIL LS-COPY-IDX >
                                   LS-RTE-COPIES(LS-RTE-IDX)
                               PERFORM COPY-REPORT-INTO-BUNDLE
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE FD-BUNDLE

           MOVE LS-RCP-PAGES(LS-RCP-IDX) TO LS-TOTAL-DISPLAY
           DISPLAY "DISTRIB: " FUNCTION TRIM(LS-RCP-NAME(LS-RCP-IDX))
               " " FUNCTION TRIM(LS-RCP-METHOD(LS-RCP-IDX)) " "
               FUNCTION TRIM(LS-BUNDLE-PATH) ": "
               LS-RCP-DELIVERED(LS-RCP-IDX) " report(s), "
               FUNCTION TRIM(LS-TOTAL-DISPLAY) " page(s), "
               LS-RCP-MISSING(LS-RCP-IDX) " missing"
           .

       WRITE-BANNER-PAGE.
           MOVE ALL "*" TO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           MOVE SPACES TO LS-LINE
           STRING "DISTRIBUTION BUNDLE FOR " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RCP-NAME(LS-RCP-IDX))
               DELIMITED BY SIZE
               "    NIGHT OF " DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               INTO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           MOVE SPACES TO LS-LINE
           STRING "DELIVERY " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RCP-METHOD(LS-RCP-IDX))
               DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RCP-DIRECTORY(LS-RCP-IDX))
               DELIMITED BY SIZE
               INTO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           MOVE LS-RCP-DELIVERED(LS-RCP-IDX) TO LS-COUNT-DISPLAY
           MOVE LS-RCP-PAGES(LS-RCP-IDX) TO LS-TOTAL-DISPLAY
           MOVE SPACES TO LS-LINE
           STRING "REPORTS " DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               "    PAGES " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TOTAL-DISPLAY) DELIMITED BY SIZE
               INTO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           MOVE SPACES TO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           MOVE "SCHEDULED TONIGHT AND NOT PRODUCED:" TO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           IF LS-RCP-MISSING(LS-RCP-IDX) = 0
               MOVE "    (none)" TO LS-LINE
               PERFORM PUT-BUNDLE-LINE
           END-IF
           PERFORM VARYING LS-RTE-IDX FROM 1 BY 1
               UNTIL LS-RTE-IDX > LS-ROUTE-COUNT
               IF LS-RTE-RECIPIENT(LS-RTE-IDX) = LS-RCP-IDX
                   AND LS-RTE-TONIGHT(LS-RTE-IDX) = 1
                   AND LS-RTE-FOUND(LS-RTE-IDX) = 0
                   MOVE SPACES TO LS-LINE
                   PERFORM SHOW-ROUTE-TITLE
                   STRING "    MISSING  " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-SHOW-TITLE) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(LS-RTE-SCHEDULE(LS-RTE-IDX))
                       DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LS-LINE
                   PERFORM PUT-BUNDLE-LINE
                   PERFORM RECORD-MISSING-REPORT
               END-IF
           END-PERFORM
           MOVE SPACES TO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           MOVE ALL "*" TO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           .

       WRITE-CONTENTS.
           MOVE "TABLE OF CONTENTS" TO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           MOVE " NO  REPORT" TO LS-LINE
           MOVE "COPIES  PAGES  FIRST PAGE    FILE" TO LS-LINE(66:)
           PERFORM PUT-BUNDLE-LINE
           MOVE ALL "-" TO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           MOVE 0 TO LS-TOC-NUMBER
           PERFORM VARYING LS-RTE-IDX FROM 1 BY 1
               UNTIL LS-RTE-IDX > LS-ROUTE-COUNT
               IF LS-RTE-RECIPIENT(LS-RTE-IDX) = LS-RCP-IDX
                   AND LS-RTE-TONIGHT(LS-RTE-IDX) = 1
                   IF LS-RTE-FOUND(LS-RTE-IDX) = 0
                       PERFORM SHOW-ROUTE-TITLE
                       MOVE SPACES TO LS-LINE
                       MOVE LS-SHOW-TITLE TO LS-LINE(6:60)
                       MOVE "MISSING" TO LS-LINE(74:)
                       PERFORM PUT-BUNDLE-LINE
                   ELSE
                       PERFORM VARYING LS-FND-IDX FROM 1 BY 1
                           UNTIL LS-FND-IDX > LS-FOUND-COUNT
                           PERFORM MATCH-ONE-TITLE
                           IF LS-TITLE-MATCH = 1
                               PERFORM WRITE-CONTENTS-ENTRY
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           MOVE ALL "-" TO LS-LINE
           PERFORM PUT-BUNDLE-LINE
           .

       WRITE-CONTENTS-ENTRY.
           ADD 1 TO LS-TOC-NUMBER
           MOVE LS-TOC-NUMBER TO LS-TOC-NUMBER-DISPLAY
           MOVE LS-RTE-COPIES(LS-RTE-IDX) TO LS-COPIES-DISPLAY
           MOVE LS-FND-PAGES(LS-FND-IDX) TO LS-PAGES-DISPLAY
           MOVE LS-NEXT-PAGE TO LS-FIRST-DISPLAY
           MOVE SPACES TO LS-LINE
           STRING LS-TOC-NUMBER-DISPLAY "  "
               LS-FND-TITLE(LS-FND-IDX)(1:60) "    "
               LS-COPIES-DISPLAY "  " LS-PAGES-DISPLAY "     "
               LS-FIRST-DISPLAY "  "
               DELIMITED BY SIZE INTO LS-LINE
           MOVE LS-FND-PATH(LS-FND-IDX) TO LS-LINE(95:)
           PERFORM PUT-BUNDLE-LINE
           COMPUTE LS-NEXT-PAGE = LS-NEXT-PAGE
               + LS-FND-PAGES(LS-FND-IDX) * LS-RTE-COPIES(LS-RTE-IDX)
           MOVE "DELIVERED" TO LS-DELIVERY-STATE
           PERFORM WRITE-DELIVERY-LOG
           .

      *> Each page header of the report - its first line, as the
      *> page count in EXAMINE-ONE-REPORT found them - starts a new
      *> bundle page, so a short last page does not pull the next
      *> report up onto it.
       COPY-REPORT-INTO-BUNDLE.
           MOVE LS-FND-PATH(LS-FND-IDX) TO LS-REPORT-PATH
           OPEN INPUT FD-REPORT
           IF LS-REPORT-STATUS NOT = "00"
               DISPLAY "DISTRIB: ERROR OPENING "
                   FUNCTION TRIM(LS-REPORT-PATH)
                   " STATUS=" LS-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-HEAD-LEN
           PERFORM UNTIL EXIT
               READ FD-REPORT
                   AT END
                       EXIT PERFORM
               END-READ
               IF LS-HEAD-LEN = 0
                   MOVE 0 TO LS-HEAD-POS
                   INSPECT F-REPORT-RECORD TALLYING LS-HEAD-POS
                       FOR CHARACTERS BEFORE INITIAL "  RUN DATE "
                   COMPUTE LS-HEAD-LEN = LS-HEAD-POS + 11
                   MOVE F-REPORT-RECORD TO LS-HEAD-KEY
               END-IF
               IF F-REPORT-RECORD(1:LS-HEAD-LEN)
                   = LS-HEAD-KEY(1:LS-HEAD-LEN)
                   PERFORM END-BUNDLE-PAGE
               END-IF
               MOVE F-REPORT-RECORD TO LS-LINE
               PERFORM PUT-BUNDLE-LINE
           END-PERFORM
           CLOSE FD-REPORT
           PERFORM END-BUNDLE-PAGE
           .

      *> A route's title as the table gives it, "*" and all.
       SHOW-ROUTE-TITLE.
           MOVE LS-RTE-TITLE(LS-RTE-IDX) TO LS-SHOW-TITLE
           IF LS-RTE-PREFIX(LS-RTE-IDX) = 1
               MOVE "*" TO LS-SHOW-TITLE
                   (LS-RTE-TITLE-LEN(LS-RTE-IDX) + 1:1)
           END-IF
           .

       PUT-BUNDLE-LINE.
           MOVE LS-LINE TO F-BUNDLE-RECORD
           WRITE F-BUNDLE-RECORD
           ADD 1 TO LS-PAGE-LINE
           IF LS-PAGE-LINE = C-PAGE-LINES
               MOVE 0 TO LS-PAGE-LINE
           END-IF
           .

      *> Blank lines to the foot of a part-filled page.
       END-BUNDLE-PAGE.
           PERFORM UNTIL LS-PAGE-LINE = 0
               MOVE SPACES TO LS-LINE
               PERFORM PUT-BUNDLE-LINE
           END-PERFORM
           .

       RECORD-MISSING-REPORT.
           ADD 1 TO LS-MISSING-TOTAL
           MOVE "MISSING" TO LS-DELIVERY-STATE
           MOVE 0 TO LS-FND-IDX
           PERFORM WRITE-DELIVERY-LOG
           MOVE SPACES TO LS-EXC-KEY
           STRING LS-RCP-NAME(LS-RCP-IDX) " "
               LS-RTE-TITLE(LS-RTE-IDX)
               DELIMITED BY SIZE INTO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-TEXT
           STRING "scheduled report not produced for " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RCP-NAME(LS-RCP-IDX))
               DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RTE-TITLE(LS-RTE-IDX))
               DELIMITED BY SIZE
               INTO LS-EXC-TEXT
           CALL "WRITE-EXCEPTION" USING
               "DISTRIB " "W" LS-EXC-KEY LS-EXC-TEXT
           .

      *> One line per report per recipient, DELIVERED or MISSING.
       WRITE-DELIVERY-LOG.
           MOVE SPACES TO F-DISTLOG-RECORD
           IF LS-FND-IDX = 0
               STRING LS-NOW(1:14) " night=" LS-RUN-DATE
                   " to=" FUNCTION TRIM(LS-RCP-NAME(LS-RCP-IDX))
                   " method=" FUNCTION TRIM(LS-RCP-METHOD(LS-RCP-IDX))
                   " status=" FUNCTION TRIM(LS-DELIVERY-STATE)
                   " bundle=" FUNCTION TRIM(LS-BUNDLE-PATH)
                   " report=" FUNCTION TRIM(LS-RTE-TITLE(LS-RTE-IDX))
                   DELIMITED BY SIZE INTO F-DISTLOG-RECORD
           ELSE
               STRING LS-NOW(1:14) " night=" LS-RUN-DATE
                   " to=" FUNCTION TRIM(LS-RCP-NAME(LS-RCP-IDX))
                   " method=" FUNCTION TRIM(LS-RCP-METHOD(LS-RCP-IDX))
                   " status=" FUNCTION TRIM(LS-DELIVERY-STATE)
                   " copies=" LS-RTE-COPIES(LS-RTE-IDX)
                   " pages=" LS-FND-PAGES(LS-FND-IDX)
                   " bundle=" FUNCTION TRIM(LS-BUNDLE-PATH)
                   " file=" FUNCTION TRIM(LS-FND-PATH(LS-FND-IDX))
                   " report=" FUNCTION TRIM(LS-FND-TITLE(LS-FND-IDX))
                   DELIMITED BY SIZE INTO F-DISTLOG-RECORD
           END-IF
           WRITE F-DISTLOG-RECORD
           .
       END PROGRAM DISTRIB.
