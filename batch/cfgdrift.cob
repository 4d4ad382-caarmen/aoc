       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGDRIFT.

      *> Configuration drift audit between two environments (test
      *> and production, say), each given by its root directory:
      *>
      *>     cfgdrift <root-a> <root-b>
      *>
      *> The configuration each environment keeps is compared key
      *> by key:
      *>
      *>     PARMS     daybatch.parms            key: parameter name
      *>     PROGREG   program registry          key: tree/day
      *>     STEPS     step catalog              key: step command
      *>     ROUTES    notification routes       key: program/sev
      *>     HOUSEKEEP housekeeping config       key: category
      *>     BENIGN    benign-exception rules    key: program/sev/
      *>                                              message prefix
      *>
      *> Each root's own daybatch.parms places its registry
      *> (PROGREG), routes (NOTIFYROUTES) and exception directory
      *> (EXCDIR, where exceptions.benign.dat lives); a relative
      *> setting is taken under the root, and an unset one falls
      *> back to the name the owning program defaults to. The step
      *> catalog's registry is indexed, so it is compared as the
      *> control file STEPCAT GEN cuts from it (daybatch.ctl in the
      *> root). A key found twice in one file is numbered (#2 ...)
      *> so both are compared.
      *>
      *> Differences that are meant to be there - a path, a rate -
      *> are listed with the reason in "cfgdrift.expected"
      *> (CFGEXPECT parameter), one per line:
      *>
      *>     <file> <key|*> <reason...>
      *>
      *> A "*" key covers the whole file; an entry without a reason
      *> is not honoured. Expected differences are reported as such
      *> and go no further. An unexplained difference goes to the
      *> exception repository for the morning review: an item (or a
      *> whole file) present in one environment only is an E, a
      *> value that differs a W. Returns 8 when there is any
      *> one-sided item, 4 for differing values only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONFIG ASSIGN TO LS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CONFIG-STATUS.
           SELECT FD-EXPECTED ASSIGN TO LS-EXPECTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-EXPECTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONFIG.
       01  F-CONFIG-RECORD                PIC X(300).
       FD  FD-EXPECTED.
       01  F-EXPECTED-RECORD              PIC X(200).

       LOCAL-STORAGE SECTION.
       01 C-MAX-ITEMS                    CONSTANT 500.
       01 C-MAX-EXPECTED                 CONSTANT 200.
       01 LS-COMMAND-LINE                 PIC X(300).
       01 LS-ROOT-A                       PIC X(100).
       01 LS-ROOT-B                       PIC X(100).
       01 LS-ROOT                         PIC X(100).
       01 LS-SIDE                         PIC X(1).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-CONFIG-PATH                  PIC X(200).
       01 LS-CONFIG-STATUS                PIC X(2).
       01 LS-EXPECTED-PATH                PIC X(100).
       01 LS-EXPECTED-STATUS              PIC X(2).
       01 LS-START-RUN                    PIC X(21).
       01 LS-END-RUN                      PIC X(21).
      *> The file in hand: its kind, the name it goes by in the
      *> root when the root's parameters do not place it, and the
      *> parameter that does.
       01 LS-KIND                         PIC X(10).
       01 LS-DEFAULT-NAME                 PIC X(60).
       01 LS-PLACING-PARM                 PIC X(20).
       01 LS-PLACED-NAME                  PIC X(100).
       01 LS-PATH-A                       PIC X(200).
       01 LS-PATH-B                       PIC X(200).
       01 LS-FOUND-A                      PIC 9(1).
       01 LS-FOUND-B                      PIC 9(1).
       01 LS-FOUND-SIDE                   PIC 9(1).
       01 LS-COMMENT-LINE                 PIC 9(1).
      *> The two sides' items of the file in hand.
       01 LS-COUNT-A                      PIC 9(3) VALUE 0.
       01 LS-ITEMS-A OCCURS 500 TIMES.
           05 LS-A-KEY                   PIC X(60).
           05 LS-A-VALUE                 PIC X(200).
           05 LS-A-MATCHED               PIC 9(1).
       01 LS-COUNT-B                      PIC 9(3) VALUE 0.
       01 LS-ITEMS-B OCCURS 500 TIMES.
           05 LS-B-KEY                   PIC X(60).
           05 LS-B-VALUE                 PIC X(200).
       01 LS-A-IDX                        PIC 9(3).
       01 LS-B-IDX                        PIC 9(3).
       01 LS-DUP-IDX                      PIC 9(3).
       01 LS-DUP-COUNT                    PIC 9(3).
       01 LS-DUP-DISPLAY                  PIC Z(2)9.
      *> Line parsing.
       01 LS-TOK-1                        PIC X(60).
       01 LS-TOK-2                        PIC X(60).
       01 LS-TOK-3                        PIC X(60).
       01 LS-LINE-PTR                     PIC 9(3).
       01 LS-ITEM-KEY                     PIC X(60).
       01 LS-RAW-VALUE                    PIC X(300).
       01 LS-ITEM-VALUE                   PIC X(200).
       01 LS-CHAR-IDX                     PIC 9(3).
       01 LS-OUT-IDX                      PIC 9(3).
       01 LS-LAST-SPACE                   PIC 9(1).
      *> The expected differences.
       01 LS-EXPECTED-COUNT               PIC 9(3) VALUE 0.
       01 LS-EXPECTED-TABLE OCCURS 200 TIMES.
           05 LS-EX-KIND                 PIC X(10).
           05 LS-EX-KEY                  PIC X(60).
           05 LS-EX-REASON               PIC X(100).
       01 LS-EX-IDX                       PIC 9(3).
       01 LS-EXPLAINED                    PIC 9(1).
       01 LS-REASON                       PIC X(100).
      *> Findings.
       01 LS-FINDING                      PIC X(12).
       01 LS-DETAIL                       PIC X(200).
       01 LS-ONE-SIDED-COUNT              PIC 9(5) VALUE 0.
       01 LS-DIFFERS-COUNT                PIC 9(5) VALUE 0.
       01 LS-EXPECTED-HIT-COUNT           PIC 9(5) VALUE 0.
       01 LS-COMPARED-COUNT               PIC 9(5) VALUE 0.
       01 LS-COUNT-DISPLAY                PIC Z(4)9.
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).
       01 LS-EXC-SEVERITY                 PIC X(1).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-LOG-RESULT                   PIC X(200).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-START-RUN
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-ROOT-A LS-ROOT-B
           IF LS-ROOT-A = SPACES OR LS-ROOT-B = SPACES
               DISPLAY "CFGDRIFT: usage: cfgdrift <root-a> <root-b>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-EXPECTED
           DISPLAY "CFGDRIFT: A = " FUNCTION TRIM(LS-ROOT-A)
               "   B = " FUNCTION TRIM(LS-ROOT-B)

           MOVE "PARMS" TO LS-KIND
           MOVE "daybatch.parms" TO LS-DEFAULT-NAME
           MOVE SPACES TO LS-PLACING-PARM
           PERFORM AUDIT-ONE-FILE
           MOVE "PROGREG" TO LS-KIND
           MOVE "programs.registry" TO LS-DEFAULT-NAME
           MOVE "PROGREG" TO LS-PLACING-PARM
           PERFORM AUDIT-ONE-FILE
           MOVE "STEPS" TO LS-KIND
           MOVE "daybatch.ctl" TO LS-DEFAULT-NAME
           MOVE SPACES TO LS-PLACING-PARM
           PERFORM AUDIT-ONE-FILE
           MOVE "ROUTES" TO LS-KIND
           MOVE "notify.routes" TO LS-DEFAULT-NAME
           MOVE "NOTIFYROUTES" TO LS-PLACING-PARM
           PERFORM AUDIT-ONE-FILE
           MOVE "HOUSEKEEP" TO LS-KIND
           MOVE "batch/housekeep.cfg" TO LS-DEFAULT-NAME
           MOVE SPACES TO LS-PLACING-PARM
           PERFORM AUDIT-ONE-FILE
           MOVE "BENIGN" TO LS-KIND
           MOVE "exceptions.benign.dat" TO LS-DEFAULT-NAME
           MOVE "EXCDIR" TO LS-PLACING-PARM
           PERFORM AUDIT-ONE-FILE

           MOVE LS-COMPARED-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "CFGDRIFT: " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " item(s) compared"
           MOVE LS-ONE-SIDED-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "CFGDRIFT:   in one environment only: "
               FUNCTION TRIM(LS-COUNT-DISPLAY)
           MOVE LS-DIFFERS-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "CFGDRIFT:   differing values:        "
               FUNCTION TRIM(LS-COUNT-DISPLAY)
           MOVE LS-EXPECTED-HIT-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "CFGDRIFT:   expected differences:    "
               FUNCTION TRIM(LS-COUNT-DISPLAY)

           MOVE SPACES TO LS-LOG-RESULT
           MOVE LS-ONE-SIDED-COUNT TO LS-COUNT-DISPLAY
           STRING "one-sided=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE LS-DIFFERS-COUNT TO LS-COUNT-DISPLAY
           STRING FUNCTION TRIM(LS-LOG-RESULT) DELIMITED BY SIZE
               " differing=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE LS-EXPECTED-HIT-COUNT TO LS-COUNT-DISPLAY
           STRING FUNCTION TRIM(LS-LOG-RESULT) DELIMITED BY SIZE
               " expected=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-RUN
           MOVE LS-ROOT-B TO LS-LOG-PATH
           CALL "WRITE-RUN-LOG" USING
               "CFGDRIFT" LS-LOG-PATH LS-START-RUN LS-END-RUN
               LS-LOG-RESULT

           EVALUATE TRUE
               WHEN LS-ONE-SIDED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN LS-DIFFERS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-EXPECTED.
           CALL "GET-PARAMETER" USING
               "CFGEXPECT           " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-EXPECTED-PATH
           IF LS-EXPECTED-PATH = SPACES
               MOVE "cfgdrift.expected" TO LS-EXPECTED-PATH
           END-IF
           OPEN INPUT FD-EXPECTED
           IF LS-EXPECTED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-EXPECTED
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-EXPECTED
               END-READ
           END-PERFORM
           CLOSE FD-EXPECTED
           .

       LOAD-ONE-EXPECTED.
           IF F-EXPECTED-RECORD = SPACES
               OR F-EXPECTED-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TOK-1 LS-TOK-2
           MOVE 1 TO LS-LINE-PTR
           UNSTRING F-EXPECTED-RECORD DELIMITED BY ALL " "
               INTO LS-TOK-1 LS-TOK-2
               WITH POINTER LS-LINE-PTR
           MOVE SPACES TO LS-REASON
           IF LS-LINE-PTR <= LENGTH OF F-EXPECTED-RECORD
               MOVE F-EXPECTED-RECORD(LS-LINE-PTR:) TO LS-REASON
           END-IF
           IF LS-TOK-2 = SPACES OR LS-REASON = SPACES
               DISPLAY "CFGDRIFT: expected difference without a "
                   "reason not honoured: "
                   FUNCTION TRIM(F-EXPECTED-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF LS-EXPECTED-COUNT < C-MAX-EXPECTED
               ADD 1 TO LS-EXPECTED-COUNT
               MOVE LS-TOK-1 TO LS-EX-KIND(LS-EXPECTED-COUNT)
               MOVE LS-TOK-2 TO LS-EX-KEY(LS-EXPECTED-COUNT)
               MOVE LS-REASON TO LS-EX-REASON(LS-EXPECTED-COUNT)
           END-IF
           .

      *> ---------------------------------------------------------
      *> One configuration file, both sides.
      *> ---------------------------------------------------------
       AUDIT-ONE-FILE.
           MOVE LS-ROOT-A TO LS-ROOT
           PERFORM PLACE-FILE-IN-ROOT
           MOVE LS-CONFIG-PATH TO LS-PATH-A
           MOVE "A" TO LS-SIDE
           PERFORM LOAD-SIDE
           MOVE LS-FOUND-SIDE TO LS-FOUND-A
           MOVE LS-ROOT-B TO LS-ROOT
           PERFORM PLACE-FILE-IN-ROOT
           MOVE LS-CONFIG-PATH TO LS-PATH-B
           MOVE "B" TO LS-SIDE
           PERFORM LOAD-SIDE
           MOVE LS-FOUND-SIDE TO LS-FOUND-B

           IF LS-FOUND-A = 0 AND LS-FOUND-B = 0
               EXIT PARAGRAPH
           END-IF
           IF LS-FOUND-A = 0 OR LS-FOUND-B = 0
               MOVE "*" TO LS-ITEM-KEY
               MOVE "FILE ONLY IN" TO LS-FINDING
               MOVE SPACES TO LS-DETAIL
               IF LS-FOUND-A = 1
                   STRING "A: " FUNCTION TRIM(LS-PATH-A)
                       "  (B has no " FUNCTION TRIM(LS-PATH-B) ")"
                       DELIMITED BY SIZE INTO LS-DETAIL
               ELSE
                   STRING "B: " FUNCTION TRIM(LS-PATH-B)
                       "  (A has no " FUNCTION TRIM(LS-PATH-A) ")"
                       DELIMITED BY SIZE INTO LS-DETAIL
               END-IF
               MOVE "E" TO LS-EXC-SEVERITY
               PERFORM REPORT-FINDING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-B-IDX FROM 1 BY 1
               UNTIL LS-B-IDX > LS-COUNT-B
               ADD 1 TO LS-COMPARED-COUNT
               MOVE LS-B-KEY(LS-B-IDX) TO LS-ITEM-KEY
               PERFORM VARYING LS-A-IDX FROM 1 BY 1
                   UNTIL LS-A-IDX > LS-COUNT-A
                   OR LS-A-KEY(LS-A-IDX) = LS-ITEM-KEY
                   CONTINUE
               END-PERFORM
               EVALUATE TRUE
                   WHEN LS-A-IDX > LS-COUNT-A
                       MOVE "ONLY IN B" TO LS-FINDING
                       MOVE LS-B-VALUE(LS-B-IDX) TO LS-DETAIL
                       MOVE "E" TO LS-EXC-SEVERITY
                       PERFORM REPORT-FINDING
                   WHEN LS-A-VALUE(LS-A-IDX) NOT = LS-B-VALUE(LS-B-IDX)
                       MOVE 1 TO LS-A-MATCHED(LS-A-IDX)
                       MOVE "DIFFERS" TO LS-FINDING
                       MOVE SPACES TO LS-DETAIL
                       STRING "A=" FUNCTION TRIM(LS-A-VALUE(LS-A-IDX))
                           "  B=" FUNCTION TRIM(LS-B-VALUE(LS-B-IDX))
                           DELIMITED BY SIZE INTO LS-DETAIL
                       MOVE "W" TO LS-EXC-SEVERITY
                       PERFORM REPORT-FINDING
                   WHEN OTHER
                       MOVE 1 TO LS-A-MATCHED(LS-A-IDX)
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING LS-A-IDX FROM 1 BY 1
               UNTIL LS-A-IDX > LS-COUNT-A
               IF LS-A-MATCHED(LS-A-IDX) = 0
                   ADD 1 TO LS-COMPARED-COUNT
                   MOVE LS-A-KEY(LS-A-IDX) TO LS-ITEM-KEY
                   MOVE "ONLY IN A" TO LS-FINDING
                   MOVE LS-A-VALUE(LS-A-IDX) TO LS-DETAIL
                   MOVE "E" TO LS-EXC-SEVERITY
                   PERFORM REPORT-FINDING
               END-IF
           END-PERFORM
           .

      *> The root's own parameter file places the file when it
      *> names it; a relative name is taken under the root.
       PLACE-FILE-IN-ROOT.
           MOVE SPACES TO LS-PLACED-NAME
           IF LS-PLACING-PARM NOT = SPACES
               MOVE SPACES TO LS-CONFIG-PATH
               STRING FUNCTION TRIM(LS-ROOT) DELIMITED BY SIZE
                   "/daybatch.parms" DELIMITED BY SIZE
                   INTO LS-CONFIG-PATH
               OPEN INPUT FD-CONFIG
               IF LS-CONFIG-STATUS = "00"
                   PERFORM UNTIL EXIT
                       READ FD-CONFIG
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE SPACES TO LS-TOK-1 LS-TOK-2
                               UNSTRING F-CONFIG-RECORD
                                   DELIMITED BY ALL " "
                                   INTO LS-TOK-1 LS-TOK-2
                               IF LS-TOK-1 = LS-PLACING-PARM
                                   MOVE LS-TOK-2 TO LS-PLACED-NAME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FD-CONFIG
               END-IF
           END-IF
      *> EXCDIR names a directory (with trailing slash), the file
      *> in it keeps its own name.
           IF LS-PLACING-PARM = "EXCDIR" AND LS-PLACED-NAME NOT = SPACES
               STRING FUNCTION TRIM(LS-PLACED-NAME) DELIMITED BY SIZE
                   FUNCTION TRIM(LS-DEFAULT-NAME) DELIMITED BY SIZE
                   INTO LS-PLACED-NAME
           END-IF
           IF LS-PLACED-NAME = SPACES
               MOVE LS-DEFAULT-NAME TO LS-PLACED-NAME
           END-IF
           MOVE SPACES TO LS-CONFIG-PATH
           IF LS-PLACED-NAME(1:1) = "/"
               MOVE LS-PLACED-NAME TO LS-CONFIG-PATH
           ELSE
               STRING FUNCTION TRIM(LS-ROOT) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PLACED-NAME) DELIMITED BY SIZE
                   INTO LS-CONFIG-PATH
           END-IF
           .

      *> LS-FOUND-SIDE tells whether the side's file was there.
       LOAD-SIDE.
           IF LS-SIDE = "A"
               MOVE 0 TO LS-COUNT-A
           ELSE
               MOVE 0 TO LS-COUNT-B
           END-IF
           MOVE 0 TO LS-FOUND-SIDE
           OPEN INPUT FD-CONFIG
           IF LS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-FOUND-SIDE
           PERFORM UNTIL EXIT
               READ FD-CONFIG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-COMMENT-LINE
                       IF LS-COMMENT-LINE = 0
                           PERFORM TAKE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-CONFIG
           .

      *> Routes and benign rules use "*" as a wildcard program and
      *> open their comments with "**"; the other files comment
      *> with a leading "*".
       CHECK-COMMENT-LINE.
           MOVE 0 TO LS-COMMENT-LINE
           IF F-CONFIG-RECORD = SPACES
               MOVE 1 TO LS-COMMENT-LINE
           END-IF
           IF LS-KIND = "ROUTES" OR LS-KIND = "BENIGN"
               IF F-CONFIG-RECORD(1:2) = "**"
                   MOVE 1 TO LS-COMMENT-LINE
               END-IF
           ELSE
               IF F-CONFIG-RECORD(1:1) = "*"
                   MOVE 1 TO LS-COMMENT-LINE
               END-IF
           END-IF
           .

      *> Each file's key, as the program that reads it keys it;
      *> the value is the rest of the line with its spacing
      *> evened out.
       TAKE-ONE-ITEM.
           MOVE SPACES TO LS-TOK-1 LS-TOK-2 LS-TOK-3 LS-RAW-VALUE
           MOVE 1 TO LS-LINE-PTR
           EVALUATE LS-KIND
               WHEN "PROGREG"
               WHEN "ROUTES"
                   UNSTRING F-CONFIG-RECORD DELIMITED BY ALL " "
                       INTO LS-TOK-1 LS-TOK-2
                       WITH POINTER LS-LINE-PTR
                   MOVE SPACES TO LS-ITEM-KEY
                   STRING FUNCTION TRIM(LS-TOK-1) "/"
                       FUNCTION TRIM(LS-TOK-2)
                       DELIMITED BY SIZE INTO LS-ITEM-KEY
               WHEN "BENIGN"
      *> <program|*> <severity|*> <expiry> <message prefix>: the
      *> rule is its program, severity and prefix; the expiry is
      *> its value.
                   UNSTRING F-CONFIG-RECORD DELIMITED BY ALL " "
                       INTO LS-TOK-1 LS-TOK-2 LS-TOK-3
                       WITH POINTER LS-LINE-PTR
                   MOVE SPACES TO LS-ITEM-KEY
                   STRING FUNCTION TRIM(LS-TOK-1) "/"
                       FUNCTION TRIM(LS-TOK-2) "/"
                       DELIMITED BY SIZE INTO LS-ITEM-KEY
                   IF LS-LINE-PTR <= LENGTH OF F-CONFIG-RECORD
                       MOVE LS-ITEM-KEY TO LS-RAW-VALUE
                       STRING FUNCTION TRIM(LS-RAW-VALUE)
                           FUNCTION TRIM(F-CONFIG-RECORD(LS-LINE-PTR:))
                           DELIMITED BY SIZE INTO LS-ITEM-KEY
                   END-IF
                   MOVE LS-TOK-3 TO LS-RAW-VALUE
                   MOVE LENGTH OF F-CONFIG-RECORD TO LS-LINE-PTR
                   ADD 1 TO LS-LINE-PTR
               WHEN "STEPS"
      *> DAYBATCH names a step by its command; the WORKERS= line
      *> is the one setting of the file as a whole.
                   IF F-CONFIG-RECORD(1:8) = "WORKERS="
                       MOVE "WORKERS" TO LS-ITEM-KEY
                       MOVE F-CONFIG-RECORD(9:) TO LS-RAW-VALUE
                       MOVE LENGTH OF F-CONFIG-RECORD TO LS-LINE-PTR
                       ADD 1 TO LS-LINE-PTR
                   ELSE
                       UNSTRING F-CONFIG-RECORD DELIMITED BY ALL " "
                           INTO LS-TOK-1
                           WITH POINTER LS-LINE-PTR
                       MOVE LS-TOK-1 TO LS-ITEM-KEY
                   END-IF
               WHEN OTHER
                   UNSTRING F-CONFIG-RECORD DELIMITED BY ALL " "
                       INTO LS-TOK-1
                       WITH POINTER LS-LINE-PTR
                   MOVE LS-TOK-1 TO LS-ITEM-KEY
           END-EVALUATE
           IF LS-LINE-PTR <= LENGTH OF F-CONFIG-RECORD
               MOVE F-CONFIG-RECORD(LS-LINE-PTR:) TO LS-RAW-VALUE
           END-IF
           PERFORM EVEN-OUT-VALUE
           PERFORM NUMBER-DUPLICATE-KEY
           IF LS-SIDE = "A"
               IF LS-COUNT-A < C-MAX-ITEMS
                   ADD 1 TO LS-COUNT-A
                   MOVE LS-ITEM-KEY TO LS-A-KEY(LS-COUNT-A)
                   MOVE LS-ITEM-VALUE TO LS-A-VALUE(LS-COUNT-A)
                   MOVE 0 TO LS-A-MATCHED(LS-COUNT-A)
               END-IF
           ELSE
               IF LS-COUNT-B < C-MAX-ITEMS
                   ADD 1 TO LS-COUNT-B
                   MOVE LS-ITEM-KEY TO LS-B-KEY(LS-COUNT-B)
                   MOVE LS-ITEM-VALUE TO LS-B-VALUE(LS-COUNT-B)
               END-IF
           END-IF
           .

       EVEN-OUT-VALUE.
           MOVE SPACES TO LS-ITEM-VALUE
           MOVE 0 TO LS-OUT-IDX
           MOVE 1 TO LS-LAST-SPACE
           PERFORM VARYING LS-CHAR-IDX FROM 1 BY 1
               UNTIL LS-CHAR-IDX > LENGTH OF LS-RAW-VALUE
               OR LS-OUT-IDX >= LENGTH OF LS-ITEM-VALUE
               IF LS-RAW-VALUE(LS-CHAR-IDX:1) = SPACE
                   IF LS-LAST-SPACE = 0
                       ADD 1 TO LS-OUT-IDX
                       MOVE 1 TO LS-LAST-SPACE
                   END-IF
               ELSE
                   ADD 1 TO LS-OUT-IDX
                   MOVE LS-RAW-VALUE(LS-CHAR-IDX:1)
                       TO LS-ITEM-VALUE(LS-OUT-IDX:1)
                   MOVE 0 TO LS-LAST-SPACE
               END-IF
           END-PERFORM
           .

       NUMBER-DUPLICATE-KEY.
           MOVE 1 TO LS-DUP-COUNT
           IF LS-SIDE = "A"
               PERFORM VARYING LS-DUP-IDX FROM 1 BY 1
                   UNTIL LS-DUP-IDX > LS-COUNT-A
                   IF LS-A-KEY(LS-DUP-IDX) = LS-ITEM-KEY
                       ADD 1 TO LS-DUP-COUNT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING LS-DUP-IDX FROM 1 BY 1
                   UNTIL LS-DUP-IDX > LS-COUNT-B
                   IF LS-B-KEY(LS-DUP-IDX) = LS-ITEM-KEY
                       ADD 1 TO LS-DUP-COUNT
                   END-IF
               END-PERFORM
           END-IF
           IF LS-DUP-COUNT > 1
               MOVE LS-DUP-COUNT TO LS-DUP-DISPLAY
               MOVE LS-ITEM-KEY TO LS-RAW-VALUE
               MOVE SPACES TO LS-ITEM-KEY
               STRING FUNCTION TRIM(LS-RAW-VALUE) "#"
                   FUNCTION TRIM(LS-DUP-DISPLAY)
                   DELIMITED BY SIZE INTO LS-ITEM-KEY
           END-IF
           .

      *> One difference: explained by the expected list, or put
      *> in front of the morning review.
       REPORT-FINDING.
           MOVE 0 TO LS-EXPLAINED
           PERFORM VARYING LS-EX-IDX FROM 1 BY 1
               UNTIL LS-EX-IDX > LS-EXPECTED-COUNT
               IF LS-EX-KIND(LS-EX-IDX) = LS-KIND
                   AND (LS-EX-KEY(LS-EX-IDX) = "*"
                       OR LS-EX-KEY(LS-EX-IDX) = LS-ITEM-KEY)
                   MOVE 1 TO LS-EXPLAINED
                   MOVE LS-EX-REASON(LS-EX-IDX) TO LS-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-EXPLAINED = 1
               ADD 1 TO LS-EXPECTED-HIT-COUNT
               DISPLAY "CFGDRIFT: expected  " LS-KIND " "
                   FUNCTION TRIM(LS-ITEM-KEY) " "
                   FUNCTION TRIM(LS-FINDING) " - "
                   FUNCTION TRIM(LS-REASON)
               EXIT PARAGRAPH
           END-IF
           IF LS-EXC-SEVERITY = "E"
               ADD 1 TO LS-ONE-SIDED-COUNT
           ELSE
               ADD 1 TO LS-DIFFERS-COUNT
           END-IF
           DISPLAY "CFGDRIFT: " LS-EXC-SEVERITY "        " LS-KIND " "
               FUNCTION TRIM(LS-ITEM-KEY) " "
               FUNCTION TRIM(LS-FINDING) ": " FUNCTION TRIM(LS-DETAIL)
           MOVE SPACES TO LS-EXC-KEY
           STRING FUNCTION TRIM(LS-KIND) " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-ITEM-KEY) DELIMITED BY SIZE
               INTO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING FUNCTION TRIM(LS-FINDING) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(LS-DETAIL) DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               "CFGDRIFT" LS-EXC-SEVERITY LS-EXC-KEY LS-EXC-MESSAGE
           .
