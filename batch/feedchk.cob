       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.

      *> Shared record-layout validator for the line-oriented
      *> feeds, run as its own control-file step ahead of the day
      *> program, as GRIDCHK is for the grid inputs. A malformed
      *> line used to surface halfway through a PARSE routine;
      *> this checks every record against the feed's layout
      *> definition before the day program opens the file.
      *>
      *>     feedchk <layout-definition> <feed-file>
      *>
      *> The layout definition is one directive per line ("*"
      *> comments and blank lines ignored):
      *>
      *>     SEPARATORS ":,+="   characters that split tokens, as
      *>                         well as the space
      *>     BLOCK n             records are blocks of n lines, one
      *>                         blank line between blocks
      *>     LINE k              the directives that follow describe
      *>                         line k of a block (1 when omitted)
      *>     REQUIRE ":"         the line must contain the delimiter
      *>     TOKENS min max      token count range
      *>     FIELD p NUM lo hi   token p is unsigned digits in range
      *>     FIELD p TEXT [lit]  token p is text (equal to lit when
      *>                         one is given)
      *>     FIELD REST NUM lo hi  every token after the last one
      *>                         with its own FIELD
      *>
      *> Without BLOCK each non-blank line is one record and blank
      *> lines are skipped, as the parsers do. Definitions for the
      *> DAY01, DAY02, DAY07, DAY13 and DAY22 feeds sit beside those
      *> programs as "dayNN.layout".
      *>
      *> Every bad record is named on SYSOUT with its line number
      *> and sent through the parse reject flow - appended to the
      *> feed's "<feed>.rejects" companion with a reason code -
      *>
      *>     FMTDELIM  required delimiter missing
      *>     FMTCOUNT  token count outside the range
      *>     FMTTYPE   text where a number belongs
      *>     FMTRANGE  number outside its range
      *>     FMTTEXT   literal token doesn't match
      *>     FMTBLOCK  block short or not separated
      *>
      *> and one summary goes to the exception repository. The day
      *> step should DEPENDS= on this one, so it never runs on a
      *> feed with rejects outstanding.
      *>
      *> Returns 0 on a clean feed, 8 when any record is bad, 12
      *> for usage errors and faults in the definition itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LAYOUT ASSIGN TO LS-LAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-LAYOUT-STATUS.
           SELECT FD-FEED ASSIGN TO LS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LAYOUT.
       01  F-LAYOUT-RECORD                PIC X(80).
       FD  FD-FEED.
       01  F-FEED-RECORD                  PIC X(200).

       LOCAL-STORAGE SECTION.
       01 C-MAX-LINES                     CONSTANT 9.
       01 C-MAX-TOKENS                    CONSTANT 30.
       01 LS-COMMAND-LINE                 PIC X(220).
       01 LS-LAYOUT-PATH                  PIC X(100).
       01 LS-FEED-PATH                    PIC X(100).
       01 LS-REJECT-PATH                  PIC X(200).
       01 LS-LAYOUT-STATUS                PIC X(2).
       01 LS-FEED-STATUS                  PIC X(2).
      *> The definition as loaded.
       01 LS-SEPARATORS                   PIC X(10) VALUE SPACES.
       01 LS-SEPARATOR-LEN                PIC 9(2) VALUE 0.
       01 LS-BLOCK-SIZE                   PIC 9(1) VALUE 0.
       01 LS-DEF-LINE-COUNT               PIC 9(2) VALUE 1.
       01 LS-LINE-DEF OCCURS 9 TIMES.
           05 LS-REQUIRED                 PIC X(10).
           05 LS-REQUIRED-LEN             PIC 9(2).
           05 LS-TOKENS-MIN               PIC 9(2).
           05 LS-TOKENS-MAX               PIC 9(2).
           05 LS-FIELD-DEF OCCURS 30 TIMES.
               10 LS-FIELD-TYPE           PIC X(4).
               10 LS-FIELD-LO             PIC 9(18).
               10 LS-FIELD-HI             PIC 9(18).
               10 LS-FIELD-LITERAL        PIC X(20).
           05 LS-REST-TYPE                PIC X(4).
           05 LS-REST-LO                  PIC 9(18).
           05 LS-REST-HI                  PIC 9(18).
           05 LS-LAST-FIELD               PIC 9(2).
       01 LS-DEF-IDX                      PIC 9(2) VALUE 1.
       01 LS-DEF-NUMBER                   PIC 9(4) VALUE 0.
       01 LS-KEYWORD                      PIC X(12).
       01 LS-ARG-1                        PIC X(20).
       01 LS-ARG-2                        PIC X(20).
       01 LS-ARG-3                        PIC X(20).
       01 LS-ARG-4                        PIC X(20).
       01 LS-QUOTE-LEAD                   PIC X(80).
       01 LS-QUOTED                       PIC X(10).
       01 LS-QUOTED-LEN                   PIC 9(2).
       01 LS-FIELD-POS                    PIC 9(2).
      *> One feed line, split into tokens.
       01 LS-WORK-LINE                    PIC X(200).
       01 LS-LINE-LEN                     PIC 9(3).
       01 LS-POINTER                      PIC 9(3).
       01 LS-TOKEN-COUNT                  PIC 9(2).
       01 LS-TOKEN-TABLE OCCURS 31 TIMES.
           05 LS-TOKEN                    PIC X(20).
           05 LS-TOKEN-LEN                PIC 9(3).
       01 LS-TOKEN-IDX                    PIC 9(2).
       01 LS-CHECK-TYPE                   PIC X(4).
       01 LS-CHECK-LO                     PIC 9(18).
       01 LS-CHECK-HI                     PIC 9(18).
       01 LS-TOKEN-VALUE                  PIC 9(18).
       01 LS-MATCH-COUNT                  PIC 9(3).
       01 LS-LINE-NUMBER                  PIC 9(6) VALUE 0.
       01 LS-BLOCK-LINE                   PIC 9(1) VALUE 0.
       01 LS-PREV-RECORD                  PIC X(200) VALUE SPACES.
       01 LS-RECORD-COUNT                 PIC 9(6) VALUE 0.
       01 LS-BAD-COUNT                    PIC 9(6) VALUE 0.
       01 LS-REASON                       PIC X(8).
       01 LS-FAULT-TEXT                   PIC X(120).
       01 LS-REJECT-IMAGE                 PIC X(200).
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-TEXT                     PIC X(120).
       01 LS-LINE-DISPLAY                 PIC Z(5)9.
       01 LS-COUNT-DISPLAY                PIC Z(5)9.
       01 LS-TOKEN-DISPLAY                PIC Z9.
       01 LS-MIN-DISPLAY                  PIC Z9.
       01 LS-MAX-DISPLAY                  PIC Z9.
       01 LS-LO-DISPLAY                   PIC Z(17)9.
       01 LS-HI-DISPLAY                   PIC Z(17)9.

       PROCEDURE DIVISION.

           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-LAYOUT-PATH LS-FEED-PATH
           IF LS-LAYOUT-PATH = SPACES OR LS-FEED-PATH = SPACES
               DISPLAY "FEEDCHK: usage: feedchk <layout-definition> "
                   "<feed-file>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-LAYOUT

           OPEN INPUT FD-FEED
           IF LS-FEED-STATUS NOT = "00"
               DISPLAY "FEEDCHK: cannot open "
                   FUNCTION TRIM(LS-FEED-PATH)
                   " (status " LS-FEED-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING FUNCTION TRIM(LS-FEED-PATH) DELIMITED BY SIZE
               ".rejects" DELIMITED BY SIZE
               INTO LS-REJECT-PATH
           CALL "RESET-REJECT" USING LS-REJECT-PATH
           PERFORM UNTIL EXIT
               MOVE SPACES TO F-FEED-RECORD
               READ FD-FEED
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LS-LINE-NUMBER
               IF LS-BLOCK-SIZE = 0
                   IF F-FEED-RECORD NOT = SPACES
                       MOVE 1 TO LS-DEF-IDX
                       PERFORM CHECK-FEED-LINE
                   END-IF
               ELSE
                   PERFORM CHECK-BLOCK-LINE
               END-IF
           END-PERFORM
           IF LS-BLOCK-SIZE > 0
               AND LS-BLOCK-LINE > 0
               AND LS-BLOCK-LINE < LS-BLOCK-SIZE
               PERFORM REPORT-SHORT-BLOCK
           END-IF
           CLOSE FD-FEED

           MOVE LS-RECORD-COUNT TO LS-COUNT-DISPLAY
           IF LS-BAD-COUNT = 0
               DISPLAY "FEEDCHK: " FUNCTION TRIM(LS-FEED-PATH)
                   " clean: " FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " record(s) ("
                   FUNCTION TRIM(LS-LAYOUT-PATH) ")"
               STOP RUN
           END-IF
           MOVE LS-BAD-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-EXC-TEXT
           STRING FUNCTION TRIM(LS-COUNT-DISPLAY)
               DELIMITED BY SIZE
               " malformed record(s); rejects in "
               DELIMITED BY SIZE
               FUNCTION TRIM(LS-REJECT-PATH) DELIMITED BY SIZE
               INTO LS-EXC-TEXT
           DISPLAY "FEEDCHK: " FUNCTION TRIM(LS-FEED-PATH) ": "
               FUNCTION TRIM(LS-EXC-TEXT)
           MOVE SPACES TO LS-EXC-KEY
           MOVE LS-FEED-PATH(1:40) TO LS-EXC-KEY
           CALL "WRITE-EXCEPTION" USING
               "FEEDCHK " "E" LS-EXC-KEY LS-EXC-TEXT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       LOAD-LAYOUT.
           PERFORM VARYING LS-DEF-IDX FROM 1 BY 1
               UNTIL LS-DEF-IDX > C-MAX-LINES
               MOVE SPACES TO LS-REQUIRED(LS-DEF-IDX)
               MOVE 0 TO LS-REQUIRED-LEN(LS-DEF-IDX)
               MOVE 1 TO LS-TOKENS-MIN(LS-DEF-IDX)
               MOVE C-MAX-TOKENS TO LS-TOKENS-MAX(LS-DEF-IDX)
               MOVE SPACES TO LS-REST-TYPE(LS-DEF-IDX)
               MOVE 0 TO LS-LAST-FIELD(LS-DEF-IDX)
               PERFORM VARYING LS-FIELD-POS FROM 1 BY 1
                   UNTIL LS-FIELD-POS > C-MAX-TOKENS
                   MOVE SPACES TO
                       LS-FIELD-TYPE(LS-DEF-IDX, LS-FIELD-POS)
                   MOVE SPACES TO
                       LS-FIELD-LITERAL(LS-DEF-IDX, LS-FIELD-POS)
               END-PERFORM
           END-PERFORM
           MOVE 1 TO LS-DEF-IDX
           OPEN INPUT FD-LAYOUT
           IF LS-LAYOUT-STATUS NOT = "00"
               DISPLAY "FEEDCHK: cannot open layout definition "
                   FUNCTION TRIM(LS-LAYOUT-PATH)
                   " (status " LS-LAYOUT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               MOVE SPACES TO F-LAYOUT-RECORD
               READ FD-LAYOUT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LS-DEF-NUMBER
               IF F-LAYOUT-RECORD NOT = SPACES
                   AND FUNCTION TRIM(F-LAYOUT-RECORD)(1:1)
                       NOT = "*"
                   PERFORM LOAD-ONE-DIRECTIVE
               END-IF
           END-PERFORM
           CLOSE FD-LAYOUT
           IF LS-BLOCK-SIZE > 0
               AND LS-DEF-LINE-COUNT NOT = LS-BLOCK-SIZE
               MOVE "LINE directives don't match the BLOCK size"
                   TO LS-FAULT-TEXT
               MOVE 0 TO LS-DEF-NUMBER
               PERFORM REPORT-LAYOUT-FAULT
           END-IF
           .

       LOAD-ONE-DIRECTIVE.
           MOVE SPACES TO LS-KEYWORD LS-ARG-1 LS-ARG-2 LS-ARG-3
               LS-ARG-4
           UNSTRING FUNCTION TRIM(F-LAYOUT-RECORD)
               DELIMITED BY ALL " "
               INTO LS-KEYWORD LS-ARG-1 LS-ARG-2 LS-ARG-3 LS-ARG-4
           EVALUATE LS-KEYWORD
               WHEN "SEPARATORS"
                   PERFORM EXTRACT-QUOTED
                   MOVE LS-QUOTED TO LS-SEPARATORS
                   MOVE LS-QUOTED-LEN TO LS-SEPARATOR-LEN
               WHEN "BLOCK"
                   IF FUNCTION TEST-NUMVAL(LS-ARG-1) NOT = 0
                       OR FUNCTION NUMVAL(LS-ARG-1) < 1
                       OR FUNCTION NUMVAL(LS-ARG-1) > C-MAX-LINES
                       MOVE "BLOCK size must be 1 to 9"
                           TO LS-FAULT-TEXT
                       PERFORM REPORT-LAYOUT-FAULT
                   END-IF
                   COMPUTE LS-BLOCK-SIZE = FUNCTION NUMVAL(LS-ARG-1)
               WHEN "LINE"
                   IF FUNCTION TEST-NUMVAL(LS-ARG-1) NOT = 0
                       OR FUNCTION NUMVAL(LS-ARG-1) < 1
                       OR FUNCTION NUMVAL(LS-ARG-1) > C-MAX-LINES
                       MOVE "LINE number must be 1 to 9"
                           TO LS-FAULT-TEXT
                       PERFORM REPORT-LAYOUT-FAULT
                   END-IF
                   COMPUTE LS-DEF-IDX = FUNCTION NUMVAL(LS-ARG-1)
                   IF LS-DEF-IDX > LS-DEF-LINE-COUNT
                       MOVE LS-DEF-IDX TO LS-DEF-LINE-COUNT
                   END-IF
               WHEN "REQUIRE"
                   PERFORM EXTRACT-QUOTED
                   MOVE LS-QUOTED TO LS-REQUIRED(LS-DEF-IDX)
                   MOVE LS-QUOTED-LEN TO LS-REQUIRED-LEN(LS-DEF-IDX)
               WHEN "TOKENS"
                   IF FUNCTION TEST-NUMVAL(LS-ARG-1) NOT = 0
                       OR FUNCTION TEST-NUMVAL(LS-ARG-2) NOT = 0
                       OR FUNCTION NUMVAL(LS-ARG-2) > C-MAX-TOKENS
                       OR FUNCTION NUMVAL(LS-ARG-1) >
                           FUNCTION NUMVAL(LS-ARG-2)
                       MOVE "TOKENS needs min and max, at most 30"
                           TO LS-FAULT-TEXT
                       PERFORM REPORT-LAYOUT-FAULT
                   END-IF
                   COMPUTE LS-TOKENS-MIN(LS-DEF-IDX) =
                       FUNCTION NUMVAL(LS-ARG-1)
                   COMPUTE LS-TOKENS-MAX(LS-DEF-IDX) =
                       FUNCTION NUMVAL(LS-ARG-2)
               WHEN "FIELD"
                   PERFORM LOAD-FIELD-DIRECTIVE
               WHEN OTHER
                   MOVE SPACES TO LS-FAULT-TEXT
                   STRING "unknown directive "
                       FUNCTION TRIM(LS-KEYWORD)
                       DELIMITED BY SIZE INTO LS-FAULT-TEXT
                   PERFORM REPORT-LAYOUT-FAULT
           END-EVALUATE
           .

      *> The value between the first pair of double quotes, so a
      *> delimiter may itself be spaces.
       EXTRACT-QUOTED.
           MOVE SPACES TO LS-QUOTE-LEAD
           MOVE SPACES TO LS-QUOTED
           MOVE 0 TO LS-QUOTED-LEN
           UNSTRING F-LAYOUT-RECORD DELIMITED BY '"'
               INTO LS-QUOTE-LEAD
                   LS-QUOTED COUNT IN LS-QUOTED-LEN
           IF LS-QUOTED-LEN = 0 OR LS-QUOTED-LEN > 10
               MOVE SPACES TO LS-FAULT-TEXT
               STRING FUNCTION TRIM(LS-KEYWORD)
                   " needs a quoted value of 1 to 10 characters"
                   DELIMITED BY SIZE INTO LS-FAULT-TEXT
               PERFORM REPORT-LAYOUT-FAULT
           END-IF
           .

       LOAD-FIELD-DIRECTIVE.
           IF LS-ARG-2 NOT = "NUM" AND LS-ARG-2 NOT = "TEXT"
               MOVE "FIELD type must be NUM or TEXT"
                   TO LS-FAULT-TEXT
               PERFORM REPORT-LAYOUT-FAULT
           END-IF
           IF LS-ARG-2 = "NUM"
               IF FUNCTION TEST-NUMVAL(LS-ARG-3) NOT = 0
                   OR FUNCTION TEST-NUMVAL(LS-ARG-4) NOT = 0
                   MOVE "FIELD NUM needs a low and high value"
                       TO LS-FAULT-TEXT
                   PERFORM REPORT-LAYOUT-FAULT
               END-IF
           END-IF
           IF LS-ARG-1 = "REST"
               MOVE LS-ARG-2 TO LS-REST-TYPE(LS-DEF-IDX)
               IF LS-ARG-2 = "NUM"
                   COMPUTE LS-REST-LO(LS-DEF-IDX) =
                       FUNCTION NUMVAL(LS-ARG-3)
                   COMPUTE LS-REST-HI(LS-DEF-IDX) =
                       FUNCTION NUMVAL(LS-ARG-4)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(LS-ARG-1) NOT = 0
               OR FUNCTION NUMVAL(LS-ARG-1) < 1
               OR FUNCTION NUMVAL(LS-ARG-1) > C-MAX-TOKENS
               MOVE "FIELD position must be 1 to 30 or REST"
                   TO LS-FAULT-TEXT
               PERFORM REPORT-LAYOUT-FAULT
           END-IF
           COMPUTE LS-FIELD-POS = FUNCTION NUMVAL(LS-ARG-1)
           IF LS-FIELD-POS > LS-LAST-FIELD(LS-DEF-IDX)
               MOVE LS-FIELD-POS TO LS-LAST-FIELD(LS-DEF-IDX)
           END-IF
           MOVE LS-ARG-2 TO LS-FIELD-TYPE(LS-DEF-IDX, LS-FIELD-POS)
           IF LS-ARG-2 = "NUM"
               COMPUTE LS-FIELD-LO(LS-DEF-IDX, LS-FIELD-POS) =
                   FUNCTION NUMVAL(LS-ARG-3)
               COMPUTE LS-FIELD-HI(LS-DEF-IDX, LS-FIELD-POS) =
                   FUNCTION NUMVAL(LS-ARG-4)
           ELSE
               MOVE LS-ARG-3 TO
                   LS-FIELD-LITERAL(LS-DEF-IDX, LS-FIELD-POS)
           END-IF
           .

      *> Block feeds: a blank line closes a block; a non-blank line
      *> is the next line of the current block, or the first of a
      *> new one.
       CHECK-BLOCK-LINE.
           IF F-FEED-RECORD = SPACES
               IF LS-BLOCK-LINE > 0
                   AND LS-BLOCK-LINE < LS-BLOCK-SIZE
                   PERFORM REPORT-SHORT-BLOCK
               END-IF
               MOVE 0 TO LS-BLOCK-LINE
               EXIT PARAGRAPH
           END-IF
           IF LS-BLOCK-LINE = LS-BLOCK-SIZE
               MOVE "FMTBLOCK" TO LS-REASON
               MOVE "no blank line before the next block"
                   TO LS-FAULT-TEXT
               MOVE F-FEED-RECORD TO LS-REJECT-IMAGE
               PERFORM REPORT-BAD-RECORD
               MOVE 0 TO LS-BLOCK-LINE
           END-IF
           ADD 1 TO LS-BLOCK-LINE
           MOVE LS-BLOCK-LINE TO LS-DEF-IDX
           PERFORM CHECK-FEED-LINE
           MOVE F-FEED-RECORD TO LS-PREV-RECORD
           .

       REPORT-SHORT-BLOCK.
           MOVE "FMTBLOCK" TO LS-REASON
           MOVE SPACES TO LS-FAULT-TEXT
           STRING "block ends after " LS-BLOCK-LINE " of "
               LS-BLOCK-SIZE " line(s)"
               DELIMITED BY SIZE INTO LS-FAULT-TEXT
      *> The block's last line is the record image that goes back.
           MOVE LS-PREV-RECORD TO LS-REJECT-IMAGE
           PERFORM REPORT-BAD-RECORD
           .

      *> One record line against line LS-DEF-IDX of the layout;
      *> the first fault found is the one reported.
       CHECK-FEED-LINE.
           ADD 1 TO LS-RECORD-COUNT
           COMPUTE LS-LINE-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(F-FEED-RECORD TRAILING))
           IF LS-REQUIRED-LEN(LS-DEF-IDX) > 0
               MOVE 0 TO LS-MATCH-COUNT
               INSPECT F-FEED-RECORD(1:LS-LINE-LEN)
                   TALLYING LS-MATCH-COUNT
                   FOR ALL LS-REQUIRED(LS-DEF-IDX)
                       (1:LS-REQUIRED-LEN(LS-DEF-IDX))
               IF LS-MATCH-COUNT = 0
                   MOVE "FMTDELIM" TO LS-REASON
                   MOVE SPACES TO LS-FAULT-TEXT
                   STRING "required delimiter '"
                       LS-REQUIRED(LS-DEF-IDX)
                           (1:LS-REQUIRED-LEN(LS-DEF-IDX))
                       "' missing"
                       DELIMITED BY SIZE INTO LS-FAULT-TEXT
                   MOVE F-FEED-RECORD TO LS-REJECT-IMAGE
                   PERFORM REPORT-BAD-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM SPLIT-TOKENS
           IF LS-TOKEN-COUNT < LS-TOKENS-MIN(LS-DEF-IDX)
               OR LS-TOKEN-COUNT > LS-TOKENS-MAX(LS-DEF-IDX)
               MOVE "FMTCOUNT" TO LS-REASON
               MOVE SPACES TO LS-FAULT-TEXT
               MOVE LS-TOKEN-COUNT TO LS-TOKEN-DISPLAY
               MOVE LS-TOKENS-MIN(LS-DEF-IDX) TO LS-MIN-DISPLAY
               MOVE LS-TOKENS-MAX(LS-DEF-IDX) TO LS-MAX-DISPLAY
               STRING FUNCTION TRIM(LS-TOKEN-DISPLAY)
                   " token(s), layout allows "
                   FUNCTION TRIM(LS-MIN-DISPLAY) " to "
                   FUNCTION TRIM(LS-MAX-DISPLAY)
                   DELIMITED BY SIZE INTO LS-FAULT-TEXT
               MOVE F-FEED-RECORD TO LS-REJECT-IMAGE
               PERFORM REPORT-BAD-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-TOKEN-IDX FROM 1 BY 1
               UNTIL LS-TOKEN-IDX > LS-TOKEN-COUNT
               IF LS-TOKEN-IDX > LS-LAST-FIELD(LS-DEF-IDX)
                   MOVE LS-REST-TYPE(LS-DEF-IDX) TO LS-CHECK-TYPE
                   MOVE LS-REST-LO(LS-DEF-IDX) TO LS-CHECK-LO
                   MOVE LS-REST-HI(LS-DEF-IDX) TO LS-CHECK-HI
               ELSE
                   MOVE LS-FIELD-TYPE(LS-DEF-IDX, LS-TOKEN-IDX)
                       TO LS-CHECK-TYPE
                   MOVE LS-FIELD-LO(LS-DEF-IDX, LS-TOKEN-IDX)
                       TO LS-CHECK-LO
                   MOVE LS-FIELD-HI(LS-DEF-IDX, LS-TOKEN-IDX)
                       TO LS-CHECK-HI
               END-IF
               PERFORM CHECK-ONE-TOKEN
               IF LS-REASON NOT = SPACES
                   MOVE F-FEED-RECORD TO LS-REJECT-IMAGE
                   PERFORM REPORT-BAD-RECORD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *> Separators become spaces, then the line is cut at each
      *> run of spaces. A token too long for the table is kept
      *> at its full length so the type check catches it.
       SPLIT-TOKENS.
           MOVE F-FEED-RECORD TO LS-WORK-LINE
           IF LS-SEPARATOR-LEN > 0
               INSPECT LS-WORK-LINE CONVERTING
                   LS-SEPARATORS(1:LS-SEPARATOR-LEN)
                   TO SPACES
           END-IF
           COMPUTE LS-LINE-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-WORK-LINE TRAILING))
           MOVE 0 TO LS-TOKEN-COUNT
           MOVE 1 TO LS-POINTER
           PERFORM UNTIL LS-POINTER > LS-LINE-LEN
               OR LS-TOKEN-COUNT > C-MAX-TOKENS
               IF LS-WORK-LINE(LS-POINTER:1) = SPACE
                   ADD 1 TO LS-POINTER
               ELSE
                   ADD 1 TO LS-TOKEN-COUNT
                   MOVE SPACES TO LS-TOKEN(LS-TOKEN-COUNT)
                   MOVE 0 TO LS-TOKEN-LEN(LS-TOKEN-COUNT)
                   UNSTRING LS-WORK-LINE DELIMITED BY SPACE
                       INTO LS-TOKEN(LS-TOKEN-COUNT)
                           COUNT IN LS-TOKEN-LEN(LS-TOKEN-COUNT)
                       WITH POINTER LS-POINTER
                   END-UNSTRING
               END-IF
           END-PERFORM
           .

      *> Sets LS-REASON and LS-FAULT-TEXT when token LS-TOKEN-IDX
      *> breaks its field rule; spaces when it passes.
       CHECK-ONE-TOKEN.
           MOVE SPACES TO LS-REASON
           MOVE LS-TOKEN-IDX TO LS-TOKEN-DISPLAY
           EVALUATE LS-CHECK-TYPE
               WHEN "NUM"
                   IF LS-TOKEN-LEN(LS-TOKEN-IDX) > 18
                       OR LS-TOKEN(LS-TOKEN-IDX)
                           (1:LS-TOKEN-LEN(LS-TOKEN-IDX))
                           IS NOT NUMERIC
                       MOVE "FMTTYPE " TO LS-REASON
                       MOVE SPACES TO LS-FAULT-TEXT
                       STRING "token " FUNCTION TRIM(LS-TOKEN-DISPLAY)
                           " '" FUNCTION TRIM(LS-TOKEN(LS-TOKEN-IDX))
                           "' is not a number"
                           DELIMITED BY SIZE INTO LS-FAULT-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE LS-TOKEN-VALUE =
                       FUNCTION NUMVAL(LS-TOKEN(LS-TOKEN-IDX))
                   IF LS-TOKEN-VALUE < LS-CHECK-LO
                       OR LS-TOKEN-VALUE > LS-CHECK-HI
                       MOVE "FMTRANGE" TO LS-REASON
                       MOVE LS-CHECK-LO TO LS-LO-DISPLAY
                       MOVE LS-CHECK-HI TO LS-HI-DISPLAY
                       MOVE SPACES TO LS-FAULT-TEXT
                       STRING "token " FUNCTION TRIM(LS-TOKEN-DISPLAY)
                           " value " FUNCTION TRIM(LS-TOKEN(
                               LS-TOKEN-IDX))
                           " outside " FUNCTION TRIM(LS-LO-DISPLAY)
                           " to " FUNCTION TRIM(LS-HI-DISPLAY)
                           DELIMITED BY SIZE INTO LS-FAULT-TEXT
                   END-IF
               WHEN "TEXT"
                   IF LS-TOKEN-IDX NOT > LS-LAST-FIELD(LS-DEF-IDX)
                       AND LS-FIELD-LITERAL(LS-DEF-IDX, LS-TOKEN-IDX)
                           NOT = SPACES
                       AND LS-TOKEN(LS-TOKEN-IDX) NOT =
                           LS-FIELD-LITERAL(LS-DEF-IDX, LS-TOKEN-IDX)
                       MOVE "FMTTEXT " TO LS-REASON
                       MOVE SPACES TO LS-FAULT-TEXT
                       STRING "token " FUNCTION TRIM(LS-TOKEN-DISPLAY)
                           " '" FUNCTION TRIM(LS-TOKEN(LS-TOKEN-IDX))
                           "' should be '"
                           FUNCTION TRIM(LS-FIELD-LITERAL(
                               LS-DEF-IDX, LS-TOKEN-IDX))
                           "'"
                           DELIMITED BY SIZE INTO LS-FAULT-TEXT
                   END-IF
           END-EVALUATE
           .

       REPORT-BAD-RECORD.
           ADD 1 TO LS-BAD-COUNT
           MOVE LS-LINE-NUMBER TO LS-LINE-DISPLAY
           DISPLAY "FEEDCHK: " FUNCTION TRIM(LS-FEED-PATH)
               " line " FUNCTION TRIM(LS-LINE-DISPLAY)
               " " LS-REASON ": " FUNCTION TRIM(LS-FAULT-TEXT)
           CALL "WRITE-REJECT" USING
               LS-REJECT-PATH LS-REASON LS-REJECT-IMAGE
           .

       REPORT-LAYOUT-FAULT.
           MOVE LS-DEF-NUMBER TO LS-LINE-DISPLAY
           IF LS-DEF-NUMBER > 0
               DISPLAY "FEEDCHK: " FUNCTION TRIM(LS-LAYOUT-PATH)
                   " line " FUNCTION TRIM(LS-LINE-DISPLAY)
                   ": " FUNCTION TRIM(LS-FAULT-TEXT)
      *> A directive fault is found while the definition is still
      *> being read.
               CLOSE FD-LAYOUT
           ELSE
               DISPLAY "FEEDCHK: " FUNCTION TRIM(LS-LAYOUT-PATH)
                   ": " FUNCTION TRIM(LS-FAULT-TEXT)
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM FEEDCHK.
