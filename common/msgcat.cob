       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESSAGE-LOOKUP.

      *> Message catalog lookup. Every exception the suite raises
      *> is described once in the message catalog: a stable code,
      *> the default severity, the message text with substitution
      *> slots, and the remedy the operator on shift should follow.
      *> WRITE-EXCEPTION stamps the code into the repository;
      *> EXCREPORT, NOTIFY, the CONSOLE and the DAYBATCH alert
      *> file look the remedy up here; MSGCAT reports the gaps.
      *>
      *> The catalog is "messages.catalog" (MSGCATALOG parameter):
      *>
      *>     MSG <code> <severity> <program|*> <message text>
      *>     REM <remedy line>
      *>
      *> "&1" to "&9" in the text stand for the values the program
      *> fills in (record numbers, step names, file names); up to
      *> five REM lines of 80 characters follow their MSG line.
      *> A "*" in column 1 opens a comment. Entries are tried in
      *> catalog order and the first match wins, so a specific
      *> entry (one step's failure) goes ahead of the general one.
      *>
      *> IN-CODE, when given, is looked up directly; otherwise the
      *> entry is found by matching IN-MESSAGE against the text of
      *> the entries for IN-PROGRAM (or "*"). A message cut off at
      *> 120 characters matches on the part that survived, and the
      *> " (repeated nnn more times)" tail of a collapsed storm is
      *> ignored.
      *>
      *> OUT-REMEDY holds the REM lines, 80 characters each.
      *> OUT-STATUS: "00" found, "NF" no entry, "NC" no catalog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CATALOG ASSIGN TO LS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CATALOG.
       01  F-CATALOG-RECORD               PIC X(160).

      *> The catalog is read once per run and kept for every call.
       WORKING-STORAGE SECTION.
       01 MSG-CATALOG-LOADED              PIC 9(1) VALUE 0.
       01 MSG-CATALOG-FOUND               PIC 9(1) VALUE 0.
       01 MSG-ENTRY-COUNT                 PIC 9(3) VALUE 0.
       01 MSG-ENTRY-TABLE-GRP.
           05 MSG-ENTRY                   OCCURS 200 TIMES.
               10 MSG-ENTRY-CODE          PIC X(8).
               10 MSG-ENTRY-SEVERITY      PIC X(1).
               10 MSG-ENTRY-PROGRAM       PIC X(8).
               10 MSG-ENTRY-TEXT          PIC X(120).
               10 MSG-ENTRY-REMEDY-COUNT  PIC 9(1).
               10 MSG-ENTRY-REMEDY        PIC X(400).

       LOCAL-STORAGE SECTION.
       01 C-MAX-ENTRIES                  CONSTANT 200.
       01 C-MAX-REMEDY-LINES             CONSTANT 5.
       01 LS-CATALOG-PATH                 PIC X(100).
       01 LS-CATALOG-STATUS               PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-TOK-KEYWORD                  PIC X(3).
       01 LS-TOK-CODE                     PIC X(8).
       01 LS-TOK-SEVERITY                 PIC X(1).
       01 LS-TOK-PROGRAM                  PIC X(8).
       01 LS-TOK-PTR                      PIC 9(3).
       01 LS-ENTRY-IDX                    PIC 9(3).
       01 LS-FOUND-IDX                    PIC 9(3).
       01 LS-MESSAGE                      PIC X(120).
       01 LS-M-LEN                        PIC 9(3).
       01 LS-M-POS                        PIC 9(3).
       01 LS-T-LEN                        PIC 9(3).
       01 LS-T-POS                        PIC 9(3).
       01 LS-SEG-START                    PIC 9(3).
       01 LS-SEG-LEN                      PIC 9(3).
       01 LS-SEG-FIRST                    PIC 9(1).
       01 LS-SEG-LAST                     PIC 9(1).
       01 LS-SCAN-POS                     PIC 9(3).
       01 LS-SCAN-END                     PIC S9(4).
       01 LS-SUFFIX-POS                   PIC S9(4).
       01 LS-MATCHED                      PIC 9(1).
       01 LS-TRUNCATED                    PIC 9(1).
       01 LS-REPEAT-POS                   PIC 9(3).

       LINKAGE SECTION.
       01 IN-PROGRAM                      PIC X(8).
       01 IN-CODE                         PIC X(8).
       01 IN-MESSAGE                      PIC X(120).
       01 OUT-CODE                        PIC X(8).
       01 OUT-SEVERITY                    PIC X(1).
       01 OUT-TEXT                        PIC X(120).
       01 OUT-REMEDY                      PIC X(400).
       01 OUT-STATUS                      PIC X(2).

       PROCEDURE DIVISION USING IN-PROGRAM IN-CODE IN-MESSAGE
           OUT-CODE OUT-SEVERITY OUT-TEXT OUT-REMEDY OUT-STATUS.

           MOVE SPACES TO OUT-CODE OUT-SEVERITY OUT-TEXT OUT-REMEDY
           IF MSG-CATALOG-LOADED = 0
               PERFORM LOAD-CATALOG
           END-IF
           IF MSG-CATALOG-FOUND = 0
               MOVE "NC" TO OUT-STATUS
               GOBACK
           END-IF

           MOVE 0 TO LS-FOUND-IDX
           IF IN-CODE NOT = SPACES AND IN-CODE NOT = "-"
               PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
                   UNTIL LS-ENTRY-IDX > MSG-ENTRY-COUNT
                       OR LS-FOUND-IDX > 0
                   IF MSG-ENTRY-CODE(LS-ENTRY-IDX) = IN-CODE
                       MOVE LS-ENTRY-IDX TO LS-FOUND-IDX
                   END-IF
               END-PERFORM
           ELSE
               PERFORM PREPARE-MESSAGE
               PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
                   UNTIL LS-ENTRY-IDX > MSG-ENTRY-COUNT
                       OR LS-FOUND-IDX > 0
                   IF MSG-ENTRY-PROGRAM(LS-ENTRY-IDX) = "*"
                       OR MSG-ENTRY-PROGRAM(LS-ENTRY-IDX) = IN-PROGRAM
                       PERFORM MATCH-TEMPLATE
                       IF LS-MATCHED = 1
                           MOVE LS-ENTRY-IDX TO LS-FOUND-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF LS-FOUND-IDX = 0
               MOVE "NF" TO OUT-STATUS
               GOBACK
           END-IF
           MOVE MSG-ENTRY-CODE(LS-FOUND-IDX) TO OUT-CODE
           MOVE MSG-ENTRY-SEVERITY(LS-FOUND-IDX) TO OUT-SEVERITY
           MOVE MSG-ENTRY-TEXT(LS-FOUND-IDX) TO OUT-TEXT
           MOVE MSG-ENTRY-REMEDY(LS-FOUND-IDX) TO OUT-REMEDY
           MOVE "00" TO OUT-STATUS
           GOBACK.

       LOAD-CATALOG.
           MOVE 1 TO MSG-CATALOG-LOADED
           CALL "GET-PARAMETER" USING
               "MSGCATALOG          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CATALOG-PATH
           IF LS-CATALOG-PATH = SPACES
               MOVE "messages.catalog" TO LS-CATALOG-PATH
           END-IF
           OPEN INPUT FD-CATALOG
           IF LS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO MSG-CATALOG-FOUND
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
                   IF MSG-ENTRY-COUNT >= C-MAX-ENTRIES
                       EXIT PARAGRAPH
                   END-IF
                   UNSTRING F-CATALOG-RECORD DELIMITED BY ALL " "
                       INTO LS-TOK-CODE LS-TOK-SEVERITY
                           LS-TOK-PROGRAM
                       WITH POINTER LS-TOK-PTR
                   ADD 1 TO MSG-ENTRY-COUNT
                   MOVE LS-TOK-CODE TO MSG-ENTRY-CODE(MSG-ENTRY-COUNT)
                   MOVE LS-TOK-SEVERITY
                       TO MSG-ENTRY-SEVERITY(MSG-ENTRY-COUNT)
                   MOVE LS-TOK-PROGRAM
                       TO MSG-ENTRY-PROGRAM(MSG-ENTRY-COUNT)
                   MOVE SPACES TO MSG-ENTRY-TEXT(MSG-ENTRY-COUNT)
                   IF LS-TOK-PTR <= 160
                       MOVE F-CATALOG-RECORD(LS-TOK-PTR:)
                           TO MSG-ENTRY-TEXT(MSG-ENTRY-COUNT)
                   END-IF
                   MOVE 0 TO MSG-ENTRY-REMEDY-COUNT(MSG-ENTRY-COUNT)
                   MOVE SPACES TO MSG-ENTRY-REMEDY(MSG-ENTRY-COUNT)
      *> A remedy line belongs to the MSG line above it.
               WHEN "REM"
                   IF MSG-ENTRY-COUNT = 0
                       EXIT PARAGRAPH
                   END-IF
                   IF MSG-ENTRY-REMEDY-COUNT(MSG-ENTRY-COUNT)
                       >= C-MAX-REMEDY-LINES
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO MSG-ENTRY-REMEDY-COUNT(MSG-ENTRY-COUNT)
                   MOVE F-CATALOG-RECORD(5:80)
                       TO MSG-ENTRY-REMEDY(MSG-ENTRY-COUNT)
                           ((MSG-ENTRY-REMEDY-COUNT(MSG-ENTRY-COUNT)
                               - 1) * 80 + 1:80)
           END-EVALUATE
           .

      *> The message as raised, less the storm-summary tail.
       PREPARE-MESSAGE.
           MOVE IN-MESSAGE TO LS-MESSAGE
           MOVE 0 TO LS-REPEAT-POS
           INSPECT LS-MESSAGE TALLYING LS-REPEAT-POS
               FOR CHARACTERS BEFORE INITIAL " (repeated "
           MOVE 0 TO LS-TRUNCATED
           IF IN-MESSAGE(120:1) NOT = SPACE
               MOVE 1 TO LS-TRUNCATED
           END-IF
      *> WRITE-EXCEPTION cuts a storm's message at 84 characters to
      *> make room for the count.
           IF LS-REPEAT-POS < 120
               MOVE SPACES TO LS-MESSAGE(LS-REPEAT-POS + 1:)
               IF LS-REPEAT-POS >= 84
                   MOVE 1 TO LS-TRUNCATED
               END-IF
           END-IF
           IF LS-MESSAGE = SPACES
               MOVE 0 TO LS-M-LEN
           ELSE
               COMPUTE LS-M-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(LS-MESSAGE TRAILING))
           END-IF
           .

      *> The template is a run of literal segments separated by
      *> slots. The first segment must open the message, the last
      *> must close it, and the ones between must appear in order.
       MATCH-TEMPLATE.
           MOVE 1 TO LS-MATCHED
           IF MSG-ENTRY-TEXT(LS-ENTRY-IDX) = SPACES
               MOVE 0 TO LS-MATCHED
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-T-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(MSG-ENTRY-TEXT(LS-ENTRY-IDX) TRAILING))
           MOVE 1 TO LS-T-POS
           MOVE 1 TO LS-M-POS
           MOVE 1 TO LS-SEG-FIRST
           MOVE 1 TO LS-SEG-LAST
           PERFORM UNTIL LS-T-POS > LS-T-LEN OR LS-MATCHED = 0
               PERFORM NEXT-TEMPLATE-SEGMENT
               IF LS-SEG-LEN > 0
                   PERFORM MATCH-SEGMENT
               END-IF
               MOVE 0 TO LS-SEG-FIRST
           END-PERFORM
           IF LS-MATCHED = 1 AND LS-SEG-LAST = 1
               AND LS-M-POS <= LS-M-LEN AND LS-TRUNCATED = 0
               MOVE 0 TO LS-MATCHED
           END-IF
           .

      *> Literal text from LS-T-POS up to the next "&n" slot, which
      *> is stepped over.
       NEXT-TEMPLATE-SEGMENT.
           MOVE LS-T-POS TO LS-SEG-START
           MOVE 0 TO LS-SEG-LEN
           MOVE 1 TO LS-SEG-LAST
           PERFORM VARYING LS-SCAN-POS FROM LS-T-POS BY 1
               UNTIL LS-SCAN-POS > LS-T-LEN
               IF LS-SCAN-POS < LS-T-LEN
                   AND MSG-ENTRY-TEXT(LS-ENTRY-IDX)(LS-SCAN-POS:1)
                       = "&"
                   AND MSG-ENTRY-TEXT(LS-ENTRY-IDX)
                       (LS-SCAN-POS + 1:1) IS NUMERIC
                   MOVE 0 TO LS-SEG-LAST
                   EXIT PERFORM
               END-IF
               ADD 1 TO LS-SEG-LEN
           END-PERFORM
           COMPUTE LS-T-POS = LS-SEG-START + LS-SEG-LEN
           IF LS-SEG-LAST = 0
               ADD 2 TO LS-T-POS
           END-IF
           .

       MATCH-SEGMENT.
           EVALUATE TRUE
               WHEN LS-SEG-FIRST = 1
                   IF LS-SEG-LEN > LS-M-LEN
                       IF LS-TRUNCATED = 1 AND LS-M-LEN > 0
                           AND LS-MESSAGE(1:LS-M-LEN) =
                               MSG-ENTRY-TEXT(LS-ENTRY-IDX)
                                   (LS-SEG-START:LS-M-LEN)
                           COMPUTE LS-M-POS = LS-M-LEN + 1
                           MOVE LS-T-LEN TO LS-T-POS
                           ADD 1 TO LS-T-POS
                       ELSE
                           MOVE 0 TO LS-MATCHED
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   IF LS-MESSAGE(1:LS-SEG-LEN) NOT =
                       MSG-ENTRY-TEXT(LS-ENTRY-IDX)
                           (LS-SEG-START:LS-SEG-LEN)
                       MOVE 0 TO LS-MATCHED
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE LS-M-POS = LS-SEG-LEN + 1
               WHEN LS-SEG-LAST = 1
      *> The closing segment sits at the very end of the message,
      *> whatever the slot before it happened to contain.
                   COMPUTE LS-SUFFIX-POS = LS-M-LEN - LS-SEG-LEN + 1
                   IF LS-SUFFIX-POS >= LS-M-POS
                       IF LS-MESSAGE(LS-SUFFIX-POS:LS-SEG-LEN) =
                           MSG-ENTRY-TEXT(LS-ENTRY-IDX)
                               (LS-SEG-START:LS-SEG-LEN)
                           COMPUTE LS-M-POS = LS-M-LEN + 1
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   IF LS-TRUNCATED = 1
                       COMPUTE LS-M-POS = LS-M-LEN + 1
                   ELSE
                       MOVE 0 TO LS-MATCHED
                   END-IF
               WHEN OTHER
                   COMPUTE LS-SCAN-END = LS-M-LEN - LS-SEG-LEN + 1
                   MOVE 0 TO LS-SUFFIX-POS
                   PERFORM VARYING LS-SCAN-POS FROM LS-M-POS BY 1
                       UNTIL LS-SCAN-POS > LS-SCAN-END
                           OR LS-SUFFIX-POS > 0
                       IF LS-MESSAGE(LS-SCAN-POS:LS-SEG-LEN) =
                           MSG-ENTRY-TEXT(LS-ENTRY-IDX)
                               (LS-SEG-START:LS-SEG-LEN)
                           MOVE LS-SCAN-POS TO LS-SUFFIX-POS
                       END-IF
                   END-PERFORM
                   IF LS-SUFFIX-POS > 0
                       COMPUTE LS-M-POS = LS-SUFFIX-POS + LS-SEG-LEN
                   ELSE
      *> A message cut off inside a slot matched as far as it went.
                       IF LS-TRUNCATED = 1
                           COMPUTE LS-M-POS = LS-M-LEN + 1
                           MOVE LS-T-LEN TO LS-T-POS
                           ADD 1 TO LS-T-POS
                       ELSE
                           MOVE 0 TO LS-MATCHED
                       END-IF
                   END-IF
           END-EVALUATE
           .
       END PROGRAM MESSAGE-LOOKUP.
