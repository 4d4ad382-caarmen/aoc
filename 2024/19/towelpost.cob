      *> =================================================================
      *> Copyright 2025 - Present, Carmen Alvarez
      *>
      *> This file is part of Advent of code - @caarmen.
      *>
      *> Advent of code - @caarmen is free software: you can redistribute
      *> it and/or modify it under the terms of the GNU General Public
      *> License as published by the Free Software Foundation, either
      *> version 3 of the License, or (at your option) any later version.
      *>
      *> Advent of code - @caarmen is distributed in the hope that it will
      *> be useful, but WITHOUT ANY WARRANTY; without even the implied
      *> warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *> See the GNU General Public License for more details.
      *>
      *> You should have received a copy of the GNU General Public License
      *> along with Advent of code - @caarmen. If not, see
      *> <https://www.gnu.org/licenses/>.
      *> =================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOWELPOST.

      *> Towel stock consumption posting, run after DAY19. The towel
      *> master knows which patterns exist; its "STOCK:" lines (which
      *> DAY19 skips) say how many of each are on hand:
      *>
      *>     STOCK: <pattern> <on-hand> <reorder-point> <consumed>
      *>
      *> where <consumed> is the quantity used so far this period.
      *> A pattern with no STOCK line is not stock-controlled.
      *>
      *> The fulfilment file has one design per line followed by its
      *> disposition; only designs marked FULFILLED are posted:
      *>
      *>     <design> FULFILLED
      *>
      *> Each fulfilled design is arranged the way PROCESS-STRING
      *> decomposes it (link this source with day19.cob), one towel
      *> at a time from the left, taking the first pattern in master
      *> order that is still in stock and leaves a remainder that
      *> the in-stock patterns can still make. The towels of that
      *> arrangement are deducted from stock; a design that cannot
      *> be arranged from the remaining stock is rejected and
      *> deducts nothing. Every design's disposition goes to
      *> "<fulfilment-file>.posting", the master's before-image is
      *> journalled and the master rewritten with the new
      *> quantities, and "<master>.reorder" lists the patterns at or
      *> below their reorder point with the quantities consumed by
      *> this run and so far this period.
      *>
      *> Command-line arguments:
      *>     towelpost <master-file> <fulfilment-file>
      *>
      *> The posting goes on the run log with its posted and
      *> rejected counts.
      *>
      *> Returns 4 when any fulfilled design was rejected, 8 when the
      *> master or the fulfilment file cannot be read or the master
      *> has more pattern lines than can be written back (20), 12 on
      *> a usage or output failure.
      *>
      *> A leading STOCK token maintains the STOCK lines themselves
      *> instead of posting against them, from a transaction file:
      *>
      *>     towelpost STOCK <master-file> <transaction-file>
      *>
      *>     SET <pattern> <on-hand> <reorder-point> <consumed>
      *>     DRP <pattern>
      *>
      *> SET puts a pattern of the master under stock control or
      *> replaces its quantities; DRP takes it out of stock
      *> control. A SET of a pattern the master does not have, a
      *> quantity that is not a whole number of up to six digits,
      *> or a DRP of a pattern with no STOCK line is rejected.
      *> Every disposition goes to "<master>.audit". Like the other
      *> master maintenance programs this mode passes the
      *> maker-checker and change-freeze gates, journals the
      *> before-image and goes on the run log; it returns 4 when
      *> any transaction was rejected. The pattern lines are never
      *> changed by it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MASTER ASSIGN TO LS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MASTER-STATUS.
           SELECT FD-FULFIL ASSIGN TO LS-FULFIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FULFIL-STATUS.
           SELECT FD-POSTING ASSIGN TO LS-POSTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-POSTING-STATUS.
           SELECT FD-REORDER ASSIGN TO LS-REORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REORDER-STATUS.
           SELECT FD-TXN ASSIGN TO LS-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-TXN-STATUS.
           SELECT FD-AUDIT ASSIGN TO LS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-MASTER.
       01  F-MASTER-RECORD                PIC X(3000).
       01  F-STOCK-FIELDS REDEFINES F-MASTER-RECORD.
           05  F-STOCK-TAG               PIC X(7).
           05  F-STOCK-PATTERN           PIC X(10).
           05  FILLER                    PIC X(1).
           05  F-STOCK-ON-HAND           PIC 9(6).
           05  FILLER                    PIC X(1).
           05  F-STOCK-REORDER           PIC 9(6).
           05  FILLER                    PIC X(1).
           05  F-STOCK-CONSUMED          PIC 9(6).
           05  FILLER                    PIC X(2962).
       FD  FD-FULFIL.
       01  F-FULFIL-RECORD                PIC X(200).
       FD  FD-POSTING.
       01  F-POSTING-RECORD               PIC X(250).
       FD  FD-REORDER.
       01  F-REORDER-RECORD               PIC X(100).
       FD  FD-TXN.
       01  F-TXN-RECORD                   PIC X(80).
       FD  FD-AUDIT.
       01  F-AUDIT-RECORD                 PIC X(120).

       LOCAL-STORAGE SECTION.
       01  C-MAX-PATTERN-LINES           CONSTANT 20.
       01  C-MAX-STOCK                   CONSTANT 500.
       01  LS-COMMAND-LINE                PIC X(220).
       01  LS-MASTER-PATH                 PIC X(100).
       01  LS-FULFIL-PATH                 PIC X(100).
       01  LS-POSTING-PATH                PIC X(110).
       01  LS-REORDER-PATH                PIC X(110).
       01  LS-MASTER-STATUS               PIC X(2).
       01  LS-FULFIL-STATUS               PIC X(2).
       01  LS-POSTING-STATUS              PIC X(2).
       01  LS-REORDER-STATUS              PIC X(2).
       01  LS-LINE                        PIC X(3000).
       01  LS-TOWEL                       PIC X(10).
       01  LS-TOWEL-PTR                   PIC 9(4).
      *> The master's pattern lines, written back unchanged.
       01  LS-PATTERN-LINE-COUNT          PIC 9(2) VALUE 0.
       01  LS-PATTERN-LINES OCCURS 20 TIMES.
           05  LS-PATTERN-LINE           PIC X(3000).
       01  LS-STOCK-TEXT                  PIC X(60).
       01  LS-TOK-PATTERN                 PIC X(10).
       01  LS-TOK-ON-HAND                 PIC X(10).
       01  LS-TOK-REORDER                 PIC X(10).
       01  LS-TOK-CONSUMED                PIC X(10).
      *> Stock records in master order. The tentative quantity is
      *> the stock left while one design is being arranged.
       01  STOCK-GRP.
           05  STOCK-COUNT               PIC 9(3) VALUE 0.
           05  STOCK-ENTRIES OCCURS 500 TIMES.
               10  STK-PATTERN           PIC X(10).
               10  STK-ON-HAND           PIC 9(6).
               10  STK-REORDER           PIC 9(6).
               10  STK-CONSUMED          PIC 9(6).
               10  STK-RUN-USED          PIC 9(6).
               10  STK-TENTATIVE         PIC 9(6).
       01  LS-STOCK-IDX                   PIC 9(3).
      *> Per sorted towel: its length and its stock record (0 when
      *> the pattern is not stock-controlled).
       01  LS-TOWEL-LENS.
           05  LS-TOWEL-LEN              PIC 9(2) OCCURS 500 TIMES.
       01  LS-TOWEL-STOCKS.
           05  LS-TOWEL-STOCK            PIC 9(3) OCCURS 500 TIMES.
       01  LS-TOWEL-IDX                   PIC 9(3).
       01  LS-UNTRACKED-COUNT             PIC 9(3) VALUE 0.
       01  LS-FUL-DESIGN                  PIC X(100).
       01  LS-FUL-MARK                    PIC X(12).
       01  LS-FUL-LINE-NUMBER             PIC 9(5) VALUE 0.
       01  LS-DESIGN-LEN                  PIC 9(3).
       01  LS-POS                         PIC 9(3).
       01  LS-CHOSEN                      PIC 9(3).
       01  LS-REMAINDER                   PIC X(100).
       01  LS-COMBOS                      PIC 9(16).
       01  LS-ARRANGED                    PIC 9(1).
       01  LS-PIECE-COUNT                 PIC 9(3).
       01  LS-PIECES OCCURS 100 TIMES.
           05  LS-PIECE-TOWEL            PIC 9(3).
       01  LS-PIECE-IDX                   PIC 9(3).
       01  LS-ARRANGEMENT                 PIC X(150).
       01  LS-ARRANGEMENT-PTR             PIC 9(3).
       01  LS-REJECT-REASON               PIC X(50).
       01  LS-POSTED-COUNT                PIC 9(5) VALUE 0.
       01  LS-REJECTED-COUNT              PIC 9(5) VALUE 0.
       01  LS-SKIPPED-COUNT               PIC 9(5) VALUE 0.
       01  LS-REORDER-COUNT               PIC 9(3) VALUE 0.
       01  LS-COUNT-DISPLAY               PIC Z(4)9.
       01  LS-QTY-DISPLAY-1               PIC Z(5)9.
       01  LS-QTY-DISPLAY-2               PIC Z(5)9.
       01  LS-QTY-DISPLAY-3               PIC Z(5)9.
       01  LS-QTY-DISPLAY-4               PIC Z(5)9.
       01  LS-EXC-KEY                     PIC X(40).
       01  LS-EXC-MESSAGE                 PIC X(120).
       01  LS-JOURNAL-TARGET              PIC X(200).
       01  LS-JOURNAL-STATUS              PIC X(2).
      *> Stock maintenance mode: the transaction in hand, its
      *> disposition and the run's counts.
       01  LS-MODE-TOKEN                  PIC X(8).
       01  LS-TXN-PATH                    PIC X(100).
       01  LS-TXN-STATUS                  PIC X(2).
       01  LS-AUDIT-PATH                  PIC X(110).
       01  LS-AUDIT-STATUS                PIC X(2).
       01  LS-TXN-ACTION                  PIC X(3).
       01  LS-AUDIT-TEXT                  PIC X(60).
       01  LS-APPLIED-COUNT               PIC 9(4) VALUE 0.
       01  LS-TXN-REJECTED-COUNT          PIC 9(4) VALUE 0.
       01  LS-TXN-TOTAL                   PIC 9(5).
       01  LS-FOUND-IDX                   PIC 9(3).
       01  LS-BAD-QUANTITY                PIC 9(1).
       01  LS-RELEASED                    PIC X(1).
       01  LS-NOW                         PIC X(21).
       01  LS-RUN-END-TS                  PIC X(21).
       01  LS-RUN-RESULT                  PIC X(200).
       COPY "towel" IN "19".
      *> The patterns still in stock, for PROCESS-STRING to test a
      *> remainder against; built in master order, so already
      *> sorted.
       COPY "towel" IN "19"
           REPLACING LEADING ==TOWEL== BY ==AVAIL-TOWEL==.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           IF LS-COMMAND-LINE(1:6) = "STOCK "
               UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                   INTO LS-MODE-TOKEN LS-MASTER-PATH LS-TXN-PATH
               END-UNSTRING
               IF LS-MASTER-PATH = SPACES OR LS-TXN-PATH = SPACES
                   DISPLAY "TOWELPOST: usage: towelpost STOCK "
                       "<master-file> <transaction-file>"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM MAINTAIN-STOCK
               STOP RUN
           END-IF
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MASTER-PATH LS-FULFIL-PATH
           END-UNSTRING
           IF LS-MASTER-PATH = SPACES OR LS-FULFIL-PATH = SPACES
               DISPLAY "TOWELPOST: usage: towelpost <master-file> "
                   "<fulfilment-file>"
               DISPLAY "TOWELPOST:        towelpost STOCK "
                   "<master-file> <transaction-file>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-TOWEL-MASTER

           STRING FUNCTION TRIM(LS-FULFIL-PATH) DELIMITED BY SIZE
               ".posting" DELIMITED BY SIZE
               INTO LS-POSTING-PATH
           OPEN OUTPUT FD-POSTING
           IF LS-POSTING-STATUS NOT = "00"
               DISPLAY "TOWELPOST: ERROR OPENING " LS-POSTING-PATH
                   " STATUS=" LS-POSTING-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FD-FULFIL
           IF LS-FULFIL-STATUS NOT = "00"
               DISPLAY "TOWELPOST: ERROR OPENING " LS-FULFIL-PATH
                   " STATUS=" LS-FULFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-FULFIL
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LS-FUL-LINE-NUMBER
               IF F-FULFIL-RECORD NOT = SPACES
                   MOVE SPACES TO LS-FUL-DESIGN LS-FUL-MARK
                   UNSTRING F-FULFIL-RECORD DELIMITED BY ALL " "
                       INTO LS-FUL-DESIGN LS-FUL-MARK
                   END-UNSTRING
                   IF LS-FUL-MARK = "FULFILLED"
                       PERFORM POST-ONE-DESIGN
                   ELSE
                       ADD 1 TO LS-SKIPPED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FD-FULFIL
           CLOSE FD-POSTING

           PERFORM REWRITE-TOWEL-MASTER
           PERFORM WRITE-REORDER-REPORT
      *> The posting goes on the run log with its counts.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           MOVE SPACES TO LS-RUN-RESULT
           STRING "posted=" LS-POSTED-COUNT
               " rejected=" LS-REJECTED-COUNT
               " not-fulfilled=" LS-SKIPPED-COUNT
               " reorder=" LS-REORDER-COUNT DELIMITED BY SIZE
               " master=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "TOWELPST" LS-FULFIL-PATH LS-NOW LS-RUN-END-TS
               LS-RUN-RESULT

           DISPLAY "TOWELPOST: " LS-POSTED-COUNT " design(s) posted, "
               LS-REJECTED-COUNT " rejected, " LS-SKIPPED-COUNT
               " not fulfilled; " LS-REORDER-COUNT
               " pattern(s) at or below reorder point"
           IF LS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Pattern lines parse exactly as DAY19 parses them; STOCK
      *> lines are matched to the patterns once both are loaded.
       LOAD-TOWEL-MASTER.
           OPEN INPUT FD-MASTER
           IF LS-MASTER-STATUS NOT = "00"
               DISPLAY "TOWELPOST: ERROR OPENING " LS-MASTER-PATH
                   " STATUS=" LS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-MASTER
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE F-MASTER-RECORD TO LS-LINE
               EVALUATE TRUE
                   WHEN LS-LINE = SPACES
                       CONTINUE
                   WHEN LS-LINE(1:6) = "STOCK:"
                       PERFORM LOAD-STOCK-LINE
                   WHEN OTHER
                       IF LS-PATTERN-LINE-COUNT >= C-MAX-PATTERN-LINES
                           PERFORM REJECT-PATTERN-OVERFLOW
                       END-IF
                       ADD 1 TO LS-PATTERN-LINE-COUNT
                       MOVE LS-LINE TO LS-PATTERN-LINE(
                           LS-PATTERN-LINE-COUNT)
                       SET LS-TOWEL-PTR TO 1
                       PERFORM UNTIL LS-TOWEL-PTR >
                           LENGTH FUNCTION TRIM(LS-LINE)
                           UNSTRING LS-LINE
                               DELIMITED BY ", "
                               INTO LS-TOWEL
                               WITH POINTER LS-TOWEL-PTR
                           END-UNSTRING
                           ADD 1 TO TOWELS-SIZE
                           SET TOWEL(TOWELS-SIZE) TO LS-TOWEL
                       END-PERFORM
               END-EVALUATE
           END-PERFORM
           CLOSE FD-MASTER
           SORT TOWELS

           PERFORM VARYING LS-TOWEL-IDX FROM 1 BY 1
               UNTIL LS-TOWEL-IDX > TOWELS-SIZE
               COMPUTE LS-TOWEL-LEN(LS-TOWEL-IDX) = FUNCTION LENGTH(
                   FUNCTION TRIM(TOWEL(LS-TOWEL-IDX)))
               MOVE 0 TO LS-TOWEL-STOCK(LS-TOWEL-IDX)
               PERFORM VARYING LS-STOCK-IDX FROM 1 BY 1
                   UNTIL LS-STOCK-IDX > STOCK-COUNT
                   IF STK-PATTERN(LS-STOCK-IDX) = TOWEL(LS-TOWEL-IDX)
                       MOVE LS-STOCK-IDX
                           TO LS-TOWEL-STOCK(LS-TOWEL-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF LS-TOWEL-STOCK(LS-TOWEL-IDX) = 0
                   ADD 1 TO LS-UNTRACKED-COUNT
               END-IF
           END-PERFORM
           .

       LOAD-STOCK-LINE.
           IF STOCK-COUNT >= C-MAX-STOCK
               DISPLAY "TOWELPOST: more than " C-MAX-STOCK
                   " stock lines; master not processed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-TOK-PATTERN LS-TOK-ON-HAND
               LS-TOK-REORDER LS-TOK-CONSUMED
           MOVE FUNCTION TRIM(LS-LINE(7:)) TO LS-STOCK-TEXT
           UNSTRING LS-STOCK-TEXT DELIMITED BY ALL " "
               INTO LS-TOK-PATTERN LS-TOK-ON-HAND LS-TOK-REORDER
                   LS-TOK-CONSUMED
           END-UNSTRING
           ADD 1 TO STOCK-COUNT
           MOVE LS-TOK-PATTERN TO STK-PATTERN(STOCK-COUNT)
           MOVE 0 TO STK-ON-HAND(STOCK-COUNT) STK-REORDER(STOCK-COUNT)
               STK-CONSUMED(STOCK-COUNT) STK-RUN-USED(STOCK-COUNT)
           IF LS-TOK-ON-HAND NOT = SPACES
               COMPUTE STK-ON-HAND(STOCK-COUNT) =
                   FUNCTION NUMVAL(LS-TOK-ON-HAND)
           END-IF
           IF LS-TOK-REORDER NOT = SPACES
               COMPUTE STK-REORDER(STOCK-COUNT) =
                   FUNCTION NUMVAL(LS-TOK-REORDER)
           END-IF
           IF LS-TOK-CONSUMED NOT = SPACES
               COMPUTE STK-CONSUMED(STOCK-COUNT) =
                   FUNCTION NUMVAL(LS-TOK-CONSUMED)
           END-IF
           .

       POST-ONE-DESIGN.
           MOVE SPACES TO LS-REJECT-REASON
           COMPUTE LS-DESIGN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(LS-FUL-DESIGN))
           CALL "PROCESS-STRING" USING
               TOWELS-GRP
               LS-FUL-DESIGN
               LS-COMBOS
           IF LS-COMBOS = 0
               MOVE "NO ARRANGEMENT FROM THE TOWEL MASTER"
                   TO LS-REJECT-REASON
           ELSE
               PERFORM ARRANGE-FROM-STOCK
               IF LS-ARRANGED = 0
                   MOVE "NOT ARRANGEABLE FROM REMAINING STOCK"
                       TO LS-REJECT-REASON
               END-IF
           END-IF

           MOVE SPACES TO F-POSTING-RECORD
           IF LS-REJECT-REASON NOT = SPACES
               ADD 1 TO LS-REJECTED-COUNT
               STRING "REJECTED " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-FUL-DESIGN) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-REJECT-REASON) DELIMITED BY SIZE
                   INTO F-POSTING-RECORD
               WRITE F-POSTING-RECORD
               MOVE LS-FUL-LINE-NUMBER TO LS-COUNT-DISPLAY
               MOVE SPACES TO LS-EXC-KEY
               STRING "FULFILMENT LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
                   INTO LS-EXC-KEY
               MOVE SPACES TO LS-EXC-MESSAGE
               STRING FUNCTION TRIM(LS-REJECT-REASON)
                   DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-FUL-DESIGN) DELIMITED BY SIZE
                   INTO LS-EXC-MESSAGE
               CALL "WRITE-EXCEPTION" USING
                   "TOWELPST" "W" LS-EXC-KEY LS-EXC-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *> Commit the arrangement's towels against stock.
           ADD 1 TO LS-POSTED-COUNT
           MOVE SPACES TO LS-ARRANGEMENT
           MOVE 1 TO LS-ARRANGEMENT-PTR
           PERFORM VARYING LS-PIECE-IDX FROM 1 BY 1
               UNTIL LS-PIECE-IDX > LS-PIECE-COUNT
               MOVE LS-PIECE-TOWEL(LS-PIECE-IDX) TO LS-TOWEL-IDX
               MOVE LS-TOWEL-STOCK(LS-TOWEL-IDX) TO LS-STOCK-IDX
               IF LS-STOCK-IDX > 0
                   SUBTRACT 1 FROM STK-ON-HAND(LS-STOCK-IDX)
                   ADD 1 TO STK-CONSUMED(LS-STOCK-IDX)
                   ADD 1 TO STK-RUN-USED(LS-STOCK-IDX)
               END-IF
               IF LS-PIECE-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO LS-ARRANGEMENT
                       WITH POINTER LS-ARRANGEMENT-PTR
               END-IF
               STRING FUNCTION TRIM(TOWEL(LS-TOWEL-IDX))
                   DELIMITED BY SIZE
                   INTO LS-ARRANGEMENT
                   WITH POINTER LS-ARRANGEMENT-PTR
           END-PERFORM
           STRING "POSTED   " DELIMITED BY SIZE
               FUNCTION TRIM(LS-FUL-DESIGN) DELIMITED BY SIZE
               " USING " DELIMITED BY SIZE
               FUNCTION TRIM(LS-ARRANGEMENT) DELIMITED BY SIZE
               INTO F-POSTING-RECORD
           WRITE F-POSTING-RECORD
           .

      *> Left to right: at each position take the first pattern (in
      *> master order) that matches, still has stock, and leaves a
      *> remainder PROCESS-STRING can make from the patterns still
      *> in stock.
       ARRANGE-FROM-STOCK.
           PERFORM VARYING LS-STOCK-IDX FROM 1 BY 1
               UNTIL LS-STOCK-IDX > STOCK-COUNT
               MOVE STK-ON-HAND(LS-STOCK-IDX)
                   TO STK-TENTATIVE(LS-STOCK-IDX)
           END-PERFORM
           MOVE 1 TO LS-ARRANGED
           MOVE 0 TO LS-PIECE-COUNT
           MOVE 1 TO LS-POS
           PERFORM UNTIL LS-POS > LS-DESIGN-LEN
               PERFORM BUILD-AVAILABLE-TOWELS
               MOVE 0 TO LS-CHOSEN
               PERFORM VARYING LS-TOWEL-IDX FROM 1 BY 1
                   UNTIL LS-TOWEL-IDX > TOWELS-SIZE
                   PERFORM TRY-PIECE
                   IF LS-CHOSEN > 0
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF LS-CHOSEN = 0 OR LS-PIECE-COUNT >= 100
                   MOVE 0 TO LS-ARRANGED
                   EXIT PERFORM
               END-IF
               ADD 1 TO LS-PIECE-COUNT
               MOVE LS-CHOSEN TO LS-PIECE-TOWEL(LS-PIECE-COUNT)
               IF LS-TOWEL-STOCK(LS-CHOSEN) > 0
                   SUBTRACT 1 FROM
                       STK-TENTATIVE(LS-TOWEL-STOCK(LS-CHOSEN))
               END-IF
               ADD LS-TOWEL-LEN(LS-CHOSEN) TO LS-POS
           END-PERFORM
           .

       TRY-PIECE.
           IF LS-POS + LS-TOWEL-LEN(LS-TOWEL-IDX) - 1 > LS-DESIGN-LEN
               EXIT PARAGRAPH
           END-IF
           IF LS-FUL-DESIGN(LS-POS:LS-TOWEL-LEN(LS-TOWEL-IDX)) NOT =
               TOWEL(LS-TOWEL-IDX)(1:LS-TOWEL-LEN(LS-TOWEL-IDX))
               EXIT PARAGRAPH
           END-IF
           IF LS-TOWEL-STOCK(LS-TOWEL-IDX) > 0
               IF STK-TENTATIVE(LS-TOWEL-STOCK(LS-TOWEL-IDX)) = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LS-POS + LS-TOWEL-LEN(LS-TOWEL-IDX) > LS-DESIGN-LEN
               MOVE LS-TOWEL-IDX TO LS-CHOSEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REMAINDER
           MOVE LS-FUL-DESIGN(LS-POS + LS-TOWEL-LEN(LS-TOWEL-IDX):)
               TO LS-REMAINDER
           CALL "PROCESS-STRING" USING
               AVAIL-TOWELS-GRP
               LS-REMAINDER
               LS-COMBOS
           IF LS-COMBOS > 0
               MOVE LS-TOWEL-IDX TO LS-CHOSEN
           END-IF
           .

       BUILD-AVAILABLE-TOWELS.
           MOVE 0 TO AVAIL-TOWELS-SIZE
           PERFORM VARYING LS-TOWEL-IDX FROM 1 BY 1
               UNTIL LS-TOWEL-IDX > TOWELS-SIZE
               IF LS-TOWEL-STOCK(LS-TOWEL-IDX) = 0
                   ADD 1 TO AVAIL-TOWELS-SIZE
                   MOVE TOWEL(LS-TOWEL-IDX)
                       TO AVAIL-TOWEL(AVAIL-TOWELS-SIZE)
               ELSE
                   IF STK-TENTATIVE(LS-TOWEL-STOCK(LS-TOWEL-IDX)) > 0
                       ADD 1 TO AVAIL-TOWELS-SIZE
                       MOVE TOWEL(LS-TOWEL-IDX)
                           TO AVAIL-TOWEL(AVAIL-TOWELS-SIZE)
                   END-IF
               END-IF
           END-PERFORM
           .

       REWRITE-TOWEL-MASTER.
      *> Change control requires a before-image of anything this
      *> program rewrites.
           MOVE SPACES TO LS-JOURNAL-TARGET
           MOVE LS-MASTER-PATH TO LS-JOURNAL-TARGET
           CALL "JOURNAL-FILE" USING
               "TOWELPST" LS-JOURNAL-TARGET LS-JOURNAL-STATUS
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "TOWELPOST: before-image journal failed "
                   "(status " LS-JOURNAL-STATUS "); master not "
                   "rewritten"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-MASTER
           IF LS-MASTER-STATUS NOT = "00"
               DISPLAY "TOWELPOST: cannot rewrite master "
                   FUNCTION TRIM(LS-MASTER-PATH)
                   " (status " LS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-TOWEL-IDX FROM 1 BY 1
               UNTIL LS-TOWEL-IDX > LS-PATTERN-LINE-COUNT
               MOVE LS-PATTERN-LINE(LS-TOWEL-IDX) TO F-MASTER-RECORD
               WRITE F-MASTER-RECORD
           END-PERFORM
           PERFORM VARYING LS-STOCK-IDX FROM 1 BY 1
               UNTIL LS-STOCK-IDX > STOCK-COUNT
               MOVE SPACES TO F-MASTER-RECORD
               MOVE "STOCK: " TO F-STOCK-TAG
               MOVE STK-PATTERN(LS-STOCK-IDX) TO F-STOCK-PATTERN
               MOVE STK-ON-HAND(LS-STOCK-IDX) TO F-STOCK-ON-HAND
               MOVE STK-REORDER(LS-STOCK-IDX) TO F-STOCK-REORDER
               MOVE STK-CONSUMED(LS-STOCK-IDX) TO F-STOCK-CONSUMED
               WRITE F-MASTER-RECORD
           END-PERFORM
           CLOSE FD-MASTER
           .

       WRITE-REORDER-REPORT.
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".reorder" DELIMITED BY SIZE
               INTO LS-REORDER-PATH
           OPEN OUTPUT FD-REORDER
           IF LS-REORDER-STATUS NOT = "00"
               DISPLAY "TOWELPOST: ERROR OPENING " LS-REORDER-PATH
                   " STATUS=" LS-REORDER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-REORDER-RECORD
           STRING "TOWEL REORDER REPORT - " DELIMITED BY SIZE
               LS-POSTED-COUNT " DESIGN(S) POSTED, "
               LS-REJECTED-COUNT " REJECTED" DELIMITED BY SIZE
               INTO F-REORDER-RECORD
           WRITE F-REORDER-RECORD
           MOVE "PATTERN      ON-HAND  REORDER-PT  USED-THIS-RUN  "
               & "USED-THIS-PERIOD" TO F-REORDER-RECORD
           WRITE F-REORDER-RECORD
           PERFORM VARYING LS-STOCK-IDX FROM 1 BY 1
               UNTIL LS-STOCK-IDX > STOCK-COUNT
               IF STK-ON-HAND(LS-STOCK-IDX) <=
                   STK-REORDER(LS-STOCK-IDX)
                   ADD 1 TO LS-REORDER-COUNT
                   MOVE STK-ON-HAND(LS-STOCK-IDX) TO LS-QTY-DISPLAY-1
                   MOVE STK-REORDER(LS-STOCK-IDX) TO LS-QTY-DISPLAY-2
                   MOVE STK-RUN-USED(LS-STOCK-IDX) TO LS-QTY-DISPLAY-3
                   MOVE STK-CONSUMED(LS-STOCK-IDX) TO LS-QTY-DISPLAY-4
                   MOVE SPACES TO F-REORDER-RECORD
                   STRING STK-PATTERN(LS-STOCK-IDX) " "
                       LS-QTY-DISPLAY-1 "      "
                       LS-QTY-DISPLAY-2 "         "
                       LS-QTY-DISPLAY-3 "            "
                       LS-QTY-DISPLAY-4
                       DELIMITED BY SIZE
                       INTO F-REORDER-RECORD
                   WRITE F-REORDER-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO F-REORDER-RECORD
           MOVE LS-REORDER-COUNT TO LS-COUNT-DISPLAY
           STRING FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               " PATTERN(S) AT OR BELOW REORDER POINT"
               DELIMITED BY SIZE
               INTO F-REORDER-RECORD
           WRITE F-REORDER-RECORD
           IF LS-UNTRACKED-COUNT > 0
               MOVE SPACES TO F-REORDER-RECORD
               MOVE LS-UNTRACKED-COUNT TO LS-COUNT-DISPLAY
               STRING FUNCTION TRIM(LS-COUNT-DISPLAY)
                   DELIMITED BY SIZE
                   " PATTERN(S) NOT STOCK-CONTROLLED (NO STOCK LINE)"
                   DELIMITED BY SIZE
                   INTO F-REORDER-RECORD
               WRITE F-REORDER-RECORD
           END-IF
           CLOSE FD-REORDER
           .
      *> The pattern lines are written back as they were read, so a
      *> master with more of them than the table holds cannot be
      *> rewritten without losing patterns; nothing is posted or
      *> changed, and the master goes to the exception repository.
       REJECT-PATTERN-OVERFLOW.
           CLOSE FD-MASTER
           DISPLAY "TOWELPOST: " FUNCTION TRIM(LS-MASTER-PATH)
               " has more than " C-MAX-PATTERN-LINES " pattern "
               "lines; nothing posted or changed"
           MOVE LS-MASTER-PATH(1:40) TO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING "master has more than " DELIMITED BY SIZE
               C-MAX-PATTERN-LINES DELIMITED BY SIZE
               " pattern lines; not processed: " DELIMITED BY SIZE
               FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               "TOWELPST" "E" LS-EXC-KEY LS-EXC-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

      *> Stock maintenance: the STOCK lines changed by transaction
      *> and the master rewritten through the same journalled
      *> rewrite the posting uses.
       MAINTAIN-STOCK.
      *> Where master changes need maker-checker approval, only a
      *> MAKECHK-approved batch gets past this point.
           CALL "MAINT-RELEASE" USING "TOWELPOST" LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Nor inside a change freeze on this master, short of an
      *> emergency override with its ticket.
           CALL "FREEZE-RELEASE" USING "TOWELPOST" "TOWELPST"
               LS-MASTER-PATH LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".audit" DELIMITED BY SIZE
               INTO LS-AUDIT-PATH
           PERFORM LOAD-TOWEL-MASTER
           OPEN INPUT FD-TXN
           IF LS-TXN-STATUS NOT = "00"
               DISPLAY "TOWELPOST: transaction file not found or "
                   "unreadable: " FUNCTION TRIM(LS-TXN-PATH)
                   " (status " LS-TXN-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-TXN
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(F-TXN-RECORD) NOT = SPACES
                           PERFORM APPLY-STOCK-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-TXN
           PERFORM REWRITE-TOWEL-MASTER
      *> The master change goes on the run log under the invoking
      *> user, with its transaction count, for the access audit.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           COMPUTE LS-TXN-TOTAL =
               LS-APPLIED-COUNT + LS-TXN-REJECTED-COUNT
           MOVE SPACES TO LS-RUN-RESULT
           STRING "txns=" LS-TXN-TOTAL " applied=" LS-APPLIED-COUNT
               " rejected=" LS-TXN-REJECTED-COUNT DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "TOWELPST" LS-MASTER-PATH LS-NOW LS-RUN-END-TS
               LS-RUN-RESULT
           DISPLAY "TOWELPOST: " LS-APPLIED-COUNT " applied, "
               LS-TXN-REJECTED-COUNT " rejected; " STOCK-COUNT
               " stock line(s); audit in " FUNCTION TRIM(LS-AUDIT-PATH)
           IF LS-TXN-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       APPLY-STOCK-TRANSACTION.
           MOVE SPACES TO LS-TXN-ACTION LS-TOK-PATTERN LS-TOK-ON-HAND
               LS-TOK-REORDER LS-TOK-CONSUMED
           UNSTRING F-TXN-RECORD DELIMITED BY ALL " "
               INTO LS-TXN-ACTION LS-TOK-PATTERN LS-TOK-ON-HAND
                   LS-TOK-REORDER LS-TOK-CONSUMED
           END-UNSTRING
           MOVE 0 TO LS-FOUND-IDX
           PERFORM VARYING LS-STOCK-IDX FROM 1 BY 1
               UNTIL LS-STOCK-IDX > STOCK-COUNT
               IF STK-PATTERN(LS-STOCK-IDX) = LS-TOK-PATTERN
                   MOVE LS-STOCK-IDX TO LS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN LS-TXN-ACTION = "SET"
                   PERFORM APPLY-STOCK-SET
               WHEN LS-TXN-ACTION = "DRP" AND LS-FOUND-IDX = 0
                   MOVE "REJECTED - PATTERN NOT STOCK-CONTROLLED"
                       TO LS-AUDIT-TEXT
                   ADD 1 TO LS-TXN-REJECTED-COUNT
               WHEN LS-TXN-ACTION = "DRP"
                   PERFORM VARYING LS-STOCK-IDX FROM LS-FOUND-IDX
                       BY 1 UNTIL LS-STOCK-IDX >= STOCK-COUNT
                       MOVE STOCK-ENTRIES(LS-STOCK-IDX + 1)
                           TO STOCK-ENTRIES(LS-STOCK-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM STOCK-COUNT
                   MOVE "APPLIED" TO LS-AUDIT-TEXT
                   ADD 1 TO LS-APPLIED-COUNT
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION" TO LS-AUDIT-TEXT
                   ADD 1 TO LS-TXN-REJECTED-COUNT
           END-EVALUATE
           PERFORM WRITE-STOCK-AUDIT-LINE
           .

       APPLY-STOCK-SET.
           SET TOWEL-INDEX TO 1
           SEARCH TOWELS
               AT END
                   MOVE "REJECTED - PATTERN NOT ON THE MASTER"
                       TO LS-AUDIT-TEXT
                   ADD 1 TO LS-TXN-REJECTED-COUNT
                   EXIT PARAGRAPH
               WHEN TOWEL(TOWEL-INDEX) = LS-TOK-PATTERN
                   CONTINUE
           END-SEARCH
           MOVE 0 TO LS-BAD-QUANTITY
           IF LS-TOK-ON-HAND = SPACES OR LS-TOK-REORDER = SPACES
               OR LS-TOK-CONSUMED = SPACES
               MOVE 1 TO LS-BAD-QUANTITY
           END-IF
           IF LS-BAD-QUANTITY = 0
               IF FUNCTION TEST-NUMVAL(LS-TOK-ON-HAND) NOT = 0
                   OR FUNCTION TEST-NUMVAL(LS-TOK-REORDER) NOT = 0
                   OR FUNCTION TEST-NUMVAL(LS-TOK-CONSUMED) NOT = 0
                   MOVE 1 TO LS-BAD-QUANTITY
               END-IF
           END-IF
           IF LS-BAD-QUANTITY = 0
               IF FUNCTION NUMVAL(LS-TOK-ON-HAND) > 999999
                   OR FUNCTION NUMVAL(LS-TOK-REORDER) > 999999
                   OR FUNCTION NUMVAL(LS-TOK-CONSUMED) > 999999
                   OR FUNCTION NUMVAL(LS-TOK-ON-HAND) < 0
                   OR FUNCTION NUMVAL(LS-TOK-REORDER) < 0
                   OR FUNCTION NUMVAL(LS-TOK-CONSUMED) < 0
                   OR FUNCTION NUMVAL(LS-TOK-ON-HAND) NOT = FUNCTION
                       INTEGER-PART(FUNCTION NUMVAL(LS-TOK-ON-HAND))
                   OR FUNCTION NUMVAL(LS-TOK-REORDER) NOT = FUNCTION
                       INTEGER-PART(FUNCTION NUMVAL(LS-TOK-REORDER))
                   OR FUNCTION NUMVAL(LS-TOK-CONSUMED) NOT = FUNCTION
                       INTEGER-PART(FUNCTION NUMVAL(LS-TOK-CONSUMED))
                   MOVE 1 TO LS-BAD-QUANTITY
               END-IF
           END-IF
           IF LS-BAD-QUANTITY = 1
               MOVE "REJECTED - QUANTITY NOT 0-999999"
                   TO LS-AUDIT-TEXT
               ADD 1 TO LS-TXN-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF LS-FOUND-IDX = 0
               IF STOCK-COUNT >= C-MAX-STOCK
                   MOVE "REJECTED - STOCK TABLE FULL" TO LS-AUDIT-TEXT
                   ADD 1 TO LS-TXN-REJECTED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO STOCK-COUNT
               MOVE STOCK-COUNT TO LS-FOUND-IDX
               MOVE TOWEL(TOWEL-INDEX) TO STK-PATTERN(LS-FOUND-IDX)
               MOVE 0 TO STK-RUN-USED(LS-FOUND-IDX)
           END-IF
           COMPUTE STK-ON-HAND(LS-FOUND-IDX) =
               FUNCTION NUMVAL(LS-TOK-ON-HAND)
           COMPUTE STK-REORDER(LS-FOUND-IDX) =
               FUNCTION NUMVAL(LS-TOK-REORDER)
           COMPUTE STK-CONSUMED(LS-FOUND-IDX) =
               FUNCTION NUMVAL(LS-TOK-CONSUMED)
           MOVE "APPLIED" TO LS-AUDIT-TEXT
           ADD 1 TO LS-APPLIED-COUNT
           .

       WRITE-STOCK-AUDIT-LINE.
           OPEN EXTEND FD-AUDIT
           IF LS-AUDIT-STATUS = "05" OR LS-AUDIT-STATUS = "35"
               OPEN OUTPUT FD-AUDIT
           END-IF
           IF LS-AUDIT-STATUS NOT = "00"
               DISPLAY "TOWELPOST: cannot write audit file "
                   FUNCTION TRIM(LS-AUDIT-PATH)
                   " (status " LS-AUDIT-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-AUDIT-RECORD
           STRING LS-NOW(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(F-TXN-RECORD) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-AUDIT-TEXT) DELIMITED BY SIZE
               INTO F-AUDIT-RECORD
           WRITE F-AUDIT-RECORD
           CLOSE FD-AUDIT
           .
       END PROGRAM TOWELPOST.
