           SELECT FD-COSTRANK ASSIGN TO LS-COSTRANK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-COSTRANK-STATUS.
           SELECT FD-NEARMISS ASSIGN TO LS-NEARMISS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-NEARMISS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Cheapest-solve ranking, most expensive line first.
       01  F-COSTRANK-RECORD              PIC X(80).

       FD  FD-NEARMISS.
      *> Unsolvable lines, closest miss first.
       01  F-NEARMISS-RECORD              PIC X(160).

       LOCAL-STORAGE SECTION.
      *> A leading "V" token selects verify mode: the second token
      *> is then a solutions file written by an earlier run, every
       01  LS-RUN-START-TS                PIC X(21).
       01  LS-RUN-END-TS                  PIC X(21).
       01  LS-ELAPSED-SECONDS             PIC 9(6).
       01  LS-RUN-RESULT                  PIC X(200).
       01  LS-RUN-LOG-PATH                PIC X(100).
       01  LS-LINE-COUNT                  PIC 9(6) USAGE COMP VALUE 0.
       01  LS-SOLUTIONS-PATH              PIC X(40).
       01  LS-SOLUTIONS-STATUS            PIC X(2).
               10  LS-CE-TARGET           PIC 9(18) COMP-3.
               10  LS-CE-SOLVED           PIC 9(1).
       01  LS-COST-IDX                    PIC 9(4) USAGE COMP.
      *> Near-miss report: every line no operator assignment
      *> solves, with the closest value reachable below and above
      *> its target, written to the input's ".nearmiss" companion
      *> smallest gap first - a line that misses by a hair is
      *> usually a data-entry error that can be fixed upstream.
       01  LS-NEARMISS-PATH               PIC X(40).
       01  LS-NEARMISS-STATUS             PIC X(2).
       01  LS-NM-COUNT                    PIC 9(4) USAGE COMP VALUE 0.
       01  LS-NM-TABLE.
           05  LS-NM-ENTRY                OCCURS 0 TO 2000 TIMES
               DEPENDING ON LS-NM-COUNT.
               10  LS-NM-GAP              PIC 9(18) COMP-3.
               10  LS-NM-LINE             PIC 9(6) USAGE COMP.
               10  LS-NM-TARGET           PIC 9(18) COMP-3.
               10  LS-NM-BELOW-TEXT       PIC X(150).
               10  LS-NM-ABOVE-TEXT       PIC X(150).
       01  LS-NM-IDX                      PIC 9(4) USAGE COMP.
       01  LS-NM-DROPPED                  PIC 9(6) VALUE 0.
       01  LS-NM-SIDE                     PIC X(5).
       01  LS-NM-VALUE                    PIC 9(18) COMP-3.
       01  LS-NM-GAP-WORK                 PIC 9(18) COMP-3.
       01  LS-NM-PCT                      PIC 9(9)V99.
       01  LS-NM-PCT-DISPLAY              PIC Z(8)9.99.
       01  LS-NM-GAP-DISPLAY              PIC Z(17)9.
       01  LS-NM-SIDE-TEXT                PIC X(150).
       01  LS-NM-PTR                      PIC 9(3) USAGE COMP.
       COPY "near-miss" IN "07".
       COPY "numbers" IN "07".
       COPY "operator-set" IN "07".
       COPY "operators" IN "07".
                               LS-SUM-VALUES + CALC-VALUE
                           ADD LS-SOLVE-COST TO LS-TOTAL-COST
                           PERFORM WRITE-SOLUTION-LINE
                       ELSE
                           PERFORM NOTE-NEAR-MISS
                       END-IF
                       PERFORM NOTE-LINE-COST
                   ELSE
                           COMPUTE LS-SUM-VALUES =
                               LS-SUM-VALUES + CALC-VALUE
                           PERFORM WRITE-SOLUTION-LINE
                       ELSE
                           PERFORM NOTE-NEAR-MISS
                       END-IF
                   END-IF
                   ADD 1 TO LS-LINE-COUNT
                   LS-TOTAL-COST "; ranking in "
                   FUNCTION TRIM(LS-COSTRANK-PATH)
           END-IF
           PERFORM WRITE-NEAR-MISS-REPORT

           CLOSE FD-DATA
           CLOSE FD-SOLUTIONS
           STRING "sum=" DELIMITED BY SIZE
               LS-SUM-VALUES-DISPLAY DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           MOVE LS-FILE-PATH TO LS-RUN-LOG-PATH
           CALL "WRITE-RUN-LOG" USING
               "DAY07" LS-RUN-LOG-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
           IF LS-NM-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> "target: a OP b OP c" with the winning operator placements
           CLOSE FD-COSTRANK
           .

      *> Closest reachable values for a line PROCESS-LINE (or the
      *> cheapest-solve search) could not solve, kept for the
      *> near-miss report with each side already spelled out.
       NOTE-NEAR-MISS.
           CALL "FIND-NEAR-MISS" USING
               BY REFERENCE NUMS-GRP
               BY REFERENCE OPERATOR-SET-GRP
               BY REFERENCE NEAR-MISS-GRP
           IF LS-NM-COUNT >= 2000
               ADD 1 TO LS-NM-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-NM-COUNT
           COMPUTE LS-NM-LINE(LS-NM-COUNT) = LS-LINE-COUNT + 1
           MOVE CALC-VALUE TO LS-NM-TARGET(LS-NM-COUNT)
           MOVE 999999999999999999 TO LS-NM-GAP(LS-NM-COUNT)

           MOVE "BELOW" TO LS-NM-SIDE
           IF NEAR-BELOW-FOUND = 1
               MOVE NEAR-BELOW-OPS TO LS-SOLUTION-OPS
               MOVE NEAR-BELOW-VALUE TO LS-NM-VALUE
               COMPUTE LS-NM-GAP-WORK = CALC-VALUE - NEAR-BELOW-VALUE
               PERFORM FORMAT-NEAR-MISS-SIDE
           ELSE
               PERFORM FORMAT-UNREACHABLE-SIDE
           END-IF
           MOVE LS-NM-SIDE-TEXT TO LS-NM-BELOW-TEXT(LS-NM-COUNT)

           MOVE "ABOVE" TO LS-NM-SIDE
           IF NEAR-ABOVE-FOUND = 1
               MOVE NEAR-ABOVE-OPS TO LS-SOLUTION-OPS
               MOVE NEAR-ABOVE-VALUE TO LS-NM-VALUE
               COMPUTE LS-NM-GAP-WORK = NEAR-ABOVE-VALUE - CALC-VALUE
               PERFORM FORMAT-NEAR-MISS-SIDE
           ELSE
               PERFORM FORMAT-UNREACHABLE-SIDE
           END-IF
           MOVE LS-NM-SIDE-TEXT TO LS-NM-ABOVE-TEXT(LS-NM-COUNT)
           .

      *> "BELOW value = a OP b OP c GAP g (p.pp%)"; the smaller of
      *> the line's two gaps is its sort key.
       FORMAT-NEAR-MISS-SIDE.
           IF LS-NM-GAP-WORK < LS-NM-GAP(LS-NM-COUNT)
               MOVE LS-NM-GAP-WORK TO LS-NM-GAP(LS-NM-COUNT)
           END-IF
           IF CALC-VALUE = 0
               MOVE 0 TO LS-NM-PCT
           ELSE
               COMPUTE LS-NM-PCT ROUNDED =
                   LS-NM-GAP-WORK * 100 / CALC-VALUE
                   ON SIZE ERROR
                       MOVE 999999999.99 TO LS-NM-PCT
               END-COMPUTE
           END-IF
           MOVE LS-NM-PCT TO LS-NM-PCT-DISPLAY
           MOVE LS-NM-GAP-WORK TO LS-NM-GAP-DISPLAY
           MOVE LS-NM-VALUE TO LS-TARGET-DISPLAY
           MOVE SPACES TO LS-NM-SIDE-TEXT
           MOVE 1 TO LS-NM-PTR
           STRING LS-NM-SIDE " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TARGET-DISPLAY) DELIMITED BY SIZE
               " =" DELIMITED BY SIZE
               INTO LS-NM-SIDE-TEXT
               WITH POINTER LS-NM-PTR
           PERFORM VARYING LS-SOLUTION-IDX FROM 1 BY 1
               UNTIL LS-SOLUTION-IDX > NUMS-SIZE
               MOVE NUM(LS-SOLUTION-IDX) TO LS-NUM-DISPLAY
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-NUM-DISPLAY) DELIMITED BY SIZE
                   INTO LS-NM-SIDE-TEXT
                   WITH POINTER LS-NM-PTR
               IF LS-SOLUTION-IDX < NUMS-SIZE
                   PERFORM OPERATOR-CODE-TO-SYMBOL
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-OP-SYMBOL)
                       DELIMITED BY SIZE
                       INTO LS-NM-SIDE-TEXT
                       WITH POINTER LS-NM-PTR
               END-IF
           END-PERFORM
           STRING " GAP " DELIMITED BY SIZE
               FUNCTION TRIM(LS-NM-GAP-DISPLAY) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(LS-NM-PCT-DISPLAY) DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO LS-NM-SIDE-TEXT
               WITH POINTER LS-NM-PTR
           .

       FORMAT-UNREACHABLE-SIDE.
           MOVE SPACES TO LS-NM-SIDE-TEXT
           STRING LS-NM-SIDE " NOTHING REACHABLE" DELIMITED BY SIZE
               INTO LS-NM-SIDE-TEXT
           .

       WRITE-NEAR-MISS-REPORT.
           STRING FUNCTION TRIM(LS-FILE-PATH) DELIMITED BY SIZE
               ".nearmiss" DELIMITED BY SIZE
               INTO LS-NEARMISS-PATH
           OPEN OUTPUT FD-NEARMISS
           IF LS-NEARMISS-STATUS NOT = "00"
               DISPLAY "DAY07: ERROR OPENING " LS-NEARMISS-PATH
                   " STATUS=" LS-NEARMISS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "UNSOLVABLE LINES, CLOSEST MISS FIRST"
               TO F-NEARMISS-RECORD
           WRITE F-NEARMISS-RECORD
           IF LS-NM-COUNT > 0
               SORT LS-NM-ENTRY
                   ON ASCENDING KEY LS-NM-GAP
                   ON ASCENDING KEY LS-NM-LINE
           END-IF
           PERFORM VARYING LS-NM-IDX FROM 1 BY 1
               UNTIL LS-NM-IDX > LS-NM-COUNT
               MOVE LS-NM-LINE(LS-NM-IDX) TO LS-LINE-NO-DISPLAY
               MOVE LS-NM-TARGET(LS-NM-IDX) TO LS-TARGET-DISPLAY
               MOVE SPACES TO F-NEARMISS-RECORD
               STRING "LINE " LS-LINE-NO-DISPLAY
                   " TARGET " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TARGET-DISPLAY) DELIMITED BY SIZE
                   INTO F-NEARMISS-RECORD
               WRITE F-NEARMISS-RECORD
               MOVE SPACES TO F-NEARMISS-RECORD
               STRING "    " LS-NM-BELOW-TEXT(LS-NM-IDX)
                   DELIMITED BY SIZE
                   INTO F-NEARMISS-RECORD
               WRITE F-NEARMISS-RECORD
               MOVE SPACES TO F-NEARMISS-RECORD
               STRING "    " LS-NM-ABOVE-TEXT(LS-NM-IDX)
                   DELIMITED BY SIZE
                   INTO F-NEARMISS-RECORD
               WRITE F-NEARMISS-RECORD
           END-PERFORM
           IF LS-NM-DROPPED > 0
               MOVE SPACES TO F-NEARMISS-RECORD
               STRING "WARNING: " LS-NM-DROPPED
                   " FURTHER UNSOLVABLE LINE(S) NOT LISTED"
                   DELIMITED BY SIZE
                   INTO F-NEARMISS-RECORD
               WRITE F-NEARMISS-RECORD
           END-IF
           CLOSE FD-NEARMISS
           DISPLAY "DAY07: " LS-NM-COUNT " unsolvable line(s); "
               "near misses in " FUNCTION TRIM(LS-NEARMISS-PATH)
           .

       OPERATOR-CODE-TO-SYMBOL.
           EVALUATE SOLUTION-OP-CODE(LS-SOLUTION-IDX)
               WHEN C-OPERATOR-ADD
           .
       END PROGRAM PROCESS-LINE-MINCOST.

      *> ===============================================================
      *> FIND-NEAR-MISS.
      *> For a line no operator assignment solves: the closest value
      *> reachable below the target and the closest above it, each
      *> with the operator placements that reach it. Walks the same
      *> assignments PROCESS-LINE does, but carries the running
      *> value for every prefix so each step costs one operation.
      *> Every operator only ever grows the running value when no
      *> operand is zero, so a prefix already at or past the best
      *> value above the target cannot lead anywhere closer and its
      *> subtree is skipped. Values too large to hold are skipped
      *> the same way.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIND-NEAR-MISS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "operators" IN "07".

       LOCAL-STORAGE SECTION.
       01  LS-DEPTH                   PIC 9(2) USAGE COMP.
       01  LS-LAST-DEPTH              PIC 9(2) USAGE COMP.
       01  LS-IDX                     PIC 9(2) USAGE COMP.
      *> Operator-set position chosen at each placement (0 = none
      *> tried yet), and the running value after each number.
       01  LS-CHOICE-TABLE.
           05  LS-CHOICE              PIC 9(1) USAGE COMP
                                          OCCURS 29 TIMES.
       01  LS-PARTIAL-TABLE.
           05  LS-PARTIAL             PIC 9(18) COMP-3
                                          OCCURS 30 TIMES.
       01  LS-VALUE                   PIC 9(18) COMP-3.
       01  LS-OPERAND                 PIC 9(4) USAGE COMP.
       01  LS-OPERATOR                PIC 9(1).
       01  LS-OVERFLOW                PIC 9(1).
       01  LS-PRUNE-OK                PIC 9(1).
       01  LS-SHIFT-DIGITS            PIC Z(3)9.
       01  LS-SHIFT-COUNT             PIC 9(2) USAGE COMP.
       01  LS-SCALE                   PIC 9(5) USAGE COMP.

       LINKAGE SECTION.
       COPY "numbers" IN "07".
       COPY "operator-set" IN "07".
       COPY "near-miss" IN "07".

       PROCEDURE DIVISION USING
           BY REFERENCE NUMS-GRP
           BY REFERENCE OPERATOR-SET-GRP
           BY REFERENCE NEAR-MISS-GRP.

           MOVE 0 TO NEAR-BELOW-FOUND
           MOVE 0 TO NEAR-ABOVE-FOUND
           MOVE 0 TO NEAR-BELOW-OP-COUNT
           MOVE 0 TO NEAR-ABOVE-OP-COUNT
           MOVE NUM(1) TO LS-PARTIAL(1)
           IF NUMS-SIZE < 2
               MOVE 0 TO LS-LAST-DEPTH
               MOVE NUM(1) TO LS-VALUE
               PERFORM NOTE-LEAF-VALUE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE LS-LAST-DEPTH = NUMS-SIZE - 1
           MOVE 1 TO LS-PRUNE-OK
           PERFORM VARYING NUMS-INDEX FROM 1 BY 1
               UNTIL NUMS-INDEX > NUMS-SIZE
               IF NUM(NUMS-INDEX) = 0
                   MOVE 0 TO LS-PRUNE-OK
               END-IF
           END-PERFORM

           INITIALIZE LS-CHOICE-TABLE
           MOVE 1 TO LS-DEPTH
           PERFORM UNTIL LS-DEPTH = 0
               ADD 1 TO LS-CHOICE(LS-DEPTH)
               IF LS-CHOICE(LS-DEPTH) > OPERATOR-SET-SIZE
                   MOVE 0 TO LS-CHOICE(LS-DEPTH)
                   SUBTRACT 1 FROM LS-DEPTH
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM APPLY-CHOSEN-OPERATOR
               IF LS-OVERFLOW = 1
                   EXIT PERFORM CYCLE
               END-IF
               IF LS-PRUNE-OK = 1 AND NEAR-ABOVE-FOUND = 1
                   AND LS-PARTIAL(LS-DEPTH + 1) >= NEAR-ABOVE-VALUE
                   EXIT PERFORM CYCLE
               END-IF
               IF LS-DEPTH = LS-LAST-DEPTH
                   MOVE LS-PARTIAL(LS-DEPTH + 1) TO LS-VALUE
                   PERFORM NOTE-LEAF-VALUE
               ELSE
                   ADD 1 TO LS-DEPTH
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> Running value after number LS-DEPTH + 1, with the same
      *> operator semantics as CALCULATE-STACK.
       APPLY-CHOSEN-OPERATOR.
           MOVE 0 TO LS-OVERFLOW
           MOVE OPERATOR-SET-CODE(LS-CHOICE(LS-DEPTH)) TO LS-OPERATOR
           MOVE NUM(LS-DEPTH + 1) TO LS-OPERAND
           EVALUATE LS-OPERATOR
               WHEN C-OPERATOR-ADD
                   COMPUTE LS-PARTIAL(LS-DEPTH + 1) =
                       LS-PARTIAL(LS-DEPTH) + LS-OPERAND
                       ON SIZE ERROR
                           MOVE 1 TO LS-OVERFLOW
                   END-COMPUTE
               WHEN C-OPERATOR-MUL
                   COMPUTE LS-PARTIAL(LS-DEPTH + 1) =
                       LS-PARTIAL(LS-DEPTH) * LS-OPERAND
                       ON SIZE ERROR
                           MOVE 1 TO LS-OVERFLOW
                   END-COMPUTE
               WHEN OTHER
                   MOVE LS-OPERAND TO LS-SHIFT-DIGITS
                   SET LS-SHIFT-COUNT TO
                       LENGTH OF FUNCTION TRIM(LS-SHIFT-DIGITS)
                   COMPUTE LS-SCALE = 10 ** LS-SHIFT-COUNT
                   IF LS-OPERATOR = C-OPERATOR-CONCAT
                       COMPUTE LS-PARTIAL(LS-DEPTH + 1) =
                           LS-PARTIAL(LS-DEPTH) * LS-SCALE + LS-OPERAND
                           ON SIZE ERROR
                               MOVE 1 TO LS-OVERFLOW
                       END-COMPUTE
                   ELSE
                       COMPUTE LS-PARTIAL(LS-DEPTH + 1) =
                           LS-PARTIAL(LS-DEPTH) * LS-SCALE
                           ON SIZE ERROR
                               MOVE 1 TO LS-OVERFLOW
                       END-COMPUTE
                   END-IF
           END-EVALUATE
           .

      *> A complete assignment: keep it if it is the closest yet on
      *> its side of the target.
       NOTE-LEAF-VALUE.
           EVALUATE TRUE
               WHEN LS-VALUE < CALC-VALUE
                   IF NEAR-BELOW-FOUND = 0
                       OR LS-VALUE > NEAR-BELOW-VALUE
                       MOVE 1 TO NEAR-BELOW-FOUND
                       MOVE LS-VALUE TO NEAR-BELOW-VALUE
                       MOVE LS-LAST-DEPTH TO NEAR-BELOW-OP-COUNT
                       PERFORM VARYING LS-IDX FROM 1 BY 1
                           UNTIL LS-IDX > LS-LAST-DEPTH
                           MOVE OPERATOR-SET-CODE(LS-CHOICE(LS-IDX))
                               TO NEAR-BELOW-OP-CODE(LS-IDX)
                       END-PERFORM
                   END-IF
               WHEN LS-VALUE > CALC-VALUE
                   IF NEAR-ABOVE-FOUND = 0
                       OR LS-VALUE < NEAR-ABOVE-VALUE
                       MOVE 1 TO NEAR-ABOVE-FOUND
                       MOVE LS-VALUE TO NEAR-ABOVE-VALUE
                       MOVE LS-LAST-DEPTH TO NEAR-ABOVE-OP-COUNT
                       PERFORM VARYING LS-IDX FROM 1 BY 1
                           UNTIL LS-IDX > LS-LAST-DEPTH
                           MOVE OPERATOR-SET-CODE(LS-CHOICE(LS-IDX))
                               TO NEAR-ABOVE-OP-CODE(LS-IDX)
                       END-PERFORM
                   END-IF
           END-EVALUATE
           .
       END PROGRAM FIND-NEAR-MISS.

      *> ===============================================================
      *> NEXT-OPERATOR.
      *> Given an operator code, returns the operator that follows it
