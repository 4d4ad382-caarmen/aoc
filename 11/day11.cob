      *> path loads an external blink-rule pack (see rulepack.cpy);
      *> the pack name is carried into the run-log audit line so a
      *> variant-rule run can never be mistaken for production.
      *> A DIST token, likewise anywhere, asks the count engine for
      *> its blink-by-blink population distribution report.
       01  LS-ARG-TABLE.
           05  LS-ARG                  OCCURS 4 TIMES PIC X(40).
       01  LS-ARG-IDX                  PIC 9(1).
       01  LS-PACK-PATH                PIC X(40).
       01  LS-DIST-FLAG                PIC X(1) VALUE "N".
       01  LS-TRACE-ENABLED            PIC X(1) VALUE "N".
       01  LS-TRACE-VALUE              PIC 9(18) VALUE 0.
       01  LS-TRACE-PATH               PIC X(40).
           UNSTRING LS-COMMAND-LINE
               DELIMITED BY " "
               INTO LS-FILE-PATH LS-ARG(1) LS-ARG(2) LS-ARG(3)
                    LS-ARG(4)
           END-UNSTRING
      *> Peel off a PACK=<file> token wherever it sits; whatever
      *> remains keeps the historical positional meaning.
           MOVE 0 TO LS-ARG-IDX
           PERFORM VARYING LS-ARG-IDX FROM 1 BY 1
               UNTIL LS-ARG-IDX > 4
               IF LS-ARG(LS-ARG-IDX)(1:5) = "PACK="
                   MOVE LS-ARG(LS-ARG-IDX)(6:35) TO LS-PACK-PATH
                   MOVE SPACES TO LS-ARG(LS-ARG-IDX)
               END-IF
               IF LS-ARG(LS-ARG-IDX) = "DIST"
                   MOVE "Y" TO LS-DIST-FLAG
                   MOVE SPACES TO LS-ARG(LS-ARG-IDX)
               END-IF
           END-PERFORM
           MOVE LS-ARG(1)(1:18) TO LS-TRACE-STONE
           MOVE LS-ARG(2)(1:3) TO LS-BLINK-ARG
                   BY REFERENCE LS-FILE-PATH
                   BY REFERENCE LS-BLINK-HORIZON
                   BY REFERENCE RULE-PACK-GRP
                   BY REFERENCE LS-DIST-FLAG
               GOBACK
           END-IF
           IF LS-TRACE-STONE NOT = SPACES
      *> results back with a binary search. Reports the same total
      *> stone count as the slot-table engine, and gets to 75+
      *> blinks in seconds.
      *>
      *> With the distribution flag set, the input's companion
      *> ".distribution" report follows the population for capacity
      *> planning: per blink, the distinct values and the stones by
      *> digit length; after the last blink, the top values by count
      *> with their share of the total, and the blink at which the
      *> distinct-value table stopped growing.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-ENGINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-DIST ASSIGN TO LS-DIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-DIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-DIST.
       01  F-DIST-RECORD               PIC X(100).

       LOCAL-STORAGE SECTION.
       01  C-MAX-VALUES                CONSTANT 100000.
       01  LS-ITERATION                PIC 9(3).
       01  LS-RUN-END-TS               PIC X(21).
       01  LS-ELAPSED-SECONDS          PIC 9(6).
       01  LS-RUN-RESULT               PIC X(100).
      *> Distribution report.
       01  C-TOP-VALUES                CONSTANT 20.
       01  LS-DIST-PATH                PIC X(40).
       01  LS-DIST-STATUS              PIC X(2).
       01  LS-LEADING-ZEROS            PIC 9(2).
       01  LS-DIGITS                   PIC 9(2).
       01  LS-DIGIT-STONES             PIC 9(18) OCCURS 18 TIMES.
       01  LS-PEAK-DISTINCT            PIC 9(6) COMP VALUE 0.
       01  LS-STABLE-BLINK             PIC 9(3) VALUE 0.
       01  LS-TOP-IDX                  PIC 9(2).
       01  LS-TOP-SHIFT                PIC 9(2).
       01  LS-TOP-TABLE OCCURS 20 TIMES.
           05  LS-TOP-VALUE            PIC 9(18) VALUE 0.
           05  LS-TOP-TALLY            PIC 9(18) VALUE 0.
           05  LS-TOP-USED             PIC 9(1) VALUE 0.
       01  LS-SHARE                    PIC 9(3)V99.
       01  LS-SHARE-DISPLAY            PIC ZZ9.99.
       01  LS-COUNT-DISPLAY            PIC Z(17)9.
       01  LS-VALUE-DISPLAY            PIC Z(17)9.
       01  LS-DISTINCT-DISPLAY         PIC Z(5)9.
       01  LS-DIGITS-DISPLAY           PIC Z9.
       01  LS-RANK-DISPLAY             PIC Z9.
       01  LS-BLINK-DISPLAY            PIC ZZ9.
       COPY "stones" IN "11".
       COPY "trace" IN "11".

       01  IN-FILE-PATH                PIC X(30).
       01  IN-BLINK-HORIZON            PIC 9(3).
       COPY "rulepack" IN "11".
       01  IN-DIST-FLAG                PIC X(1).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-FILE-PATH
           BY REFERENCE IN-BLINK-HORIZON
           BY REFERENCE RULE-PACK-GRP
           BY REFERENCE IN-DIST-FLAG.

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
           CALL "PARSE-INPUT" USING
               PERFORM MERGE-INTO-NEW-TABLE
           END-PERFORM
           PERFORM PROMOTE-NEW-TABLE
           MOVE LS-CUR-COUNT TO LS-PEAK-DISTINCT
           IF IN-DIST-FLAG = "Y"
               PERFORM OPEN-DISTRIBUTION-REPORT
           END-IF

           PERFORM VARYING LS-ITERATION FROM 1 BY 1
               UNTIL LS-ITERATION > IN-BLINK-HORIZON
               PERFORM SUM-TOTAL-STONES
               DISPLAY LS-ITERATION ": " LS-TOTAL-STONES
                   " stones (" LS-CUR-COUNT " distinct values)"
               IF LS-CUR-COUNT > LS-PEAK-DISTINCT
                   MOVE LS-CUR-COUNT TO LS-PEAK-DISTINCT
                   MOVE LS-ITERATION TO LS-STABLE-BLINK
               END-IF
               IF IN-DIST-FLAG = "Y"
                   PERFORM WRITE-BLINK-DISTRIBUTION
               END-IF
           END-PERFORM
           IF IN-DIST-FLAG = "Y"
               PERFORM WRITE-TOP-VALUES
               PERFORM WRITE-STABLE-BLINK
               CLOSE FD-DIST
               DISPLAY "DAY11: distribution report written to "
                   FUNCTION TRIM(LS-DIST-PATH)
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           CALL "ELAPSED-SECONDS" USING
               ADD LS-CUR-TALLY(LS-ENTRY-IDX) TO LS-TOTAL-STONES
           END-PERFORM
           .

       OPEN-DISTRIBUTION-REPORT.
           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ".distribution" DELIMITED BY SIZE
               INTO LS-DIST-PATH
           OPEN OUTPUT FD-DIST
           IF LS-DIST-STATUS NOT = "00"
               DISPLAY "DAY11: ERROR OPENING " LS-DIST-PATH
                   " STATUS=" LS-DIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "STONE POPULATION BY BLINK" TO F-DIST-RECORD
           WRITE F-DIST-RECORD
           .

      *> One line for the blink, then one per digit length that has
      *> any stones; the digit length of a value is its width less
      *> its leading zeros (a zero stone is one digit long).
       WRITE-BLINK-DISTRIBUTION.
           PERFORM VARYING LS-DIGITS FROM 1 BY 1
               UNTIL LS-DIGITS > 18
               MOVE 0 TO LS-DIGIT-STONES(LS-DIGITS)
           END-PERFORM
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > LS-CUR-COUNT
               MOVE 0 TO LS-LEADING-ZEROS
               INSPECT LS-CUR-VALUE(LS-ENTRY-IDX)
                   TALLYING LS-LEADING-ZEROS FOR LEADING "0"
               COMPUTE LS-DIGITS = 18 - LS-LEADING-ZEROS
               IF LS-DIGITS = 0
                   MOVE 1 TO LS-DIGITS
               END-IF
               ADD LS-CUR-TALLY(LS-ENTRY-IDX)
                   TO LS-DIGIT-STONES(LS-DIGITS)
           END-PERFORM

           MOVE LS-ITERATION TO LS-BLINK-DISPLAY
           MOVE LS-CUR-COUNT TO LS-DISTINCT-DISPLAY
           MOVE LS-TOTAL-STONES TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-DIST-RECORD
           STRING "BLINK " LS-BLINK-DISPLAY
               " DISTINCT VALUES " LS-DISTINCT-DISPLAY
               " STONES " LS-COUNT-DISPLAY
               DELIMITED BY SIZE
               INTO F-DIST-RECORD
           WRITE F-DIST-RECORD
           PERFORM VARYING LS-DIGITS FROM 1 BY 1
               UNTIL LS-DIGITS > 18
               IF LS-DIGIT-STONES(LS-DIGITS) > 0
                   MOVE LS-DIGITS TO LS-DIGITS-DISPLAY
                   MOVE LS-DIGIT-STONES(LS-DIGITS) TO LS-COUNT-DISPLAY
                   MOVE SPACES TO F-DIST-RECORD
                   STRING "    " LS-DIGITS-DISPLAY " DIGIT(S) STONES "
                       LS-COUNT-DISPLAY
                       DELIMITED BY SIZE
                       INTO F-DIST-RECORD
                   WRITE F-DIST-RECORD
               END-IF
           END-PERFORM
           .

      *> Top values by count in the final population.
       WRITE-TOP-VALUES.
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > LS-CUR-COUNT
               PERFORM NOTE-TOP-VALUE
           END-PERFORM
           MOVE SPACES TO F-DIST-RECORD
           MOVE IN-BLINK-HORIZON TO LS-BLINK-DISPLAY
           STRING "TOP VALUES BY COUNT AFTER BLINK "
               LS-BLINK-DISPLAY
               DELIMITED BY SIZE
               INTO F-DIST-RECORD
           WRITE F-DIST-RECORD
           PERFORM VARYING LS-TOP-IDX FROM 1 BY 1
               UNTIL LS-TOP-IDX > C-TOP-VALUES
                   OR LS-TOP-USED(LS-TOP-IDX) = 0
               MOVE LS-TOP-IDX TO LS-RANK-DISPLAY
               MOVE LS-TOP-VALUE(LS-TOP-IDX) TO LS-VALUE-DISPLAY
               MOVE LS-TOP-TALLY(LS-TOP-IDX) TO LS-COUNT-DISPLAY
               MOVE 0 TO LS-SHARE
               IF LS-TOTAL-STONES > 0
                   COMPUTE LS-SHARE ROUNDED =
                       LS-TOP-TALLY(LS-TOP-IDX) * 100
                       / LS-TOTAL-STONES
               END-IF
               MOVE LS-SHARE TO LS-SHARE-DISPLAY
               MOVE SPACES TO F-DIST-RECORD
               STRING "  RANK " LS-RANK-DISPLAY
                   " VALUE " LS-VALUE-DISPLAY
                   " COUNT " LS-COUNT-DISPLAY
                   " SHARE " LS-SHARE-DISPLAY "%"
                   DELIMITED BY SIZE
                   INTO F-DIST-RECORD
               WRITE F-DIST-RECORD
           END-PERFORM
           .

       NOTE-TOP-VALUE.
           PERFORM VARYING LS-TOP-IDX FROM 1 BY 1
               UNTIL LS-TOP-IDX > C-TOP-VALUES
               IF LS-TOP-USED(LS-TOP-IDX) = 0
                   OR LS-CUR-TALLY(LS-ENTRY-IDX)
                       > LS-TOP-TALLY(LS-TOP-IDX)
                   PERFORM VARYING LS-TOP-SHIFT FROM C-TOP-VALUES
                       BY -1 UNTIL LS-TOP-SHIFT <= LS-TOP-IDX
                       MOVE LS-TOP-TABLE(LS-TOP-SHIFT - 1)
                           TO LS-TOP-TABLE(LS-TOP-SHIFT)
                   END-PERFORM
                   MOVE LS-CUR-VALUE(LS-ENTRY-IDX)
                       TO LS-TOP-VALUE(LS-TOP-IDX)
                   MOVE LS-CUR-TALLY(LS-ENTRY-IDX)
                       TO LS-TOP-TALLY(LS-TOP-IDX)
                   MOVE 1 TO LS-TOP-USED(LS-TOP-IDX)
                   MOVE C-TOP-VALUES TO LS-TOP-IDX
               END-IF
           END-PERFORM
           .

      *> The distinct-value table last grew at LS-STABLE-BLINK; if
      *> that was the final blink the population has not settled
      *> within the horizon.
       WRITE-STABLE-BLINK.
           MOVE LS-PEAK-DISTINCT TO LS-DISTINCT-DISPLAY
           MOVE SPACES TO F-DIST-RECORD
           IF LS-STABLE-BLINK < IN-BLINK-HORIZON
               MOVE LS-STABLE-BLINK TO LS-BLINK-DISPLAY
               STRING "DISTINCT VALUES STOPPED GROWING AT BLINK "
                   LS-BLINK-DISPLAY
                   " (" LS-DISTINCT-DISPLAY " VALUES)"
                   DELIMITED BY SIZE
                   INTO F-DIST-RECORD
           ELSE
               MOVE IN-BLINK-HORIZON TO LS-BLINK-DISPLAY
               STRING "DISTINCT VALUES STILL GROWING AT BLINK "
                   LS-BLINK-DISPLAY
                   " (" LS-DISTINCT-DISPLAY " VALUES)"
                   DELIMITED BY SIZE
                   INTO F-DIST-RECORD
           END-IF
           WRITE F-DIST-RECORD
           DISPLAY "DAY11: " FUNCTION TRIM(F-DIST-RECORD)
           .
       END PROGRAM COUNT-ENGINE.
