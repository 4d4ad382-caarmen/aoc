      *> trading desk's candidate-sequence file: each candidate is
      *> priced against every buyer's series without running the
      *> full best-sequence search.
      *> With a 6th token of "CARRY" the 7th names the buyer master:
      *> each buyer resumes from the secret number carried forward
      *> and advances the 1st token's number of steps.
           UNSTRING LS-COMMAND-LINE
               DELIMITED BY SPACE
               INTO LS-ITERATION-COUNT LS-FILE-PATH LS-EXPECTED-COUNT
                   IN-EVAL-PATH
               GOBACK
           END-IF
      *> A 6th token of "CARRY" resumes every buyer from the buyer
      *> master (the 7th token) and advances them the 1st token's
      *> number of steps; see CARRY-FORWARD-BUYERS.
           IF IN-MODE = "CARRY"
               CALL "CARRY-FORWARD-BUYERS" USING
                   BY REFERENCE
                   SEQUENCE-GRP
                   IN-ITERATION-COUNT
                   IN-FILE-PATH
                   IN-EVAL-PATH
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS

               FUNCTION TRIM(LS-RANKING-PATH)
           GOBACK.
       END PROGRAM EVALUATE-CANDIDATES.

      *> ===============================================================
      *> CARRY-FORWARD-BUYERS.
      *> The market does not start over each night: resume every
      *> buyer in the night's input from the buyer master, advance
      *> them IN-STEP-COUNT steps with GET-NEXT-SECRET-NUMBERS, and
      *> rewrite the master (journalled first). A buyer not yet on
      *> the master starts from the initial secret number in the
      *> input and is added; a buyer on the master but absent from
      *> the input is left as it stood and reported as dormant.
      *>
      *> Input lines are "<buyer-id> <initial-secret>"; a line with
      *> the secret number alone takes its line number as the
      *> buyer ID, the way the other modes number buyers. Report in
      *> the input's ".carry" companion.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRY-FORWARD-BUYERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MASTER ASSIGN TO IN-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MASTER-STATUS.
           SELECT FD-BUYERS ASSIGN TO IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-BUYERS-STATUS.
           SELECT FD-REPORT ASSIGN TO LS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-MASTER.
       COPY "buyer" IN "22".
       FD  FD-BUYERS.
       01  F-BUYER-RECORD            PIC X(47).
       FD  FD-REPORT.
       01  F-REPORT-RECORD           PIC X(90).

       LOCAL-STORAGE SECTION.
       01  C-MAX-BUYERS              CONSTANT 2200.
       01  LS-MASTER-STATUS          PIC X(2).
       01  LS-BUYERS-STATUS          PIC X(2).
       01  LS-REPORT-PATH            PIC X(45).
       01  LS-REPORT-STATUS          PIC X(2).
       01  LS-JOURNAL-TARGET         PIC X(200).
       01  LS-JOURNAL-STATUS         PIC X(2).
       01  LS-TODAY                  PIC 9(8).
       01  LS-BUYER-COUNT            PIC 9(4) VALUE 0.
       01  LS-BUYER-TABLE.
           05  LS-BUYER OCCURS 1 TO 2200 TIMES
               DEPENDING ON LS-BUYER-COUNT
               ASCENDING KEY IS LS-BUYER-ID.
               10  LS-BUYER-ID           PIC X(10).
               10  LS-BUYER-SECRET       PIC 9(16).
               10  LS-BUYER-CHANGES      PIC X(8).
               10  LS-BUYER-STEPS        PIC 9(12).
               10  LS-BUYER-DATE         PIC 9(8).
      *> N new tonight, R resumed, blank not in tonight's input.
               10  LS-BUYER-ACTION       PIC X(1).
       01  LS-BUYER-IDX              PIC 9(4).
       01  LS-LINE-NUMBER            PIC 9(4) VALUE 0.
       01  LS-TOK-1                  PIC X(20).
       01  LS-TOK-2                  PIC X(20).
       01  LS-INPUT-ID               PIC X(10).
       01  LS-INPUT-SECRET           PIC 9(16).
       01  LS-SECRET-NUMBER          PIC 9(16) COMP.
       01  LS-NEW-SECRET-NUMBER      PIC 9(16) COMP.
       01  LS-PRICE-SEQUENCE         PIC X(9999).
       01  LS-CHANGE-SEQUENCE        PIC X(19998).
       01  LS-CHANGES-KEPT           PIC 9(2).
       01  LS-NEW-CHANGES            PIC X(8).
       01  LS-TOTAL                  PIC 9(16) COMP VALUE 0.
       01  LS-NEW-COUNT              PIC 9(4) VALUE 0.
       01  LS-RESUMED-COUNT          PIC 9(4) VALUE 0.
       01  LS-DORMANT-COUNT          PIC 9(4) VALUE 0.
       01  LS-REJECT-COUNT           PIC 9(4) VALUE 0.
       01  LS-SECRET-DISPLAY         PIC Z(15)9.
       01  LS-STEPS-DISPLAY          PIC Z(11)9.
       01  LS-TOTAL-DISPLAY          PIC Z(15)9.
       01  LS-LINE-DISPLAY           PIC Z(3)9.
       01  LS-EXC-KEY                PIC X(40).
       01  LS-EXC-MESSAGE            PIC X(120).
       01  LS-RUN-START-TS           PIC X(21).
       01  LS-RUN-END-TS             PIC X(21).
       01  LS-ELAPSED-SECONDS        PIC 9(6).
       01  LS-RUN-RESULT             PIC X(100).

       LINKAGE SECTION.
       COPY "sequence" IN "22".
       01  IN-STEP-COUNT             PIC 9(4).
       01  IN-FILE-PATH              PIC X(30).
       01  IN-MASTER-PATH            PIC X(30).

       PROCEDURE DIVISION USING BY REFERENCE
           SEQUENCE-GRP
           IN-STEP-COUNT
           IN-FILE-PATH
           IN-MASTER-PATH.

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
           MOVE LS-RUN-START-TS(1:8) TO LS-TODAY
           IF IN-MASTER-PATH = SPACES OR IN-STEP-COUNT = 0
               DISPLAY "DAY22: usage: day22 <steps> <input> 0 0 0 "
                   "CARRY <buyer-master>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-BUYER-MASTER

           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ".carry" DELIMITED BY SIZE
               INTO LS-REPORT-PATH
           OPEN OUTPUT FD-REPORT
           IF LS-REPORT-STATUS NOT = "00"
               DISPLAY "DAY22: ERROR OPENING " LS-REPORT-PATH
                   " STATUS=" LS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-REPORT-RECORD
           STRING "BUYER CARRY-FORWARD - INPUT " DELIMITED BY SIZE
               FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ", MASTER " DELIMITED BY SIZE
               FUNCTION TRIM(IN-MASTER-PATH) DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE SPACES TO F-REPORT-RECORD
           STRING "STEPS ADVANCED " IN-STEP-COUNT
               "  RUN DATE " LS-TODAY
               DELIMITED BY SIZE INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE SPACES TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE "BUYER ID   ACTION        SECRET NUMBER   STEPS TO DATE"
               & "  LAST CHANGES" TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD

           OPEN INPUT FD-BUYERS
           IF LS-BUYERS-STATUS NOT = "00"
               DISPLAY "DAY22: ERROR OPENING " IN-FILE-PATH
                   " STATUS=" LS-BUYERS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-BUYERS
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-LINE-NUMBER
                       PERFORM ADVANCE-ONE-BUYER
               END-READ
           END-PERFORM
           CLOSE FD-BUYERS

           PERFORM REPORT-DORMANT-BUYERS
           MOVE LS-TOTAL TO LS-TOTAL-DISPLAY
           MOVE SPACES TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE SPACES TO F-REPORT-RECORD
           STRING "TOTALS RESUMED " LS-RESUMED-COUNT
               " NEW " LS-NEW-COUNT
               " DORMANT " LS-DORMANT-COUNT
               " REJECTED " LS-REJECT-COUNT
               " SECRET TOTAL " FUNCTION TRIM(LS-TOTAL-DISPLAY)
               DELIMITED BY SIZE INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           CLOSE FD-REPORT

           PERFORM REWRITE-BUYER-MASTER

           DISPLAY "DAY22: carried forward " LS-RESUMED-COUNT
               " buyer(s), added " LS-NEW-COUNT ", dormant "
               LS-DORMANT-COUNT "; report in "
               FUNCTION TRIM(LS-REPORT-PATH)
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           CALL "ELAPSED-SECONDS" USING
               LS-RUN-START-TS LS-RUN-END-TS LS-ELAPSED-SECONDS
           MOVE SPACES TO LS-RUN-RESULT
           STRING "carry resumed=" LS-RESUMED-COUNT
               " new=" LS-NEW-COUNT
               " dormant=" LS-DORMANT-COUNT
               " total=" FUNCTION TRIM(LS-TOTAL-DISPLAY)
               DELIMITED BY SIZE INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "DAY22" IN-FILE-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
           IF LS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> No master yet (status 35) is the first night: every buyer
      *> in the input is new.
       LOAD-BUYER-MASTER.
           OPEN INPUT FD-MASTER
           IF LS-MASTER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF LS-MASTER-STATUS NOT = "00"
               DISPLAY "DAY22: ERROR OPENING " IN-MASTER-PATH
                   " STATUS=" LS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-MASTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LS-BUYER-COUNT >= C-MAX-BUYERS
                           DISPLAY "DAY22: buyer master exceeds "
                               C-MAX-BUYERS " buyers"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO LS-BUYER-COUNT
                       MOVE BM-BUYER-ID
                           TO LS-BUYER-ID(LS-BUYER-COUNT)
                       MOVE BM-SECRET-NUMBER
                           TO LS-BUYER-SECRET(LS-BUYER-COUNT)
                       MOVE BM-LAST-CHANGES
                           TO LS-BUYER-CHANGES(LS-BUYER-COUNT)
                       MOVE BM-STEP-COUNT
                           TO LS-BUYER-STEPS(LS-BUYER-COUNT)
                       MOVE BM-LAST-SIMULATED
                           TO LS-BUYER-DATE(LS-BUYER-COUNT)
                       MOVE SPACE TO LS-BUYER-ACTION(LS-BUYER-COUNT)
               END-READ
           END-PERFORM
           CLOSE FD-MASTER
           .

       ADVANCE-ONE-BUYER.
           IF FUNCTION TRIM(F-BUYER-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TOK-1 LS-TOK-2
           MOVE FUNCTION TRIM(F-BUYER-RECORD) TO F-BUYER-RECORD
           UNSTRING F-BUYER-RECORD DELIMITED BY ALL " "
               INTO LS-TOK-1 LS-TOK-2
           IF LS-TOK-2 = SPACES
               MOVE LS-LINE-NUMBER TO LS-INPUT-ID
               MOVE LS-TOK-1 TO LS-TOK-2
           ELSE
               MOVE LS-TOK-1 TO LS-INPUT-ID
           END-IF
           IF FUNCTION TEST-NUMVAL(LS-TOK-2) NOT = 0
               MOVE "INITIAL SECRET NUMBER IS NOT NUMERIC"
                   TO LS-EXC-MESSAGE
               PERFORM REJECT-BUYER-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-INPUT-SECRET = FUNCTION NUMVAL(LS-TOK-2)

           PERFORM VARYING LS-BUYER-IDX FROM 1 BY 1
               UNTIL LS-BUYER-IDX > LS-BUYER-COUNT
               IF LS-BUYER-ID(LS-BUYER-IDX) = LS-INPUT-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-BUYER-IDX > LS-BUYER-COUNT
               IF LS-BUYER-COUNT >= C-MAX-BUYERS
                   MOVE "BUYER MASTER IS FULL" TO LS-EXC-MESSAGE
                   PERFORM REJECT-BUYER-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-BUYER-COUNT
               MOVE LS-BUYER-COUNT TO LS-BUYER-IDX
               MOVE LS-INPUT-ID TO LS-BUYER-ID(LS-BUYER-IDX)
               MOVE LS-INPUT-SECRET TO LS-BUYER-SECRET(LS-BUYER-IDX)
               MOVE SPACES TO LS-BUYER-CHANGES(LS-BUYER-IDX)
               MOVE 0 TO LS-BUYER-STEPS(LS-BUYER-IDX)
               MOVE "N" TO LS-BUYER-ACTION(LS-BUYER-IDX)
               ADD 1 TO LS-NEW-COUNT
           ELSE
               IF LS-BUYER-ACTION(LS-BUYER-IDX) NOT = SPACE
                   MOVE "BUYER APPEARS MORE THAN ONCE IN THE INPUT"
                       TO LS-EXC-MESSAGE
                   PERFORM REJECT-BUYER-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "R" TO LS-BUYER-ACTION(LS-BUYER-IDX)
               ADD 1 TO LS-RESUMED-COUNT
           END-IF

           MOVE LS-BUYER-SECRET(LS-BUYER-IDX) TO LS-SECRET-NUMBER
           MOVE SPACES TO LS-PRICE-SEQUENCE
           MOVE SPACES TO LS-CHANGE-SEQUENCE
           CALL "GET-NEXT-SECRET-NUMBERS" USING
               SEQUENCE-GRP
               LS-BUYER-IDX
               IN-STEP-COUNT
               LS-SECRET-NUMBER
               LS-NEW-SECRET-NUMBER
               LS-PRICE-SEQUENCE
               LS-CHANGE-SEQUENCE
           ADD LS-NEW-SECRET-NUMBER TO LS-TOTAL

      *> The last four changes run on from the ones carried forward
      *> when fewer than four steps were taken tonight.
           IF IN-STEP-COUNT >= 4
               MOVE LS-CHANGE-SEQUENCE((IN-STEP-COUNT - 4) * 2 + 1:8)
                   TO LS-NEW-CHANGES
           ELSE
               COMPUTE LS-CHANGES-KEPT = 8 - IN-STEP-COUNT * 2
               MOVE LS-BUYER-CHANGES(LS-BUYER-IDX)
                   (IN-STEP-COUNT * 2 + 1:LS-CHANGES-KEPT)
                   TO LS-NEW-CHANGES(1:LS-CHANGES-KEPT)
               MOVE LS-CHANGE-SEQUENCE(1:IN-STEP-COUNT * 2)
                   TO LS-NEW-CHANGES(LS-CHANGES-KEPT + 1:)
           END-IF
           MOVE LS-NEW-CHANGES TO LS-BUYER-CHANGES(LS-BUYER-IDX)
           MOVE LS-NEW-SECRET-NUMBER TO LS-BUYER-SECRET(LS-BUYER-IDX)
           ADD IN-STEP-COUNT TO LS-BUYER-STEPS(LS-BUYER-IDX)
           MOVE LS-TODAY TO LS-BUYER-DATE(LS-BUYER-IDX)
           PERFORM WRITE-BUYER-LINE
           .

       REJECT-BUYER-LINE.
           ADD 1 TO LS-REJECT-COUNT
           MOVE LS-LINE-NUMBER TO LS-LINE-DISPLAY
           MOVE SPACES TO LS-EXC-KEY
           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               " LINE " DELIMITED BY SIZE
               FUNCTION TRIM(LS-LINE-DISPLAY) DELIMITED BY SIZE
               INTO LS-EXC-KEY
           CALL "WRITE-EXCEPTION" USING
               "DAY22   " "W" LS-EXC-KEY LS-EXC-MESSAGE
           MOVE SPACES TO F-REPORT-RECORD
           STRING LS-INPUT-ID " REJECTED - "
               FUNCTION TRIM(LS-EXC-MESSAGE)
               DELIMITED BY SIZE INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           .

       WRITE-BUYER-LINE.
           MOVE LS-BUYER-SECRET(LS-BUYER-IDX) TO LS-SECRET-DISPLAY
           MOVE LS-BUYER-STEPS(LS-BUYER-IDX) TO LS-STEPS-DISPLAY
           MOVE SPACES TO F-REPORT-RECORD
           MOVE LS-BUYER-ID(LS-BUYER-IDX) TO F-REPORT-RECORD(1:10)
           IF LS-BUYER-ACTION(LS-BUYER-IDX) = "N"
               MOVE "NEW" TO F-REPORT-RECORD(12:8)
           ELSE
               MOVE "RESUMED" TO F-REPORT-RECORD(12:8)
           END-IF
           MOVE LS-SECRET-DISPLAY TO F-REPORT-RECORD(20:16)
           MOVE LS-STEPS-DISPLAY TO F-REPORT-RECORD(38:12)
           MOVE LS-BUYER-CHANGES(LS-BUYER-IDX)
               TO F-REPORT-RECORD(53:8)
           WRITE F-REPORT-RECORD
           .

       REPORT-DORMANT-BUYERS.
           MOVE SPACES TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE "DORMANT - ON THE MASTER, NOT IN TONIGHT'S INPUT"
               TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           PERFORM VARYING LS-BUYER-IDX FROM 1 BY 1
               UNTIL LS-BUYER-IDX > LS-BUYER-COUNT
               IF LS-BUYER-ACTION(LS-BUYER-IDX) = SPACE
                   ADD 1 TO LS-DORMANT-COUNT
                   MOVE LS-BUYER-STEPS(LS-BUYER-IDX)
                       TO LS-STEPS-DISPLAY
                   MOVE SPACES TO F-REPORT-RECORD
                   STRING LS-BUYER-ID(LS-BUYER-IDX)
                       " LAST SIMULATED " LS-BUYER-DATE(LS-BUYER-IDX)
                       "  STEPS TO DATE " LS-STEPS-DISPLAY
                       DELIMITED BY SIZE INTO F-REPORT-RECORD
                   WRITE F-REPORT-RECORD
               END-IF
           END-PERFORM
           IF LS-DORMANT-COUNT = 0
               MOVE "  NONE" TO F-REPORT-RECORD
               WRITE F-REPORT-RECORD
           END-IF
           .

       REWRITE-BUYER-MASTER.
      *> Change control requires a before-image of anything this
      *> program rewrites.
           MOVE SPACES TO LS-JOURNAL-TARGET
           MOVE IN-MASTER-PATH TO LS-JOURNAL-TARGET
           CALL "JOURNAL-FILE" USING
               "DAY22   " LS-JOURNAL-TARGET LS-JOURNAL-STATUS
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "DAY22: before-image journal failed "
                   "(status " LS-JOURNAL-STATUS "); buyer master "
                   "not rewritten"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-BUYER-COUNT > 1
               SORT LS-BUYER ON ASCENDING KEY LS-BUYER-ID
           END-IF
           OPEN OUTPUT FD-MASTER
           IF LS-MASTER-STATUS NOT = "00"
               DISPLAY "DAY22: cannot rewrite buyer master "
                   FUNCTION TRIM(IN-MASTER-PATH)
                   " (status " LS-MASTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-BUYER-IDX FROM 1 BY 1
               UNTIL LS-BUYER-IDX > LS-BUYER-COUNT
               MOVE SPACES TO BUYER-MASTER-RECORD
               MOVE LS-BUYER-ID(LS-BUYER-IDX) TO BM-BUYER-ID
               MOVE LS-BUYER-SECRET(LS-BUYER-IDX) TO BM-SECRET-NUMBER
               MOVE LS-BUYER-CHANGES(LS-BUYER-IDX) TO BM-LAST-CHANGES
               MOVE LS-BUYER-STEPS(LS-BUYER-IDX) TO BM-STEP-COUNT
               MOVE LS-BUYER-DATE(LS-BUYER-IDX) TO BM-LAST-SIMULATED
               WRITE BUYER-MASTER-RECORD
           END-PERFORM
           CLOSE FD-MASTER
           .
       END PROGRAM CARRY-FORWARD-BUYERS.
