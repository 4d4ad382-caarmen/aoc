       01  LS-COMMAND-LINE           PIC X(70).
       01  LS-MASTER-PATH            PIC X(30).
       01  LS-FILE-PATH              PIC X(30).
       01  LS-MODE                   PIC X(8).

       PROCEDURE DIVISION.

      *> file (the inventory of available towel patterns, which
      *> changes rarely); the second is the transaction file listing
      *> the designs to check against that inventory (which changes
      *> every shift). An optional third token selects a follow-on
      *> analysis: BUYLIST ranks the new towel patterns that would
      *> unlock the most impossible designs.
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE
               DELIMITED BY ALL " "
               INTO LS-MASTER-PATH LS-FILE-PATH LS-MODE
           END-UNSTRING

           CALL "PROCESS-FILE" USING
               BY REFERENCE LS-MASTER-PATH
               BY REFERENCE LS-FILE-PATH
               BY REFERENCE LS-MODE.
       END PROGRAM DAY19.

      *> ===============================================================
       LINKAGE SECTION.
       01  IN-MASTER-PATH            PIC X(30).
       01  IN-FILE-PATH              PIC X(30).
       01  IN-MODE                   PIC X(8).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-MASTER-PATH
           BY REFERENCE IN-FILE-PATH
           BY REFERENCE IN-MODE.

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS

                       EXIT PERFORM
                   NOT AT END
                       MOVE F-MASTER-RECORD TO LS-LINE
      *> "STOCK:" lines carry TOWELPOST's quantities, not patterns.
                       IF LS-LINE NOT = SPACE
                           AND LS-LINE(1:6) NOT = "STOCK:"
                           SET LS-TOWEL-PTR TO 1
                           PERFORM UNTIL LS-TOWEL-PTR >
                               LENGTH FUNCTION TRIM(LS-LINE)
           CLOSE FD-DATA
           CLOSE FD-IMPOSSIBLE

           IF IN-MODE = "BUYLIST"
               CALL "BUY-LIST" USING
                   TOWELS-GRP
                   LS-IMPOSSIBLE-PATH
                   IN-FILE-PATH
           END-IF

           PERFORM WRITE-UTILIZATION-REPORT

           DISPLAY LS-PART-1-COUNT " patterns are possible."
           END-PERFORM
           GOBACK.
       END PROGRAM TOWEL-UTILIZATION.

      *> ===============================================================
      *> BUY-LIST
      *> New-towel purchase recommendation. Every substring of an
      *> impossible design, up to the longest towel in the master,
      *> is a candidate pattern to stock; each candidate not already
      *> in the master is tried as a trial addition and the
      *> impossible designs are re-run through PROCESS-STRING
      *> (only those containing the candidate can change). The
      *> candidates are ranked by designs unlocked, the leaders are
      *> then tried in pairs, and the ranked buy list - each entry
      *> with the designs it unlocks - goes to the design file's
      *> ".buylist" companion.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUY-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-IMPOSSIBLE ASSIGN TO IN-IMPOSSIBLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-IMPOSSIBLE-STATUS.
           SELECT FD-BUY ASSIGN TO LS-BUY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-BUY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-IMPOSSIBLE.
       01  F-IMPOSSIBLE-RECORD              PIC X(3000).
       FD  FD-BUY.
       01  F-BUY-RECORD                     PIC X(132).

       LOCAL-STORAGE SECTION.
       01  C-MAX-DESIGNS                    CONSTANT 100.
       01  C-MAX-CANDIDATES                 CONSTANT 60000.
       01  C-LIST-TOP                       CONSTANT 20.
       01  C-PAIR-TOP                       CONSTANT 10.
       01  LS-IMPOSSIBLE-STATUS             PIC X(2).
       01  LS-BUY-PATH                      PIC X(40).
       01  LS-BUY-STATUS                    PIC X(2).
       01  LS-DESIGNS-SKIPPED               PIC 9(4) VALUE 0.
       01  LS-CANDIDATES-DROPPED            PIC 9(6) VALUE 0.
       01  LS-MAX-TOWEL-LENGTH              PIC 9(2) VALUE 0.
       01  LS-TOWEL-LENGTH                  PIC 9(2).
       01  LS-TOWEL-IDX                     PIC 9(3).
       01  LS-DESIGN-IDX                    PIC 9(4).
       01  LS-DESIGN-LENGTH                 PIC 9(3).
       01  LS-POS                           PIC 9(3).
       01  LS-SUB-LENGTH                    PIC 9(2).
       01  LS-SUBSTRING                     PIC X(10).
       01  LS-IN-MASTER                     PIC 9(1).
       01  LS-CAND-IDX                      PIC 9(5).
       01  LS-KEEP-IDX                      PIC 9(5).
       01  LS-TESTED-COUNT                  PIC 9(5) VALUE 0.
       01  LS-TRIAL-1                       PIC X(10).
       01  LS-TRIAL-2                       PIC X(10).
       01  LS-TRIAL-1-LENGTH                PIC 9(2).
       01  LS-TRIAL-2-LENGTH                PIC 9(2).
       01  LS-TALLY                         PIC 9(4).
       01  LS-COMBOS                        PIC 9(16).
       01  LS-UNLOCK-COUNT                  PIC 9(4).
       01  LS-UNLOCKED                      PIC 9(1) OCCURS 100 TIMES.
       01  LS-RANK                          PIC 9(3).
       01  LS-BEST                          PIC 9(5).
       01  LS-FIRST                         PIC 9(3).
       01  LS-SECOND                        PIC 9(3).
       01  LS-PAIR-IDX                      PIC 9(3).
       01  LS-PAIR-BEST                     PIC 9(3).
       01  LS-RANK-DISPLAY                  PIC Z(2)9.
       01  LS-COUNT-DISPLAY                 PIC Z(4)9.
       01  LS-UNLOCK-DISPLAY                PIC Z(3)9.
       01  BUY-DESIGNS-GRP.
           05  BUY-DESIGN-COUNT             PIC 9(4) VALUE 0.
           05  BUY-DESIGN                   PIC X(100)
               OCCURS 100 TIMES.
      *> Every candidate substring is collected, sorted once and
      *> de-duplicated in place.
       01  BUY-CANDIDATES-GRP.
           05  BUY-CAND-COUNT               PIC 9(5) VALUE 0.
           05  BUY-CANDS OCCURS 1 TO 60000 TIMES
               DEPENDING ON BUY-CAND-COUNT
               ASCENDING KEY IS BUY-CAND-PATTERN
               INDEXED BY BUY-CAND-INDEX.
               10  BUY-CAND-PATTERN         PIC X(10).
               10  BUY-CAND-UNLOCKS         PIC 9(4).
               10  BUY-CAND-RANKED          PIC 9(1).
       01  BUY-TOP-GRP.
           05  BUY-TOP-COUNT                PIC 9(3) VALUE 0.
           05  BUY-TOP-CAND                 PIC 9(5)
               OCCURS 20 TIMES.
       01  BUY-PAIRS-GRP.
           05  BUY-PAIR-COUNT               PIC 9(3) VALUE 0.
           05  BUY-PAIRS OCCURS 45 TIMES.
               10  BUY-PAIR-FIRST           PIC 9(5).
               10  BUY-PAIR-SECOND          PIC 9(5).
               10  BUY-PAIR-UNLOCKS         PIC 9(4).
               10  BUY-PAIR-RANKED          PIC 9(1).
      *> The master plus the pattern(s) on trial.
       COPY "towel" IN "19"
           REPLACING LEADING ==TOWEL== BY ==TRIAL-TOWEL==.

       LINKAGE SECTION.
       COPY "towel" IN "19".
       01  IN-IMPOSSIBLE-PATH               PIC X(40).
       01  IN-FILE-PATH                     PIC X(30).

       PROCEDURE DIVISION USING
           TOWELS-GRP
           IN-IMPOSSIBLE-PATH
           IN-FILE-PATH.

           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               ".buylist" DELIMITED BY SIZE
               INTO LS-BUY-PATH
           OPEN OUTPUT FD-BUY
           IF LS-BUY-STATUS NOT = "00"
               DISPLAY "DAY19: ERROR OPENING " LS-BUY-PATH
                   " STATUS=" LS-BUY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-IMPOSSIBLE-DESIGNS
           IF BUY-DESIGN-COUNT = 0
               MOVE "NEW-TOWEL BUY LIST - NO IMPOSSIBLE DESIGNS, "
                   & "NOTHING TO BUY" TO F-BUY-RECORD
               WRITE F-BUY-RECORD
               CLOSE FD-BUY
               DISPLAY "DAY19: no impossible designs; buy list "
                   "written to " FUNCTION TRIM(LS-BUY-PATH)
               GOBACK
           END-IF
      *> Room for the master plus two patterns on trial.
           IF TOWELS-SIZE > 498
               DISPLAY "DAY19: towel master too large to trial "
                   "additions (" TOWELS-SIZE " patterns)"
               CLOSE FD-BUY
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GENERATE-CANDIDATES
           PERFORM TEST-CANDIDATES
           PERFORM RANK-CANDIDATES
           PERFORM TEST-PAIRS
           PERFORM WRITE-BUY-LIST
           CLOSE FD-BUY
           DISPLAY "DAY19: " LS-TESTED-COUNT " candidate pattern(s) "
               "tested; buy list written to "
               FUNCTION TRIM(LS-BUY-PATH)
           GOBACK.

       LOAD-IMPOSSIBLE-DESIGNS.
           OPEN INPUT FD-IMPOSSIBLE
           IF LS-IMPOSSIBLE-STATUS NOT = "00"
               DISPLAY "DAY19: ERROR OPENING " IN-IMPOSSIBLE-PATH
                   " STATUS=" LS-IMPOSSIBLE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-IMPOSSIBLE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-IMPOSSIBLE-RECORD NOT = SPACES
                           IF BUY-DESIGN-COUNT < C-MAX-DESIGNS
                               ADD 1 TO BUY-DESIGN-COUNT
                               MOVE F-IMPOSSIBLE-RECORD
                                   TO BUY-DESIGN(BUY-DESIGN-COUNT)
                           ELSE
                               ADD 1 TO LS-DESIGNS-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-IMPOSSIBLE
           IF LS-DESIGNS-SKIPPED > 0
               DISPLAY "DAY19: buy list covers the first "
                   BUY-DESIGN-COUNT " impossible designs; "
                   LS-DESIGNS-SKIPPED " not analysed"
           END-IF
           .

      *> Substrings of every impossible design up to the longest
      *> towel length, leaving out patterns already stocked.
       GENERATE-CANDIDATES.
           PERFORM VARYING LS-TOWEL-IDX FROM 1 BY 1
               UNTIL LS-TOWEL-IDX > TOWELS-SIZE
               COMPUTE LS-TOWEL-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(TOWEL(LS-TOWEL-IDX)))
               IF LS-TOWEL-LENGTH > LS-MAX-TOWEL-LENGTH
                   MOVE LS-TOWEL-LENGTH TO LS-MAX-TOWEL-LENGTH
               END-IF
           END-PERFORM
           PERFORM VARYING LS-DESIGN-IDX FROM 1 BY 1
               UNTIL LS-DESIGN-IDX > BUY-DESIGN-COUNT
               COMPUTE LS-DESIGN-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(BUY-DESIGN(LS-DESIGN-IDX)))
               PERFORM VARYING LS-POS FROM 1 BY 1
                   UNTIL LS-POS > LS-DESIGN-LENGTH
                   PERFORM VARYING LS-SUB-LENGTH FROM 1 BY 1
                       UNTIL LS-SUB-LENGTH > LS-MAX-TOWEL-LENGTH
                           OR LS-POS + LS-SUB-LENGTH - 1
                               > LS-DESIGN-LENGTH
                       PERFORM ADD-CANDIDATE
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           IF LS-CANDIDATES-DROPPED > 0
               DISPLAY "DAY19: candidate table full; "
                   LS-CANDIDATES-DROPPED " substring(s) not tried"
           END-IF
           IF BUY-CAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SORT BUY-CANDS
           MOVE 1 TO LS-KEEP-IDX
           PERFORM VARYING LS-CAND-IDX FROM 2 BY 1
               UNTIL LS-CAND-IDX > BUY-CAND-COUNT
               IF BUY-CAND-PATTERN(LS-CAND-IDX) NOT =
                   BUY-CAND-PATTERN(LS-KEEP-IDX)
                   ADD 1 TO LS-KEEP-IDX
                   MOVE BUY-CANDS(LS-CAND-IDX)
                       TO BUY-CANDS(LS-KEEP-IDX)
               END-IF
           END-PERFORM
           MOVE LS-KEEP-IDX TO BUY-CAND-COUNT
           .

       ADD-CANDIDATE.
           MOVE SPACES TO LS-SUBSTRING
           MOVE BUY-DESIGN(LS-DESIGN-IDX)(LS-POS:LS-SUB-LENGTH)
               TO LS-SUBSTRING
           MOVE 0 TO LS-IN-MASTER
           SEARCH ALL TOWELS
               WHEN TOWEL(TOWEL-INDEX) = LS-SUBSTRING
                   MOVE 1 TO LS-IN-MASTER
           END-SEARCH
           IF LS-IN-MASTER = 1
               EXIT PARAGRAPH
           END-IF
           IF BUY-CAND-COUNT >= C-MAX-CANDIDATES
               ADD 1 TO LS-CANDIDATES-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BUY-CAND-COUNT
           MOVE LS-SUBSTRING TO BUY-CAND-PATTERN(BUY-CAND-COUNT)
           MOVE 0 TO BUY-CAND-UNLOCKS(BUY-CAND-COUNT)
           MOVE 0 TO BUY-CAND-RANKED(BUY-CAND-COUNT)
           .

       TEST-CANDIDATES.
           MOVE SPACES TO LS-TRIAL-2
           PERFORM VARYING LS-CAND-IDX FROM 1 BY 1
               UNTIL LS-CAND-IDX > BUY-CAND-COUNT
               MOVE BUY-CAND-PATTERN(LS-CAND-IDX) TO LS-TRIAL-1
               PERFORM RUN-TRIAL
               MOVE LS-UNLOCK-COUNT
                   TO BUY-CAND-UNLOCKS(LS-CAND-IDX)
               ADD 1 TO LS-TESTED-COUNT
           END-PERFORM
           .

      *> Re-run the impossible designs that contain a pattern on
      *> trial against the master plus the trial pattern(s);
      *> LS-UNLOCKED flags the designs that become possible.
       RUN-TRIAL.
           MOVE 0 TO LS-UNLOCK-COUNT
           PERFORM VARYING LS-DESIGN-IDX FROM 1 BY 1
               UNTIL LS-DESIGN-IDX > BUY-DESIGN-COUNT
               MOVE 0 TO LS-UNLOCKED(LS-DESIGN-IDX)
           END-PERFORM
           COMPUTE LS-TRIAL-1-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(LS-TRIAL-1))
           MOVE 0 TO LS-TRIAL-2-LENGTH
           IF LS-TRIAL-2 NOT = SPACES
               COMPUTE LS-TRIAL-2-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(LS-TRIAL-2))
           END-IF
           MOVE TOWELS-SIZE TO TRIAL-TOWELS-SIZE
           MOVE TOWELS-GRP TO TRIAL-TOWELS-GRP
           ADD 1 TO TRIAL-TOWELS-SIZE
           MOVE LS-TRIAL-1 TO TRIAL-TOWEL(TRIAL-TOWELS-SIZE)
           IF LS-TRIAL-2-LENGTH > 0
               ADD 1 TO TRIAL-TOWELS-SIZE
               MOVE LS-TRIAL-2 TO TRIAL-TOWEL(TRIAL-TOWELS-SIZE)
           END-IF
           SORT TRIAL-TOWELS
           PERFORM VARYING LS-DESIGN-IDX FROM 1 BY 1
               UNTIL LS-DESIGN-IDX > BUY-DESIGN-COUNT
               MOVE 0 TO LS-TALLY
               INSPECT BUY-DESIGN(LS-DESIGN-IDX) TALLYING LS-TALLY
                   FOR ALL LS-TRIAL-1(1:LS-TRIAL-1-LENGTH)
               IF LS-TRIAL-2-LENGTH > 0
                   INSPECT BUY-DESIGN(LS-DESIGN-IDX)
                       TALLYING LS-TALLY
                       FOR ALL LS-TRIAL-2(1:LS-TRIAL-2-LENGTH)
               END-IF
               IF LS-TALLY > 0
                   CALL "PROCESS-STRING" USING
                       TRIAL-TOWELS-GRP
                       BUY-DESIGN(LS-DESIGN-IDX)
                       LS-COMBOS
                   IF LS-COMBOS > 0
                       MOVE 1 TO LS-UNLOCKED(LS-DESIGN-IDX)
                       ADD 1 TO LS-UNLOCK-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .

      *> Most designs unlocked first; ties keep pattern order.
      *> Candidates that unlock nothing are not listed.
       RANK-CANDIDATES.
           PERFORM VARYING LS-RANK FROM 1 BY 1
               UNTIL LS-RANK > C-LIST-TOP
               MOVE 0 TO LS-BEST
               PERFORM VARYING LS-CAND-IDX FROM 1 BY 1
                   UNTIL LS-CAND-IDX > BUY-CAND-COUNT
                   IF BUY-CAND-RANKED(LS-CAND-IDX) = 0
                       AND BUY-CAND-UNLOCKS(LS-CAND-IDX) > 0
                       AND (LS-BEST = 0
                           OR BUY-CAND-UNLOCKS(LS-CAND-IDX) >
                               BUY-CAND-UNLOCKS(LS-BEST))
                       MOVE LS-CAND-IDX TO LS-BEST
                   END-IF
               END-PERFORM
               IF LS-BEST = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO BUY-CAND-RANKED(LS-BEST)
               ADD 1 TO BUY-TOP-COUNT
               MOVE LS-BEST TO BUY-TOP-CAND(BUY-TOP-COUNT)
           END-PERFORM
           .

      *> Every pair from the leading candidates, bought together.
       TEST-PAIRS.
           PERFORM VARYING LS-FIRST FROM 1 BY 1
               UNTIL LS-FIRST > BUY-TOP-COUNT
                   OR LS-FIRST > C-PAIR-TOP
               PERFORM VARYING LS-SECOND FROM LS-FIRST BY 1
                   UNTIL LS-SECOND > BUY-TOP-COUNT
                       OR LS-SECOND > C-PAIR-TOP
                   IF LS-SECOND > LS-FIRST
                       MOVE BUY-CAND-PATTERN(BUY-TOP-CAND(LS-FIRST))
                           TO LS-TRIAL-1
                       MOVE BUY-CAND-PATTERN(BUY-TOP-CAND(LS-SECOND))
                           TO LS-TRIAL-2
                       PERFORM RUN-TRIAL
                       ADD 1 TO BUY-PAIR-COUNT
                       MOVE BUY-TOP-CAND(LS-FIRST)
                           TO BUY-PAIR-FIRST(BUY-PAIR-COUNT)
                       MOVE BUY-TOP-CAND(LS-SECOND)
                           TO BUY-PAIR-SECOND(BUY-PAIR-COUNT)
                       MOVE LS-UNLOCK-COUNT
                           TO BUY-PAIR-UNLOCKS(BUY-PAIR-COUNT)
                       MOVE 0 TO BUY-PAIR-RANKED(BUY-PAIR-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-BUY-LIST.
           MOVE SPACES TO F-BUY-RECORD
           MOVE BUY-DESIGN-COUNT TO LS-COUNT-DISPLAY
           STRING "NEW-TOWEL BUY LIST - " DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               " IMPOSSIBLE DESIGN(S)" DELIMITED BY SIZE
               INTO F-BUY-RECORD
           WRITE F-BUY-RECORD
           MOVE BUY-CAND-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-BUY-RECORD
           STRING "CANDIDATE PATTERNS TRIED " DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO F-BUY-RECORD
           WRITE F-BUY-RECORD

           MOVE SPACES TO F-BUY-RECORD
           WRITE F-BUY-RECORD
           MOVE "SINGLE PATTERNS" TO F-BUY-RECORD
           WRITE F-BUY-RECORD
           IF BUY-TOP-COUNT = 0
               MOVE "  NO SINGLE NEW PATTERN UNLOCKS ANY DESIGN"
                   TO F-BUY-RECORD
               WRITE F-BUY-RECORD
           END-IF
           MOVE SPACES TO LS-TRIAL-2
           PERFORM VARYING LS-RANK FROM 1 BY 1
               UNTIL LS-RANK > BUY-TOP-COUNT
               MOVE BUY-TOP-CAND(LS-RANK) TO LS-CAND-IDX
               MOVE BUY-CAND-PATTERN(LS-CAND-IDX) TO LS-TRIAL-1
               PERFORM RUN-TRIAL
               MOVE LS-RANK TO LS-RANK-DISPLAY
               MOVE LS-UNLOCK-COUNT TO LS-UNLOCK-DISPLAY
               MOVE SPACES TO F-BUY-RECORD
               STRING "RANK " LS-RANK-DISPLAY
                   " PATTERN " LS-TRIAL-1
                   " UNLOCKS " LS-UNLOCK-DISPLAY
                   DELIMITED BY SIZE
                   INTO F-BUY-RECORD
               WRITE F-BUY-RECORD
               PERFORM WRITE-UNLOCKED-DESIGNS
           END-PERFORM

           MOVE SPACES TO F-BUY-RECORD
           WRITE F-BUY-RECORD
           MOVE "PAIRS OF LEADING PATTERNS" TO F-BUY-RECORD
           WRITE F-BUY-RECORD
           IF BUY-PAIR-COUNT = 0
               MOVE "  FEWER THAN TWO CANDIDATES UNLOCK ANY DESIGN"
                   TO F-BUY-RECORD
               WRITE F-BUY-RECORD
           END-IF
           PERFORM VARYING LS-RANK FROM 1 BY 1
               UNTIL LS-RANK > BUY-PAIR-COUNT
                   OR LS-RANK > C-LIST-TOP
               MOVE 0 TO LS-PAIR-BEST
               PERFORM VARYING LS-PAIR-IDX FROM 1 BY 1
                   UNTIL LS-PAIR-IDX > BUY-PAIR-COUNT
                   IF BUY-PAIR-RANKED(LS-PAIR-IDX) = 0
                       AND (LS-PAIR-BEST = 0
                           OR BUY-PAIR-UNLOCKS(LS-PAIR-IDX) >
                               BUY-PAIR-UNLOCKS(LS-PAIR-BEST))
                       MOVE LS-PAIR-IDX TO LS-PAIR-BEST
                   END-IF
               END-PERFORM
               MOVE 1 TO BUY-PAIR-RANKED(LS-PAIR-BEST)
               MOVE BUY-CAND-PATTERN(BUY-PAIR-FIRST(LS-PAIR-BEST))
                   TO LS-TRIAL-1
               MOVE BUY-CAND-PATTERN(BUY-PAIR-SECOND(LS-PAIR-BEST))
                   TO LS-TRIAL-2
               PERFORM RUN-TRIAL
               MOVE LS-RANK TO LS-RANK-DISPLAY
               MOVE LS-UNLOCK-COUNT TO LS-UNLOCK-DISPLAY
               MOVE SPACES TO F-BUY-RECORD
               STRING "RANK " LS-RANK-DISPLAY
                   " PATTERNS " LS-TRIAL-1 " + " LS-TRIAL-2
                   " UNLOCKS " LS-UNLOCK-DISPLAY
                   DELIMITED BY SIZE
                   INTO F-BUY-RECORD
               WRITE F-BUY-RECORD
               PERFORM WRITE-UNLOCKED-DESIGNS
           END-PERFORM
           .

       WRITE-UNLOCKED-DESIGNS.
           PERFORM VARYING LS-DESIGN-IDX FROM 1 BY 1
               UNTIL LS-DESIGN-IDX > BUY-DESIGN-COUNT
               IF LS-UNLOCKED(LS-DESIGN-IDX) = 1
                   MOVE SPACES TO F-BUY-RECORD
                   STRING "    DESIGN " DELIMITED BY SIZE
                       FUNCTION TRIM(BUY-DESIGN(LS-DESIGN-IDX))
                       DELIMITED BY SIZE
                       INTO F-BUY-RECORD
                   WRITE F-BUY-RECORD
               END-IF
           END-PERFORM
           .
       END PROGRAM BUY-LIST.
