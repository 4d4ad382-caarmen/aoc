           SELECT FD-RULEQ ASSIGN TO LS-RULEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RULEQ-STATUS.
           SELECT FD-COVERAGE ASSIGN TO LS-COVERAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-COVERAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  F-CORRECTED-RECORD            PIC X(100).
       FD FD-RULEQ.
       01  F-RULEQ-RECORD                PIC X(100).
       FD FD-COVERAGE.
       01  F-COVERAGE-RECORD             PIC X(100).
       LOCAL-STORAGE SECTION.
       01  LS-FILE-PATH                  PIC X(100).
       01  LS-CORRECTED-FILE-PATH        PIC X(110).
       01  LS-BAL-IN                     PIC 9(9).
       01  LS-BAL-USED                   PIC 9(9).
       01  LS-BAL-REJ                    PIC 9(9).
      *> Rule coverage report: every rule in force with the tests,
      *> violations and reorders the night's updates put it
      *> through, then the rules no update exercised at all - the
      *> candidates the business reviews before retiring rules.
       01  LS-COVERAGE-PATH              PIC X(115).
       01  LS-COVERAGE-STATUS            PIC X(2).
       01  LS-COV-RULE-IDX               PIC 9(3) USAGE COMP.
       01  LS-COV-AFTER-IDX              PIC 9(3) USAGE COMP.
       01  LS-COV-PASS                   PIC 9(1).
       01  LS-COV-PAGE-A                 PIC 99.
       01  LS-COV-PAGE-B                 PIC 99.
       01  LS-COV-TESTS-DISPLAY          PIC Z(5)9.
       01  LS-COV-VIOL-DISPLAY           PIC Z(5)9.
       01  LS-COV-REORD-DISPLAY          PIC Z(5)9.
       01  LS-COV-IN-FORCE               PIC 9(4) VALUE 0.
       01  LS-COV-EXERCISED              PIC 9(4) VALUE 0.
       01  LS-COV-UNUSED                 PIC 9(4) VALUE 0.
       COPY "rules" IN "05".
       COPY "update" IN "05".

           END-IF

           PERFORM CLOSE-RULE-QUALITY-REPORT
           PERFORM WRITE-RULE-COVERAGE-REPORT

           DISPLAY "RESULT: " LS-TOTAL-RESULT
           DISPLAY "CORRECTED RESULT: " LS-TOTAL-CORRECTED-RESULT
               FUNCTION TRIM(LS-RULEQ-PATH) ")"
           .

      *> Two passes over the rule set: pass 1 lists the rules some
      *> update tested or reordered on, pass 2 the rules none did.
       WRITE-RULE-COVERAGE-REPORT.
           STRING FUNCTION TRIM(LS-BATCH-FILE-PATH(1))
               DELIMITED BY SIZE
               ".rulecoverage" DELIMITED BY SIZE
               INTO LS-COVERAGE-PATH
           OPEN OUTPUT FD-COVERAGE
           IF LS-COVERAGE-STATUS NOT = "00"
               DISPLAY "DAY05: ERROR OPENING " LS-COVERAGE-PATH
                   " STATUS=" LS-COVERAGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-COVERAGE-RECORD
           STRING "RULE COVERAGE AS OF " LS-AS-OF-DATE
               DELIMITED BY SIZE
               INTO F-COVERAGE-RECORD
           WRITE F-COVERAGE-RECORD
           PERFORM VARYING LS-COV-PASS FROM 1 BY 1
               UNTIL LS-COV-PASS > 2
               MOVE SPACES TO F-COVERAGE-RECORD
               WRITE F-COVERAGE-RECORD
               IF LS-COV-PASS = 1
                   MOVE "EXERCISED RULES" TO F-COVERAGE-RECORD
               ELSE
                   MOVE "NEVER EXERCISED" TO F-COVERAGE-RECORD
               END-IF
               WRITE F-COVERAGE-RECORD
               PERFORM VARYING LS-COV-RULE-IDX FROM 1 BY 1
                   UNTIL LS-COV-RULE-IDX > RULES-SIZE
                   PERFORM VARYING LS-COV-AFTER-IDX FROM 1 BY 1
                       UNTIL LS-COV-AFTER-IDX >
                           RULE-AFTER-SIZE(LS-COV-RULE-IDX)
                       PERFORM WRITE-RULE-COVERAGE-LINE
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO F-COVERAGE-RECORD
           STRING "TOTALS in-force=" LS-COV-IN-FORCE
               " exercised=" LS-COV-EXERCISED
               " never-exercised=" LS-COV-UNUSED
               DELIMITED BY SIZE
               INTO F-COVERAGE-RECORD
           WRITE F-COVERAGE-RECORD
           CLOSE FD-COVERAGE
           DISPLAY "DAY05: rule coverage: " LS-COV-EXERCISED
               " of " LS-COV-IN-FORCE " rule(s) exercised, "
               LS-COV-UNUSED " never exercised (see "
               FUNCTION TRIM(LS-COVERAGE-PATH) ")"
           .

       WRITE-RULE-COVERAGE-LINE.
           MOVE RULE-KEY(LS-COV-RULE-IDX) TO LS-COV-PAGE-A
           MOVE RULE-AFTER-ITEM(LS-COV-RULE-IDX LS-COV-AFTER-IDX)
               TO LS-COV-PAGE-B
           MOVE SPACES TO F-COVERAGE-RECORD
           IF RULE-TEST-COUNT(LS-COV-RULE-IDX LS-COV-AFTER-IDX) = 0
               AND RULE-REORDER-COUNT(LS-COV-RULE-IDX
                   LS-COV-AFTER-IDX) = 0
               IF LS-COV-PASS = 2
                   ADD 1 TO LS-COV-IN-FORCE
                   ADD 1 TO LS-COV-UNUSED
                   STRING "RULE " LS-COV-PAGE-A "|" LS-COV-PAGE-B
                       DELIMITED BY SIZE
                       INTO F-COVERAGE-RECORD
                   WRITE F-COVERAGE-RECORD
               END-IF
           ELSE
               IF LS-COV-PASS = 1
                   ADD 1 TO LS-COV-IN-FORCE
                   ADD 1 TO LS-COV-EXERCISED
                   MOVE RULE-TEST-COUNT(LS-COV-RULE-IDX
                       LS-COV-AFTER-IDX) TO LS-COV-TESTS-DISPLAY
                   MOVE RULE-VIOLATION-COUNT(LS-COV-RULE-IDX
                       LS-COV-AFTER-IDX) TO LS-COV-VIOL-DISPLAY
                   MOVE RULE-REORDER-COUNT(LS-COV-RULE-IDX
                       LS-COV-AFTER-IDX) TO LS-COV-REORD-DISPLAY
                   STRING "RULE " LS-COV-PAGE-A "|" LS-COV-PAGE-B
                       " TESTS " LS-COV-TESTS-DISPLAY
                       " VIOLATIONS " LS-COV-VIOL-DISPLAY
                       " REORDERS " LS-COV-REORD-DISPLAY
                       DELIMITED BY SIZE
                       INTO F-COVERAGE-RECORD
                   WRITE F-COVERAGE-RECORD
               END-IF
           END-IF
           .

      *> Rules-only validation: a page listed twice in the same
      *> rule's after-list is a duplicate rule; X|Y alongside Y|X
      *> is a direct contradiction. Publishing ships these by
      *>
      *> Checks that the given rule is respected.
      *> If the rule "after" numbers appear in the update,
      *> they must be after the number X. Each pair found in the
      *> update counts as a test of that rule, and a failed test
      *> as a violation, for DAY05's rule coverage report.
      *>
      *> Returns 0 if the rule is respected, 1 otherwise.
      *> ===============================================================
                   WHEN UPDATE-ITEM(UPDATE-INDEX) =
                       RULE-AFTER-ITEM(RULE-AFTER-INDEX)

                       ADD 1 TO RULE-TEST-COUNT(RULE-AFTER-INDEX)
                       IF UPDATE-INDEX < IN-UPDATE-ITEM-INDEX
                       THEN
                           ADD 1 TO
                               RULE-VIOLATION-COUNT(RULE-AFTER-INDEX)
                           MOVE 1 TO RETURN-CODE
                           EXIT PERFORM
                       END-IF
                       IF RULE-AFTER-ITEM(RULE-INDEX,RULE-AFTER-INDEX)
                           = IN-ITEM-1
      *> Found item 1 in this list, return 1
      *> (item 2 should be before item 1); SORT-ITEMS swaps on it
                           ADD 1 TO RULE-REORDER-COUNT(RULE-INDEX,
                               RULE-AFTER-INDEX)
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                   END-PERFORM
