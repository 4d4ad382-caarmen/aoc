       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       01  LS-COMMAND-LINE                PIC X(120).
       01  LS-MODE-TOKEN                  PIC X(8).
       01  LS-ASM-OUT-PATH                PIC X(30).
       01  LS-REVISED-PATH                PIC X(30).
       01  LS-A-RANGE                     PIC X(40).
       01  LS-COMPARE-OPTIONS             PIC X(80).
       01  LS-COMMAND-PTR                 PIC 9(3).
       01  LS-LIBRARY-NAME                PIC X(16).
       01  LS-LIBRARY-VERSION             PIC X(6).
       01  LS-REGISTER-TOKEN              PIC X(20) OCCURS 4 TIMES
                                          VALUE SPACES.
       01  LS-TOKEN-IDX                   PIC 9(1).
       01  LS-OUTPUT-TEXT                 PIC X(60).
       01  LS-OUTPUT-PTR                  PIC 9(3).
       01  LS-FILE-PATH                   PIC X(30).
       01  LS-TRAILING-TOKEN-1            PIC X(16).
       01  LS-TRAILING-TOKEN-2            PIC X(16).
      *> profile - aligned against the disassembly, with a
      *> hot-spot ranking - to "<file>.profile":
      *>     day17 PROFILE <program-file> [BUDGET=n]
      *> A leading COMPARE token checks a revised program against
      *> the original over a range of register A values, and
      *> writes the equivalence report to "<revised-file>.equiv"
      *> (see COMPARE-PROGRAMS):
      *>     day17 COMPARE <original> <revised> <a-from>-<a-to>
      *>         [B=n] [C=n] [SAMPLE=n] [BUDGET=n]
      *> A leading LIBRARY token runs one version of a named
      *> program from the program library (see PROGLIB) once, from
      *> the registers given (0 when omitted), and prints its
      *> output. Under the nightly batch only an APPROVED version
      *> already effective will run:
      *>     day17 LIBRARY <name> <version> [A=n] [B=n] [C=n]
      *>         [BUDGET=n]
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           IF LS-COMMAND-LINE(1:8) = "LIBRARY "
               PERFORM RUN-LIBRARY-PROGRAM
               GOBACK
           END-IF
           IF LS-COMMAND-LINE(1:8) = "COMPARE "
               MOVE 1 TO LS-COMMAND-PTR
               UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                   INTO LS-MODE-TOKEN LS-FILE-PATH LS-REVISED-PATH
                        LS-A-RANGE
                   WITH POINTER LS-COMMAND-PTR
               MOVE SPACES TO LS-COMPARE-OPTIONS
               IF LS-COMMAND-PTR <= LENGTH OF LS-COMMAND-LINE
                   MOVE LS-COMMAND-LINE(LS-COMMAND-PTR:)
                       TO LS-COMPARE-OPTIONS
               END-IF
               CALL "COMPARE-PROGRAMS" USING
                   BY REFERENCE LS-FILE-PATH LS-REVISED-PATH
                   LS-A-RANGE LS-COMPARE-OPTIONS
                   OUTPUT-GRP PROFILE-GRP
               GOBACK
           END-IF
           IF LS-COMMAND-LINE(1:8) = "PROFILE "
               UNSTRING LS-COMMAND-LINE DELIMITED BY " "
                   INTO LS-MODE-TOKEN LS-FILE-PATH
           CALL "WRITE-RUN-LOG" USING
               "DAY17" LS-FILE-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
           GOBACK
           .

       RUN-LIBRARY-PROGRAM.
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE-TOKEN LS-LIBRARY-NAME LS-LIBRARY-VERSION
                    LS-REGISTER-TOKEN(1) LS-REGISTER-TOKEN(2)
                    LS-REGISTER-TOKEN(3) LS-REGISTER-TOKEN(4)
           IF LS-LIBRARY-NAME = SPACES
               OR FUNCTION TRIM(LS-LIBRARY-VERSION) IS NOT NUMERIC
               DISPLAY "DAY17: usage: day17 LIBRARY <name> <version> "
                   "[A=n] [B=n] [C=n] [BUDGET=n]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "LOAD-LIBRARY-PROGRAM" USING
               BY REFERENCE LS-LIBRARY-NAME LS-LIBRARY-VERSION
               PROG-GRP
           PERFORM VARYING LS-TOKEN-IDX FROM 1 BY 1
               UNTIL LS-TOKEN-IDX > 4
               EVALUATE TRUE
                   WHEN LS-REGISTER-TOKEN(LS-TOKEN-IDX) = SPACES
                       CONTINUE
                   WHEN LS-REGISTER-TOKEN(LS-TOKEN-IDX)(1:2) = "A="
                       COMPUTE PROG-REG-A = FUNCTION NUMVAL(
                           LS-REGISTER-TOKEN(LS-TOKEN-IDX)(3:18))
                   WHEN LS-REGISTER-TOKEN(LS-TOKEN-IDX)(1:2) = "B="
                       COMPUTE PROG-REG-B = FUNCTION NUMVAL(
                           LS-REGISTER-TOKEN(LS-TOKEN-IDX)(3:18))
                   WHEN LS-REGISTER-TOKEN(LS-TOKEN-IDX)(1:2) = "C="
                       COMPUTE PROG-REG-C = FUNCTION NUMVAL(
                           LS-REGISTER-TOKEN(LS-TOKEN-IDX)(3:18))
                   WHEN LS-REGISTER-TOKEN(LS-TOKEN-IDX)(1:7)
                       = "BUDGET="
                       COMPUTE LS-CYCLE-BUDGET = FUNCTION NUMVAL(
                           LS-REGISTER-TOKEN(LS-TOKEN-IDX)(8:13))
                   WHEN OTHER
                       DISPLAY "DAY17: LIBRARY option not "
                           "recognised: " FUNCTION TRIM(
                               LS-REGISTER-TOKEN(LS-TOKEN-IDX))
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM
           MOVE PROG-REG-A TO LS-INIT-REG-A
      *> The run log and the state dump are filed under
      *> "<name>@<version>", the library's name for the program.
           MOVE SPACES TO LS-FILE-PATH
           STRING FUNCTION TRIM(LS-LIBRARY-NAME) DELIMITED BY SIZE
               "@" DELIMITED BY SIZE
               FUNCTION TRIM(LS-LIBRARY-VERSION) DELIMITED BY SIZE
               INTO LS-FILE-PATH
           STRING FUNCTION TRIM(LS-FILE-PATH) DELIMITED BY SIZE
               ".dump" DELIMITED BY SIZE
               INTO LS-DUMP-PATH
           SET LS-TRACE-FLAG TO 0
           SET OUTPUT-SIZE TO 0
           CALL "RUN-PROGRAM" USING
               BY REFERENCE
               PROG-GRP
               OUTPUT-GRP
               LS-TRACE-FLAG
               LS-CYCLE-BUDGET
               LS-DUMP-PATH
               PROFILE-GRP
               RETURNING LS-PROGRAM-RESULT
           IF LS-PROGRAM-RESULT = 2
               DISPLAY "DAY17: instruction budget "
                   LS-CYCLE-BUDGET " exceeded; state dump "
                   "in " FUNCTION TRIM(LS-DUMP-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-OUTPUT-TEXT
           MOVE 1 TO LS-OUTPUT-PTR
           PERFORM VARYING OUTPUT-INDEX FROM 1 BY 1
               UNTIL OUTPUT-INDEX > OUTPUT-SIZE
                   OR LS-OUTPUT-PTR > 58
               IF OUTPUT-INDEX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO LS-OUTPUT-TEXT
                       WITH POINTER LS-OUTPUT-PTR
               END-IF
               STRING OUTPUT-ITEM(OUTPUT-INDEX) DELIMITED BY SIZE
                   INTO LS-OUTPUT-TEXT
                   WITH POINTER LS-OUTPUT-PTR
           END-PERFORM
           DISPLAY "DAY17: " FUNCTION TRIM(LS-FILE-PATH)
               " output: " FUNCTION TRIM(LS-OUTPUT-TEXT)

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           MOVE LS-INIT-REG-A TO LS-INIT-REG-A-DISPLAY
           STRING "register a=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-INIT-REG-A-DISPLAY) DELIMITED BY SIZE
               " output=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-OUTPUT-TEXT) DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "DAY17" LS-FILE-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
           MOVE 0 TO RETURN-CODE
           .
       END PROGRAM DAY17.

      *> ===============================================================
      *> LOAD-LIBRARY-PROGRAM.
      *>
      *> Fetch one version of a named program from the program
      *> library into PROG-GRP, registers zeroed. A RETIRED version
      *> never runs. Under the nightly batch - a step DAYBATCH
      *> launched, recognised by its RUNID - only an APPROVED
      *> version whose effective date has arrived may run; run by
      *> hand, a DRAFT or a not-yet-effective version is allowed
      *> for testing, with a warning.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAD-LIBRARY-PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LIBRARY ASSIGN TO LS-LIBRARY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-KEY
               FILE STATUS IS LS-LIBRARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LIBRARY.
       COPY "proglib" IN "17".

       LOCAL-STORAGE SECTION.
       01  LS-LIBRARY-PATH                PIC X(100).
       01  LS-LIBRARY-STATUS              PIC X(2).
       01  LS-PARM-VALUE                  PIC X(200).
       01  LS-RUN-ID                      PIC X(40).
       01  LS-TODAY                       PIC X(21).
       01  LS-LINE-PTR                    PIC 9(2).

       LINKAGE SECTION.
       01  IN-NAME                        PIC X(16).
       01  IN-VERSION                     PIC X(6).
       COPY "prog" IN "17".

       PROCEDURE DIVISION USING BY REFERENCE
           IN-NAME IN-VERSION PROG-GRP.

           MOVE FUNCTION CURRENT-DATE TO LS-TODAY
           CALL "GET-PARAMETER" USING
               "PROGLIB             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-LIBRARY-PATH
           IF LS-LIBRARY-PATH = SPACES
               MOVE "program.library" TO LS-LIBRARY-PATH
           END-IF
           OPEN INPUT FD-LIBRARY
           IF LS-LIBRARY-STATUS NOT = "00"
               DISPLAY "DAY17: program library not found or "
                   "unreadable: " FUNCTION TRIM(LS-LIBRARY-PATH)
                   " (status " LS-LIBRARY-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PROGRAM-LIBRARY-RECORD
           MOVE IN-NAME TO PL-NAME
           COMPUTE PL-VERSION = FUNCTION NUMVAL(IN-VERSION)
           READ FD-LIBRARY
               INVALID KEY
                   DISPLAY "DAY17: " FUNCTION TRIM(IN-NAME)
                       " version " FUNCTION TRIM(IN-VERSION)
                       " is not in the program library"
                   MOVE 8 TO RETURN-CODE
                   CLOSE FD-LIBRARY
                   STOP RUN
           END-READ
           CLOSE FD-LIBRARY

           IF PL-STATUS = "RETIRED"
               DISPLAY "DAY17: " FUNCTION TRIM(IN-NAME)
                   " version " PL-VERSION " is RETIRED and may "
                   "not be run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT LS-RUN-ID FROM ENVIRONMENT "RUNID"
           IF PL-STATUS NOT = "APPROVED"
               OR PL-EFFECTIVE-DATE > LS-TODAY(1:8)
               IF LS-RUN-ID NOT = SPACES
                   DISPLAY "DAY17: " FUNCTION TRIM(IN-NAME)
                       " version " PL-VERSION " is "
                       FUNCTION TRIM(PL-STATUS) ", effective "
                       PL-EFFECTIVE-DATE "; only an approved, "
                       "effective version runs in the nightly batch"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "DAY17: WARNING - " FUNCTION TRIM(IN-NAME)
                   " version " PL-VERSION " is "
                   FUNCTION TRIM(PL-STATUS) ", effective "
                   PL-EFFECTIVE-DATE "; not cleared for the nightly "
                   "batch"
           END-IF

           MOVE 0 TO PROG-REG-A
           MOVE 0 TO PROG-REG-B
           MOVE 0 TO PROG-REG-C
           MOVE 0 TO PROG-SIZE
           SET LS-LINE-PTR TO 1
           PERFORM UNTIL LS-LINE-PTR >
               LENGTH OF FUNCTION TRIM(PL-OPCODES)
               ADD 2 TO PROG-SIZE
               UNSTRING PL-OPCODES
                   DELIMITED BY ","
                   INTO
                       PROG-ITEM(PROG-SIZE - 1)
                       PROG-ITEM(PROG-SIZE)
                   WITH POINTER LS-LINE-PTR
               END-UNSTRING
           END-PERFORM
           GOBACK.
       END PROGRAM LOAD-LIBRARY-PROGRAM.

      *> ===============================================================
      *> PARSE-FILE.
      *> ===============================================================
           ADD 2 TO LS-ITEM-COUNT
           .
       END PROGRAM ASSEMBLE-PROGRAM.

      *> ===============================================================
      *> COMPARE-PROGRAMS.
      *>
      *> Output equivalence check for a revised chronospatial
      *> program - typically one the assembler produced as an
      *> optimised rewrite - against the original. Both programs
      *> are run through RUN-PROGRAM for every register A value in
      *> the range, with the same fixed B and C (0 unless given),
      *> and their outputs compared. A range wider than the sample
      *> limit (SAMPLE=n, default 100000 values) is sampled at an
      *> even stride, made odd so the sample does not fall on one
      *> residue of the 3-bit shifts these programs are built on;
      *> the top of the range is always tested. Every run is
      *> guarded by the instruction budget (BUDGET=n, default
      *> 100000) so a revised program that spins cannot hang the
      *> check.
      *>
      *> The report, "<revised-file>.equiv", gives the values
      *> tested, matching and differing, the first differing A
      *> with both outputs side by side, and the instruction
      *> counts of the two programs over all tested values, per
      *> opcode from the profiler tallies. Only a report ending
      *> EQUIVALENT returns 0; a difference returns 8, and runs
      *> cut short by the budget with no difference found
      *> return 4.
      *>
      *> The verdict also goes on the run log under DAY17, with the
      *> revised program's opcode list,
      *>
      *>     COMPARE EQUIVALENT program=<opcodes> original=<file>
      *>
      *> (NOT-EQUIVALENT or INCONCLUSIVE otherwise), which is what
      *> PROGLIB APPROVE looks for before it signs a version off.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARE-PROGRAMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-EQUIV ASSIGN TO LS-EQUIV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-EQUIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-EQUIV.
       01  F-EQUIV-RECORD                 PIC X(132).

       LOCAL-STORAGE SECTION.
       01  C-MAX-OUTPUT                   CONSTANT 999.
       01  LS-EQUIV-PATH                  PIC X(40).
       01  LS-EQUIV-STATUS                PIC X(2).
       01  LS-DUMP-PATH                   PIC X(40).
       01  LS-EXPECTED-COUNT              PIC 9(4) VALUE 0.
       01  LS-TRACE-FLAG                  PIC 9(1) VALUE 0.
       01  LS-CYCLE-BUDGET                PIC 9(9) VALUE 100000.
       01  LS-SAMPLE-LIMIT                PIC 9(9) VALUE 100000.
       01  LS-FIXED-REG-B                 PIC 9(16) COMP VALUE 0.
       01  LS-FIXED-REG-C                 PIC 9(16) COMP VALUE 0.
       01  LS-OPTION-TOKEN                PIC X(20) OCCURS 4 TIMES
                                          VALUE SPACES.
       01  LS-OPTION-IDX                  PIC 9(1).
       01  LS-A-FROM-TEXT                 PIC X(20).
       01  LS-A-TO-TEXT                   PIC X(20).
       01  LS-A-FROM                      PIC 9(16) COMP.
       01  LS-A-TO                        PIC 9(16) COMP.
       01  LS-A                           PIC 9(16) COMP.
       01  LS-RANGE-COUNT                 PIC 9(16) COMP.
       01  LS-STRIDE                      PIC 9(16) COMP VALUE 1.
       01  LS-LAST-DONE                   PIC 9(1).
       01  LS-RESULT-1                    PIC 9(1).
       01  LS-RESULT-2                    PIC 9(1).
      *> Output of the original program for the current A, held
      *> one digit per item while the revised program runs.
       01  LS-OUT-SIZE-1                  PIC 9(9).
       01  LS-OUT-DIGITS-1                PIC X(999).
       01  LS-OUT-SIZE-2                  PIC 9(9).
       01  LS-OUT-DIGITS-2                PIC X(999).
       01  LS-OUT-IDX                     PIC 9(9).
       01  LS-DIFF-POS                    PIC 9(9).
       01  LS-TESTED-COUNT                PIC 9(16) COMP VALUE 0.
       01  LS-MATCH-COUNT                 PIC 9(16) COMP VALUE 0.
       01  LS-DIFFER-COUNT                PIC 9(16) COMP VALUE 0.
       01  LS-BUDGET-COUNT                PIC 9(16) COMP VALUE 0.
      *> The first difference, kept for the side-by-side lines.
       01  LS-FIRST-DIFF-FOUND            PIC 9(1) VALUE 0.
       01  LS-FIRST-DIFF-A                PIC 9(16) COMP.
       01  LS-FIRST-DIFF-POS              PIC 9(9).
       01  LS-FIRST-SIZE-1                PIC 9(9).
       01  LS-FIRST-DIGITS-1              PIC X(999).
       01  LS-FIRST-SIZE-2                PIC 9(9).
       01  LS-FIRST-DIGITS-2              PIC X(999).
      *> Instructions executed over all tested values, per opcode
      *> (slot = opcode + 1) for the original and the revised.
       01  LS-OP-TOTALS OCCURS 8 TIMES.
           05  LS-OP-TOTAL-1              PIC 9(18) COMP VALUE 0.
           05  LS-OP-TOTAL-2              PIC 9(18) COMP VALUE 0.
       01  LS-GRAND-TOTAL-1               PIC 9(18) COMP VALUE 0.
       01  LS-GRAND-TOTAL-2               PIC 9(18) COMP VALUE 0.
       01  LS-OP-IDX                      PIC 9(1).
       01  LS-OPCODE                      PIC 9(1).
       01  LS-OPERAND                     PIC 9(1).
       01  LS-MNEMONIC                    PIC X(3).
       01  LS-OPERAND-KIND                PIC X(30).
       01  LS-LIST-TEXT                   PIC X(100).
       01  LS-LIST-PTR                    PIC 9(3).
       01  LS-MARK-COL                    PIC 9(3).
       01  LS-NUM-DISPLAY                 PIC Z(17)9.
       01  LS-NUM-DISPLAY-2               PIC Z(17)9.
       01  LS-COUNT-DISPLAY               PIC Z(17)9.
       01  LS-COUNT-DISPLAY-2             PIC Z(17)9.
       01  LS-RESULT-TEXT                 PIC X(70).
       01  LS-RUN-START-TS                PIC X(21).
       01  LS-RUN-END-TS                  PIC X(21).
       01  LS-RUN-PATH                    PIC X(100).
       01  LS-RUN-RESULT                  PIC X(200).
       01  LS-VERDICT                     PIC X(16).
       COPY "prog" IN "17".
       COPY "prog" IN "17"
           REPLACING LEADING ==PROG-== BY ==REVISED-==.

       LINKAGE SECTION.
       01  IN-ORIGINAL-PATH               PIC X(30).
       01  IN-REVISED-PATH                PIC X(30).
       01  IN-A-RANGE                     PIC X(40).
       01  IN-OPTIONS                     PIC X(80).
       COPY "output" IN "17".
       COPY "profile" IN "17".

       PROCEDURE DIVISION USING BY REFERENCE
           IN-ORIGINAL-PATH IN-REVISED-PATH IN-A-RANGE IN-OPTIONS
           OUTPUT-GRP PROFILE-GRP.

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
           UNSTRING IN-A-RANGE DELIMITED BY "-"
               INTO LS-A-FROM-TEXT LS-A-TO-TEXT
           IF IN-REVISED-PATH = SPACES
               OR FUNCTION TRIM(LS-A-FROM-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(LS-A-TO-TEXT) IS NOT NUMERIC
               DISPLAY "DAY17: usage: day17 COMPARE <original> "
                   "<revised> <a-from>-<a-to> [B=n] [C=n] "
                   "[SAMPLE=n] [BUDGET=n]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE LS-A-FROM = FUNCTION NUMVAL(LS-A-FROM-TEXT)
           COMPUTE LS-A-TO = FUNCTION NUMVAL(LS-A-TO-TEXT)
           IF LS-A-TO < LS-A-FROM
               DISPLAY "DAY17: register A range "
                   FUNCTION TRIM(IN-A-RANGE) " is empty"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           UNSTRING IN-OPTIONS DELIMITED BY ALL " "
               INTO LS-OPTION-TOKEN(1) LS-OPTION-TOKEN(2)
                    LS-OPTION-TOKEN(3) LS-OPTION-TOKEN(4)
           PERFORM VARYING LS-OPTION-IDX FROM 1 BY 1
               UNTIL LS-OPTION-IDX > 4
               PERFORM APPLY-OPTION
           END-PERFORM

           MOVE 0 TO PROG-SIZE
           CALL "PARSE-FILE" USING
               BY REFERENCE IN-ORIGINAL-PATH
               PROG-GRP
               LS-EXPECTED-COUNT
           MOVE 0 TO REVISED-SIZE
           CALL "PARSE-FILE" USING
               BY REFERENCE IN-REVISED-PATH
               REVISED-GRP
               LS-EXPECTED-COUNT

      *> Sample stride: the whole range when it fits the limit,
      *> otherwise the smallest odd stride that brings it within.
           COMPUTE LS-RANGE-COUNT = LS-A-TO - LS-A-FROM + 1
           IF LS-SAMPLE-LIMIT > 0 AND LS-RANGE-COUNT > LS-SAMPLE-LIMIT
               COMPUTE LS-STRIDE =
                   (LS-RANGE-COUNT + LS-SAMPLE-LIMIT - 1)
                   / LS-SAMPLE-LIMIT
               IF FUNCTION MOD(LS-STRIDE, 2) = 0
                   ADD 1 TO LS-STRIDE
               END-IF
           END-IF

           STRING FUNCTION TRIM(IN-REVISED-PATH) DELIMITED BY SIZE
               ".dump" DELIMITED BY SIZE
               INTO LS-DUMP-PATH
           MOVE 0 TO LS-LAST-DONE
           MOVE LS-A-FROM TO LS-A
           PERFORM UNTIL LS-LAST-DONE = 1
               IF LS-A = LS-A-TO
                   MOVE 1 TO LS-LAST-DONE
               END-IF
               PERFORM COMPARE-ONE-VALUE
               IF LS-A-TO - LS-A > LS-STRIDE
                   ADD LS-STRIDE TO LS-A
               ELSE
                   MOVE LS-A-TO TO LS-A
               END-IF
           END-PERFORM

           PERFORM WRITE-EQUIVALENCE-REPORT
           PERFORM LOG-COMPARE-VERDICT
           EVALUATE TRUE
               WHEN LS-DIFFER-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN LS-BUDGET-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *> The revised program goes on the log as the comma list of
      *> its opcodes, the form PROGLIB files a version in.
       LOG-COMPARE-VERDICT.
           EVALUATE TRUE
               WHEN LS-DIFFER-COUNT > 0
                   MOVE "NOT-EQUIVALENT" TO LS-VERDICT
               WHEN LS-BUDGET-COUNT > 0
                   MOVE "INCONCLUSIVE" TO LS-VERDICT
               WHEN OTHER
                   MOVE "EQUIVALENT" TO LS-VERDICT
           END-EVALUATE
           MOVE SPACES TO LS-LIST-TEXT
           MOVE 1 TO LS-LIST-PTR
           PERFORM VARYING LS-OUT-IDX FROM 1 BY 1
               UNTIL LS-OUT-IDX > REVISED-SIZE
               IF LS-OUT-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO LS-LIST-TEXT
                       WITH POINTER LS-LIST-PTR
               END-IF
               STRING REVISED-ITEM(LS-OUT-IDX) DELIMITED BY SIZE
                   INTO LS-LIST-TEXT
                   WITH POINTER LS-LIST-PTR
           END-PERFORM
           MOVE SPACES TO LS-RUN-RESULT
           STRING "COMPARE " DELIMITED BY SIZE
               FUNCTION TRIM(LS-VERDICT) DELIMITED BY SIZE
               " program=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-LIST-TEXT) DELIMITED BY SIZE
               " original=" DELIMITED BY SIZE
               FUNCTION TRIM(IN-ORIGINAL-PATH) DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           MOVE IN-REVISED-PATH TO LS-RUN-PATH
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           CALL "WRITE-RUN-LOG" USING
               "DAY17   " LS-RUN-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
           .

       APPLY-OPTION.
           EVALUATE TRUE
               WHEN LS-OPTION-TOKEN(LS-OPTION-IDX) = SPACES
                   CONTINUE
               WHEN LS-OPTION-TOKEN(LS-OPTION-IDX)(1:2) = "B="
                   COMPUTE LS-FIXED-REG-B = FUNCTION NUMVAL(
                       LS-OPTION-TOKEN(LS-OPTION-IDX)(3:18))
               WHEN LS-OPTION-TOKEN(LS-OPTION-IDX)(1:2) = "C="
                   COMPUTE LS-FIXED-REG-C = FUNCTION NUMVAL(
                       LS-OPTION-TOKEN(LS-OPTION-IDX)(3:18))
               WHEN LS-OPTION-TOKEN(LS-OPTION-IDX)(1:7) = "SAMPLE="
                   COMPUTE LS-SAMPLE-LIMIT = FUNCTION NUMVAL(
                       LS-OPTION-TOKEN(LS-OPTION-IDX)(8:13))
               WHEN LS-OPTION-TOKEN(LS-OPTION-IDX)(1:7) = "BUDGET="
                   COMPUTE LS-CYCLE-BUDGET = FUNCTION NUMVAL(
                       LS-OPTION-TOKEN(LS-OPTION-IDX)(8:13))
               WHEN OTHER
                   DISPLAY "DAY17: COMPARE option not recognised: "
                       FUNCTION TRIM(LS-OPTION-TOKEN(LS-OPTION-IDX))
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

      *> Run both programs from the same registers and compare what
      *> they print. A run the budget cut short proves nothing
      *> either way, so it is counted apart from matches and
      *> differences.
       COMPARE-ONE-VALUE.
           ADD 1 TO LS-TESTED-COUNT

           MOVE LS-A TO PROG-REG-A
           MOVE LS-FIXED-REG-B TO PROG-REG-B
           MOVE LS-FIXED-REG-C TO PROG-REG-C
           INITIALIZE PROFILE-GRP
           MOVE 1 TO PROFILE-ENABLED
           SET OUTPUT-SIZE TO 0
           CALL "RUN-PROGRAM" USING
               BY REFERENCE
               PROG-GRP
               OUTPUT-GRP
               LS-TRACE-FLAG
               LS-CYCLE-BUDGET
               LS-DUMP-PATH
               PROFILE-GRP
           MOVE RETURN-CODE TO LS-RESULT-1
           PERFORM VARYING LS-OP-IDX FROM 1 BY 1 UNTIL LS-OP-IDX > 8
               ADD PROFILE-OP-COUNT(LS-OP-IDX)
                   TO LS-OP-TOTAL-1(LS-OP-IDX)
               ADD PROFILE-OP-COUNT(LS-OP-IDX) TO LS-GRAND-TOTAL-1
           END-PERFORM
           MOVE OUTPUT-SIZE TO LS-OUT-SIZE-1
           MOVE SPACES TO LS-OUT-DIGITS-1
           PERFORM VARYING LS-OUT-IDX FROM 1 BY 1
               UNTIL LS-OUT-IDX > OUTPUT-SIZE
                   OR LS-OUT-IDX > C-MAX-OUTPUT
               MOVE OUTPUT-ITEM(LS-OUT-IDX)
                   TO LS-OUT-DIGITS-1(LS-OUT-IDX:1)
           END-PERFORM

           MOVE LS-A TO REVISED-REG-A
           MOVE LS-FIXED-REG-B TO REVISED-REG-B
           MOVE LS-FIXED-REG-C TO REVISED-REG-C
           INITIALIZE PROFILE-GRP
           MOVE 1 TO PROFILE-ENABLED
           SET OUTPUT-SIZE TO 0
           CALL "RUN-PROGRAM" USING
               BY REFERENCE
               REVISED-GRP
               OUTPUT-GRP
               LS-TRACE-FLAG
               LS-CYCLE-BUDGET
               LS-DUMP-PATH
               PROFILE-GRP
           MOVE RETURN-CODE TO LS-RESULT-2
           PERFORM VARYING LS-OP-IDX FROM 1 BY 1 UNTIL LS-OP-IDX > 8
               ADD PROFILE-OP-COUNT(LS-OP-IDX)
                   TO LS-OP-TOTAL-2(LS-OP-IDX)
               ADD PROFILE-OP-COUNT(LS-OP-IDX) TO LS-GRAND-TOTAL-2
           END-PERFORM
           MOVE OUTPUT-SIZE TO LS-OUT-SIZE-2
           MOVE SPACES TO LS-OUT-DIGITS-2
           PERFORM VARYING LS-OUT-IDX FROM 1 BY 1
               UNTIL LS-OUT-IDX > OUTPUT-SIZE
                   OR LS-OUT-IDX > C-MAX-OUTPUT
               MOVE OUTPUT-ITEM(LS-OUT-IDX)
                   TO LS-OUT-DIGITS-2(LS-OUT-IDX:1)
           END-PERFORM

           IF LS-RESULT-1 = 2 OR LS-RESULT-2 = 2
               ADD 1 TO LS-BUDGET-COUNT
               EXIT PARAGRAPH
           END-IF
           IF LS-OUT-SIZE-1 = LS-OUT-SIZE-2
               AND LS-OUT-DIGITS-1 = LS-OUT-DIGITS-2
               ADD 1 TO LS-MATCH-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LS-DIFFER-COUNT
           IF LS-FIRST-DIFF-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-FIRST-DIFF-FOUND
           MOVE LS-A TO LS-FIRST-DIFF-A
           MOVE LS-OUT-SIZE-1 TO LS-FIRST-SIZE-1
           MOVE LS-OUT-DIGITS-1 TO LS-FIRST-DIGITS-1
           MOVE LS-OUT-SIZE-2 TO LS-FIRST-SIZE-2
           MOVE LS-OUT-DIGITS-2 TO LS-FIRST-DIGITS-2
           MOVE 1 TO LS-DIFF-POS
           PERFORM UNTIL LS-DIFF-POS > C-MAX-OUTPUT
               OR LS-OUT-DIGITS-1(LS-DIFF-POS:1)
                   NOT = LS-OUT-DIGITS-2(LS-DIFF-POS:1)
               ADD 1 TO LS-DIFF-POS
           END-PERFORM
           MOVE LS-DIFF-POS TO LS-FIRST-DIFF-POS
           .

       WRITE-EQUIVALENCE-REPORT.
           STRING FUNCTION TRIM(IN-REVISED-PATH) DELIMITED BY SIZE
               ".equiv" DELIMITED BY SIZE
               INTO LS-EQUIV-PATH
           OPEN OUTPUT FD-EQUIV
           IF LS-EQUIV-STATUS NOT = "00"
               DISPLAY "DAY17: ERROR OPENING " LS-EQUIV-PATH
                   " STATUS=" LS-EQUIV-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "DAY17 OUTPUT EQUIVALENCE CHECK" TO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "ORIGINAL PROGRAM: " DELIMITED BY SIZE
               FUNCTION TRIM(IN-ORIGINAL-PATH) DELIMITED BY SIZE
               INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "REVISED PROGRAM:  " DELIMITED BY SIZE
               FUNCTION TRIM(IN-REVISED-PATH) DELIMITED BY SIZE
               INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE LS-A-FROM TO LS-NUM-DISPLAY
           MOVE LS-A-TO TO LS-NUM-DISPLAY-2
           MOVE LS-RANGE-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "REGISTER A:       " DELIMITED BY SIZE
               FUNCTION TRIM(LS-NUM-DISPLAY) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FUNCTION TRIM(LS-NUM-DISPLAY-2) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               " VALUES)" DELIMITED BY SIZE
               INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE LS-FIXED-REG-B TO LS-NUM-DISPLAY
           MOVE LS-FIXED-REG-C TO LS-NUM-DISPLAY-2
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "REGISTER B / C:   " DELIMITED BY SIZE
               FUNCTION TRIM(LS-NUM-DISPLAY) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(LS-NUM-DISPLAY-2) DELIMITED BY SIZE
               INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE SPACES TO F-EQUIV-RECORD
           IF LS-STRIDE = 1
               MOVE "SAMPLING:         EVERY VALUE IN THE RANGE"
                   TO F-EQUIV-RECORD
           ELSE
               MOVE LS-STRIDE TO LS-NUM-DISPLAY
               STRING "SAMPLING:         STRIDE OF " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-NUM-DISPLAY) DELIMITED BY SIZE
                   ", PLUS THE TOP OF THE RANGE" DELIMITED BY SIZE
                   INTO F-EQUIV-RECORD
           END-IF
           WRITE F-EQUIV-RECORD
           MOVE LS-CYCLE-BUDGET TO LS-NUM-DISPLAY
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "BUDGET PER RUN:   " DELIMITED BY SIZE
               FUNCTION TRIM(LS-NUM-DISPLAY) DELIMITED BY SIZE
               " INSTRUCTIONS" DELIMITED BY SIZE
               INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD

           MOVE SPACES TO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE LS-TESTED-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "VALUES TESTED     " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE LS-MATCH-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "OUTPUTS MATCHING  " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE LS-DIFFER-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "OUTPUTS DIFFERING " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE LS-BUDGET-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "OVER BUDGET       " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD

           IF LS-FIRST-DIFF-FOUND = 1
               PERFORM WRITE-FIRST-DIFFERENCE
           END-IF

           MOVE SPACES TO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE "INSTRUCTIONS EXECUTED OVER ALL TESTED VALUES"
               TO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE "  OPCODE            ORIGINAL            REVISED"
               TO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           PERFORM VARYING LS-OP-IDX FROM 0 BY 1
               UNTIL LS-OP-IDX > 7
               MOVE LS-OP-IDX TO LS-OPCODE
               MOVE 0 TO LS-OPERAND
               CALL "DECODE-INSTRUCTION" USING
                   BY REFERENCE LS-OPCODE LS-OPERAND
                   LS-MNEMONIC LS-OPERAND-KIND
               MOVE LS-OP-TOTAL-1(LS-OP-IDX + 1) TO LS-COUNT-DISPLAY
               MOVE LS-OP-TOTAL-2(LS-OP-IDX + 1)
                   TO LS-COUNT-DISPLAY-2
               MOVE SPACES TO F-EQUIV-RECORD
               STRING "  " LS-MNEMONIC " (" LS-OP-IDX ") "
                   LS-COUNT-DISPLAY " " LS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO F-EQUIV-RECORD
               WRITE F-EQUIV-RECORD
           END-PERFORM
           MOVE LS-GRAND-TOTAL-1 TO LS-COUNT-DISPLAY
           MOVE LS-GRAND-TOTAL-2 TO LS-COUNT-DISPLAY-2
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "  TOTAL   " LS-COUNT-DISPLAY " " LS-COUNT-DISPLAY-2
               DELIMITED BY SIZE
               INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD

           EVALUATE TRUE
               WHEN LS-DIFFER-COUNT > 0
                   MOVE "RESULT: NOT EQUIVALENT - REVISED PROGRAM "
                       & "MUST NOT BE PROMOTED" TO LS-RESULT-TEXT
               WHEN LS-BUDGET-COUNT > 0
                   MOVE "RESULT: INCONCLUSIVE - RUNS EXCEEDED THE "
                       & "BUDGET" TO LS-RESULT-TEXT
               WHEN OTHER
                   MOVE "RESULT: EQUIVALENT OVER THE TESTED VALUES"
                       TO LS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE LS-RESULT-TEXT TO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           CLOSE FD-EQUIV
           DISPLAY "DAY17: " FUNCTION TRIM(LS-RESULT-TEXT)
               "; report in " FUNCTION TRIM(LS-EQUIV-PATH)
           .

      *> Both outputs of the first differing A, one under the
      *> other as comma lists, with a caret under the first item
      *> where they part company.
       WRITE-FIRST-DIFFERENCE.
           MOVE SPACES TO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE LS-FIRST-DIFF-A TO LS-NUM-DISPLAY
           MOVE LS-FIRST-DIFF-POS TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "FIRST DIFFERENCE AT REGISTER A = " DELIMITED BY SIZE
               FUNCTION TRIM(LS-NUM-DISPLAY) DELIMITED BY SIZE
               ", OUTPUT ITEM " DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD

           MOVE LS-FIRST-SIZE-1 TO LS-OUT-SIZE-1
           MOVE LS-FIRST-DIGITS-1 TO LS-OUT-DIGITS-1
           PERFORM FORMAT-OUTPUT-LIST
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "  ORIGINAL: " LS-LIST-TEXT
               DELIMITED BY SIZE INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
           MOVE LS-FIRST-SIZE-2 TO LS-OUT-SIZE-1
           MOVE LS-FIRST-DIGITS-2 TO LS-OUT-DIGITS-1
           PERFORM FORMAT-OUTPUT-LIST
           MOVE SPACES TO F-EQUIV-RECORD
           STRING "  REVISED:  " LS-LIST-TEXT
               DELIMITED BY SIZE INTO F-EQUIV-RECORD
           WRITE F-EQUIV-RECORD
      *> Item n sits at column 2n - 1 of the list.
           MOVE SPACES TO F-EQUIV-RECORD
           COMPUTE LS-MARK-COL = 12 + 2 * LS-FIRST-DIFF-POS - 1
           IF LS-MARK-COL <= 12 + 99
               MOVE "^" TO F-EQUIV-RECORD(LS-MARK-COL:1)
               WRITE F-EQUIV-RECORD
           END-IF
           .

      *> The held output (LS-OUT-DIGITS-1) as "d,d,d", the way the
      *> puzzle prints it; an empty output shows as "(none)".
       FORMAT-OUTPUT-LIST.
           MOVE SPACES TO LS-LIST-TEXT
           IF LS-OUT-SIZE-1 = 0
               MOVE "(none)" TO LS-LIST-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-LIST-PTR
           PERFORM VARYING LS-OUT-IDX FROM 1 BY 1
               UNTIL LS-OUT-IDX > LS-OUT-SIZE-1
                   OR LS-OUT-IDX > 50
               IF LS-OUT-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO LS-LIST-TEXT
                       WITH POINTER LS-LIST-PTR
               END-IF
               STRING LS-OUT-DIGITS-1(LS-OUT-IDX:1) DELIMITED BY SIZE
                   INTO LS-LIST-TEXT
                   WITH POINTER LS-LIST-PTR
           END-PERFORM
           .
       END PROGRAM COMPARE-PROGRAMS.
