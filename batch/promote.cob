       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTE.

      *> Promotion of a master from the test environment to
      *> production. A master change is rehearsed against the test
      *> copy; instead of keying it again by hand in production,
      *> the test master is compared with the production one and
      *> the record-level differences are packaged as that
      *> master's own transactions, which production then applies
      *> through its normal maintenance program - with its
      *> validation, before-image journal, run log, maker-checker
      *> and change-freeze gates exactly as a hand-keyed batch.
      *>
      *>     promote PACKAGE <master> <test-master> <prod-master>
      *>             <package-file>
      *>     promote APPLY <package-file>
      *>     promote VERIFY <package-file>
      *>
      *> Masters, their programs and the transactions a difference
      *> becomes (a test record missing from production is added, a
      *> production record missing from the test master removed,
      *> where the program can do either):
      *>
      *>   RULES     DAY05 rule master, RULEMAINT: ADD nn|nn <from>
      *>             and DEL nn|nn <to> - the rule history is never
      *>             deleted, so a production record the test master
      *>             lacks, or a rule ended on another date, cannot
      *>             be promoted
      *>   ANTENNA   antenna master, ANTMAINT: ADD / DEL s rr cc;
      *>             the grid SIZE is not maintained by transaction
      *>   LOCKKEY   lock and key masters (base name), LOCKMAINT:
      *>             ADD / RET LOCK|KEY ppppp; retired records are
      *>             never removed
      *>   TOWEL     DAY19 towel master, TOWELPOST STOCK: SET / DRP
      *>             of the STOCK lines; the pattern lines are not
      *>             maintained by transaction
      *>   SUSPENSE  DAY01 suspense master: compared only, since its
      *>             items are opened and cleared by the nightly
      *>             SUSPMAINT merge and nothing else
      *>   STEPCAT   DAYBATCH step catalog registry, STEPCAT APPLY:
      *>             ADD (then UPD with DEPENDS=, so steps added
      *>             together may depend on each other), UPD, RET;
      *>             a retired step cannot be reinstated, a step not
      *>             removed, a calendar or dependency not cleared
      *>
      *> PACKAGE refuses - and lists - any difference the program's
      *> transactions cannot express, so a package always brings
      *> production to the test image or is not written at all.
      *> The package is one file:
      *>
      *>     PROMOTE <master> <program>
      *>     PROD    <production master>
      *>     TEST    <test master>
      *>     MADE    <timestamp> <user>
      *>     BASE    <records> <checksum>   production when packaged
      *>     EXPECT  <records> <checksum>   the test image
      *>     TXN     <transaction>          in apply order
      *>     IMG     <record>               the test image
      *>
      *> Records are compared in a canonical form - each master's
      *> records as its program writes them, the two lock/key
      *> masters as "LOCK|KEY ppppp A|R", the registry as STEPCAT
      *> LIST unloads it - sorted, since the maintenance programs
      *> choose where a record lands in the file; the checksums
      *> are FILE-CHECKSUM's over that sorted image.
      *>
      *> APPLY holds production to the BASE image (a master changed
      *> since packaging needs a new package), writes the
      *> transactions to "<package-file>.txn" and runs the program
      *> on them; where the MAKERCHECKER parameter is ON it submits
      *> them to MAKECHK instead, and VERIFY is run once a second
      *> user has approved the batch. A direct apply is verified
      *> straight away. VERIFY checks production against the
      *> package's test image record by record and by checksum;
      *> a mismatch is listed and raised in the exception
      *> repository. Executables are looked for under the
      *> MAINTBINDIR prefix as MAKECHK does. Every run goes on the
      *> run log.
      *>
      *> Returns 0 when packaged, applied and verified, or when
      *> production already matches; 4 when the program rejected a
      *> transaction; 8 when a difference cannot be promoted,
      *> production moved on since packaging, or production does
      *> not match after the apply; 12 on usage or I/O errors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-SOURCE ASSIGN TO LS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SOURCE-STATUS.
           SELECT FD-OUTPUT ASSIGN TO LS-OUTPUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-SOURCE.
       01  F-SOURCE-RECORD                PIC X(3010).
       FD  FD-OUTPUT.
       01  F-OUTPUT-RECORD                PIC X(3010).

       LOCAL-STORAGE SECTION.
       01 C-MAX-RECORDS                  CONSTANT 2000.
       01 C-MAX-TXNS                     CONSTANT 4000.
       01 C-OPEN-ENDED                   CONSTANT "99999999".
       01 LS-COMMAND-LINE                 PIC X(400).
       01 LS-MODE                         PIC X(8).
       01 LS-TYPE                         PIC X(10).
       01 LS-TEST-MASTER                  PIC X(100).
       01 LS-PROD-MASTER                  PIC X(100).
       01 LS-PACKAGE-PATH                 PIC X(100).
       01 LS-PROGRAM                      PIC X(9).
       01 LS-EXE-NAME                     PIC X(40).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-BIN-DIR                      PIC X(100).
       01 LS-MAKER-CHECKER                PIC X(3).
       01 LS-NOW                          PIC X(21).
       01 LS-USER-ID                      PIC X(20).
       01 LS-END-TS                       PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).
       01 LS-FINAL-RC                     PIC 9(3) VALUE 0.
       01 LS-SOURCE-PATH                  PIC X(200).
       01 LS-SOURCE-STATUS                PIC X(2).
       01 LS-OUTPUT-PATH                  PIC X(200).
       01 LS-OUTPUT-STATUS                PIC X(2).
       01 LS-WORK-PATH                    PIC X(200).
       01 LS-TXN-PATH                     PIC X(200).
       01 LS-RC-PATH                      PIC X(200).
       01 LS-SHELL-COMMAND                PIC X(1000).
       01 LS-STEP-RC                      PIC 9(3).
       01 LS-RC-DISPLAY                   PIC Z(2)9.
       01 LS-COUNT-DISPLAY                PIC Z(8)9.

      *> The two images, one canonical line per record. The load
      *> side says which one a master is being read into.
       01 LS-LOAD-SIDE                    PIC X(1).
       01 LS-LOAD-PATH                    PIC X(200).
       01 LS-LOAD-KIND                    PIC X(5).
       01 LS-IMAGE-LINE                   PIC X(3000).
       01 LS-TEST-COUNT                   PIC 9(5) VALUE 0.
       01 LS-TEST-TABLE.
           05 LS-TEST-ENTRY OCCURS 0 TO C-MAX-RECORDS TIMES
                  DEPENDING ON LS-TEST-COUNT.
               10 LS-TEST-LINE            PIC X(3000).
       01 LS-PROD-COUNT                   PIC 9(5) VALUE 0.
       01 LS-PROD-TABLE.
           05 LS-PROD-ENTRY OCCURS 0 TO C-MAX-RECORDS TIMES
                  DEPENDING ON LS-PROD-COUNT.
               10 LS-PROD-LINE            PIC X(3000).
       01 LS-TEST-IDX                     PIC 9(5).
       01 LS-PROD-IDX                     PIC 9(5).

      *> Image control figures: the one just computed, and the
      *> package's BASE and EXPECT.
       01 LS-IMAGE-RECORDS                PIC 9(9).
       01 LS-IMAGE-CHECKSUM               PIC 9(9).
       01 LS-SUM-STATUS                   PIC X(2).
       01 LS-BASE-RECORDS                 PIC 9(9) VALUE 0.
       01 LS-BASE-CHECKSUM                PIC 9(9) VALUE 0.
       01 LS-EXPECT-RECORDS               PIC 9(9) VALUE 0.
       01 LS-EXPECT-CHECKSUM              PIC 9(9) VALUE 0.
       01 LS-MADE-AT                      PIC X(14).
       01 LS-MADE-BY                      PIC X(20).
       01 LS-TAG                          PIC X(8).
       01 LS-FIELD-1                      PIC X(100).
       01 LS-FIELD-2                      PIC X(100).

      *> Record fields while canonicalising and comparing.
       01 LS-TOK-1                        PIC X(40).
       01 LS-TOK-2                        PIC X(40).
       01 LS-TOK-3                        PIC X(40).
       01 LS-TOK-4                        PIC X(40).
       01 LS-TOK-5                        PIC X(40).
       01 LS-NUM-WORK                     PIC 9(6).
       01 LS-ANT-LINE.
           05 LS-ANT-SYMBOL               PIC X(1).
           05 FILLER                      PIC X(1) VALUE SPACE.
           05 LS-ANT-ROW                  PIC 99.
           05 FILLER                      PIC X(1) VALUE SPACE.
           05 LS-ANT-COL                  PIC 99.
       01 LS-SIZE-LINE.
           05 FILLER                      PIC X(5) VALUE "SIZE ".
           05 LS-SIZE-VALUE               PIC 99.
       01 LS-STOCK-LINE.
           05 FILLER                      PIC X(7) VALUE "STOCK: ".
           05 LS-STOCK-PATTERN            PIC X(10).
           05 FILLER                      PIC X(1) VALUE SPACE.
           05 LS-STOCK-ON-HAND            PIC 9(6).
           05 FILLER                      PIC X(1) VALUE SPACE.
           05 LS-STOCK-REORDER            PIC 9(6).
           05 FILLER                      PIC X(1) VALUE SPACE.
           05 LS-STOCK-CONSUMED           PIC 9(6).

      *> The difference run: record keys, the group of records
      *> sharing one key on each side, and what it becomes.
       01 LS-KEY-LINE                     PIC X(3000).
       01 LS-KEY-VALUE                    PIC X(3000).
       01 LS-KEY-TOKENS                   PIC 9(1).
       01 LS-SPACE-COUNT                  PIC 9(1).
       01 LS-CHAR-IDX                     PIC 9(4).
       01 LS-TEST-KEY                     PIC X(3000).
       01 LS-PROD-KEY                     PIC X(3000).
       01 LS-GROUP-KEY                    PIC X(3000).
       01 LS-GROUP-KEY-LEN                PIC 9(4).
       01 LS-GROUP-TEST-FIRST             PIC 9(5).
       01 LS-GROUP-TEST-COUNT             PIC 9(5).
       01 LS-GROUP-PROD-FIRST             PIC 9(5).
       01 LS-GROUP-PROD-COUNT             PIC 9(5).
       01 LS-GROUP-SAME                   PIC 9(1).
       01 LS-GROUP-IDX                    PIC 9(5).
       01 LS-T-LINE                       PIC X(3000).
       01 LS-P-LINE                       PIC X(3000).
       01 LS-BLOCK-REASON                 PIC X(80).
       01 LS-BLOCKED-COUNT                PIC 9(5) VALUE 0.
       01 LS-TEST-ACTIVE                  PIC 9(3).
       01 LS-TEST-RETIRED                 PIC 9(3).
       01 LS-PROD-ACTIVE                  PIC 9(3).
       01 LS-PROD-RETIRED                 PIC 9(3).
       01 LS-RETIRE-NEEDED                PIC S9(3).
       01 LS-NOW-ACTIVE                   PIC 9(1).
       01 LS-T-STATUS                     PIC X(1).
       01 LS-P-STATUS                     PIC X(1).
       01 LS-T-CLAUSES                    PIC X(400).
       01 LS-P-CLAUSES                    PIC X(400).
       01 LS-CMD-POS                      PIC 9(4).
       01 LS-DEP-POS                      PIC 9(4).
       01 LS-CAL-POS                      PIC 9(4).
       01 LS-P-CMD-POS                    PIC 9(4).
       01 LS-P-DEP-POS                    PIC 9(4).
       01 LS-P-CAL-POS                    PIC 9(4).
       01 LS-NEW-PHASE                    PIC 9(1).
       01 LS-NEW-TEXT                     PIC X(400).
       01 LS-TXN-COUNT                    PIC 9(5) VALUE 0.
       01 LS-TXN-TABLE.
           05 LS-TXN-ENTRY OCCURS 0 TO C-MAX-TXNS TIMES
                  DEPENDING ON LS-TXN-COUNT.
               10 LS-TXN-PHASE            PIC 9(1).
               10 LS-TXN-ORDER            PIC 9(5).
               10 LS-TXN-TEXT             PIC X(400).
       01 LS-TXN-IDX                      PIC 9(5).

      *> Verification counts.
       01 LS-MISSING-COUNT                PIC 9(5) VALUE 0.
       01 LS-EXTRA-COUNT                  PIC 9(5) VALUE 0.
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-FIELD-1 LS-FIELD-2 LS-PROD-MASTER
                    LS-PACKAGE-PATH
           MOVE FUNCTION UPPER-CASE(LS-MODE) TO LS-MODE
           CALL "GET-PARAMETER" USING
               "MAINTBINDIR         " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-BIN-DIR
           CALL "GET-PARAMETER" USING
               "MAKERCHECKER        " LS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(LS-PARM-VALUE(1:3))
               TO LS-MAKER-CHECKER

           EVALUATE TRUE
               WHEN LS-MODE = "PACKAGE"
                   AND LS-PACKAGE-PATH NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(LS-FIELD-1(1:10))
                       TO LS-TYPE
                   MOVE LS-FIELD-2 TO LS-TEST-MASTER
                   PERFORM SET-MASTER-PROGRAM
                   IF LS-EXE-NAME = SPACES
                       AND LS-TYPE NOT = "SUSPENSE"
                       PERFORM SHOW-USAGE
                   END-IF
                   PERFORM MAKE-PACKAGE
               WHEN (LS-MODE = "APPLY" OR LS-MODE = "VERIFY")
                   AND LS-FIELD-1 NOT = SPACES
                   MOVE LS-FIELD-1 TO LS-PACKAGE-PATH
                   MOVE SPACES TO LS-PROD-MASTER
                   PERFORM READ-PACKAGE
                   PERFORM SET-MASTER-PROGRAM
                   IF LS-MODE = "APPLY"
                       PERFORM APPLY-PACKAGE
                   ELSE
                       PERFORM VERIFY-PRODUCTION
                   END-IF
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               "PROMOTE " LS-PROD-MASTER LS-NOW LS-END-TS
               LS-LOG-RESULT
           MOVE LS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "PROMOTE: usage: promote PACKAGE "
               "RULES|ANTENNA|LOCKKEY|TOWEL|SUSPENSE|STEPCAT"
           DISPLAY "PROMOTE:            <test-master> <prod-master> "
               "<package-file>"
           DISPLAY "PROMOTE:        promote APPLY <package-file>"
           DISPLAY "PROMOTE:        promote VERIFY <package-file>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *> The master type picks the maintenance program and its
      *> executable at its place in the source tree.
       SET-MASTER-PROGRAM.
           MOVE SPACES TO LS-PROGRAM LS-EXE-NAME
           EVALUATE LS-TYPE
               WHEN "RULES"
                   MOVE "RULEMAINT" TO LS-PROGRAM
                   MOVE "05/rulemaint" TO LS-EXE-NAME
               WHEN "ANTENNA"
                   MOVE "ANTMAINT" TO LS-PROGRAM
                   MOVE "2024/08/antmaint" TO LS-EXE-NAME
               WHEN "LOCKKEY"
                   MOVE "LOCKMAINT" TO LS-PROGRAM
                   MOVE "2024/25/lockmaint" TO LS-EXE-NAME
               WHEN "TOWEL"
                   MOVE "TOWELPOST" TO LS-PROGRAM
                   MOVE "2024/19/towelpost" TO LS-EXE-NAME
               WHEN "STEPCAT"
                   MOVE "STEPCAT" TO LS-PROGRAM
                   MOVE "batch/stepcat" TO LS-EXE-NAME
               WHEN "SUSPENSE"
                   MOVE "SUSPMAINT" TO LS-PROGRAM
           END-EVALUATE
           .

      *> ---------------------------------------------------------
      *> PACKAGE: compare, express as transactions, write.
      *> ---------------------------------------------------------
       MAKE-PACKAGE.
           MOVE "T" TO LS-LOAD-SIDE
           MOVE LS-TEST-MASTER TO LS-LOAD-PATH
           PERFORM LOAD-MASTER-IMAGE
           IF LS-TEST-COUNT = 0
               DISPLAY "PROMOTE: test master "
                   FUNCTION TRIM(LS-TEST-MASTER)
                   " is missing or empty; nothing to promote from"
               MOVE 8 TO LS-FINAL-RC
               MOVE "package refused: test master missing or empty"
                   TO LS-LOG-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO LS-LOAD-SIDE
           MOVE LS-PROD-MASTER TO LS-LOAD-PATH
           PERFORM LOAD-MASTER-IMAGE

           PERFORM DIFFERENCE-IMAGES
           IF LS-BLOCKED-COUNT > 0
               MOVE LS-BLOCKED-COUNT TO LS-COUNT-DISPLAY
               DISPLAY "PROMOTE: " FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " difference(s) above cannot be promoted through "
                   FUNCTION TRIM(LS-PROGRAM) "; no package written"
               MOVE 8 TO LS-FINAL-RC
               MOVE SPACES TO LS-LOG-RESULT
               STRING "package refused: " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
                   " difference(s) not expressible for "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TYPE) DELIMITED BY SIZE
                   INTO LS-LOG-RESULT
               EXIT PARAGRAPH
           END-IF
           IF LS-TXN-COUNT = 0
               DISPLAY "PROMOTE: " FUNCTION TRIM(LS-PROD-MASTER)
                   " already matches " FUNCTION TRIM(LS-TEST-MASTER)
                   "; nothing to promote"
               MOVE "no differences; nothing packaged"
                   TO LS-LOG-RESULT
               EXIT PARAGRAPH
           END-IF
           IF LS-TXN-COUNT > 1
               SORT LS-TXN-ENTRY ON ASCENDING KEY LS-TXN-PHASE
                   LS-TXN-ORDER
           END-IF

           MOVE "P" TO LS-LOAD-SIDE
           PERFORM CHECKSUM-IMAGE
           MOVE LS-IMAGE-RECORDS TO LS-BASE-RECORDS
           MOVE LS-IMAGE-CHECKSUM TO LS-BASE-CHECKSUM
           MOVE "T" TO LS-LOAD-SIDE
           PERFORM CHECKSUM-IMAGE
           MOVE LS-IMAGE-RECORDS TO LS-EXPECT-RECORDS
           MOVE LS-IMAGE-CHECKSUM TO LS-EXPECT-CHECKSUM
           PERFORM WRITE-PACKAGE-FILE

           MOVE LS-TXN-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "PROMOTE: " FUNCTION TRIM(LS-TYPE) " package "
               FUNCTION TRIM(LS-PACKAGE-PATH) ": "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " "
               FUNCTION TRIM(LS-PROGRAM) " transaction(s) from "
               FUNCTION TRIM(LS-TEST-MASTER) " for "
               FUNCTION TRIM(LS-PROD-MASTER)
           DISPLAY "PROMOTE:   expected result " LS-EXPECT-RECORDS
               " record(s), checksum " LS-EXPECT-CHECKSUM
           PERFORM VARYING LS-TXN-IDX FROM 1 BY 1
               UNTIL LS-TXN-IDX > LS-TXN-COUNT
               DISPLAY "PROMOTE:   "
                   FUNCTION TRIM(LS-TXN-TEXT(LS-TXN-IDX))
           END-PERFORM
           MOVE SPACES TO LS-LOG-RESULT
           STRING "packaged " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TYPE) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TEST-MASTER) DELIMITED BY SIZE
               " txns=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               " package=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-PACKAGE-PATH) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           .

       WRITE-PACKAGE-FILE.
           MOVE LS-PACKAGE-PATH TO LS-OUTPUT-PATH
           OPEN OUTPUT FD-OUTPUT
           IF LS-OUTPUT-STATUS NOT = "00"
               DISPLAY "PROMOTE: ERROR OPENING " LS-OUTPUT-PATH
                   " STATUS=" LS-OUTPUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-OUTPUT-RECORD
           STRING "PROMOTE " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TYPE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PROGRAM) DELIMITED BY SIZE
               INTO F-OUTPUT-RECORD
           WRITE F-OUTPUT-RECORD
           MOVE SPACES TO F-OUTPUT-RECORD
           STRING "PROD " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PROD-MASTER) DELIMITED BY SIZE
               INTO F-OUTPUT-RECORD
           WRITE F-OUTPUT-RECORD
           MOVE SPACES TO F-OUTPUT-RECORD
           STRING "TEST " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TEST-MASTER) DELIMITED BY SIZE
               INTO F-OUTPUT-RECORD
           WRITE F-OUTPUT-RECORD
           MOVE SPACES TO F-OUTPUT-RECORD
           STRING "MADE " LS-NOW(1:14) " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
               INTO F-OUTPUT-RECORD
           WRITE F-OUTPUT-RECORD
           MOVE SPACES TO F-OUTPUT-RECORD
           STRING "BASE " LS-BASE-RECORDS " " LS-BASE-CHECKSUM
               DELIMITED BY SIZE INTO F-OUTPUT-RECORD
           WRITE F-OUTPUT-RECORD
           MOVE SPACES TO F-OUTPUT-RECORD
           STRING "EXPECT " LS-EXPECT-RECORDS " " LS-EXPECT-CHECKSUM
               DELIMITED BY SIZE INTO F-OUTPUT-RECORD
           WRITE F-OUTPUT-RECORD
           PERFORM VARYING LS-TXN-IDX FROM 1 BY 1
               UNTIL LS-TXN-IDX > LS-TXN-COUNT
               MOVE SPACES TO F-OUTPUT-RECORD
               STRING "TXN " DELIMITED BY SIZE
                   LS-TXN-TEXT(LS-TXN-IDX) DELIMITED BY SIZE
                   INTO F-OUTPUT-RECORD
               WRITE F-OUTPUT-RECORD
           END-PERFORM
           PERFORM VARYING LS-TEST-IDX FROM 1 BY 1
               UNTIL LS-TEST-IDX > LS-TEST-COUNT
               MOVE SPACES TO F-OUTPUT-RECORD
               STRING "IMG " DELIMITED BY SIZE
                   LS-TEST-LINE(LS-TEST-IDX) DELIMITED BY SIZE
                   INTO F-OUTPUT-RECORD
               WRITE F-OUTPUT-RECORD
           END-PERFORM
           CLOSE FD-OUTPUT
           .

      *> ---------------------------------------------------------
      *> Images: every master read into canonical, sorted lines.
      *> ---------------------------------------------------------
       LOAD-MASTER-IMAGE.
           IF LS-LOAD-SIDE = "T"
               MOVE 0 TO LS-TEST-COUNT
           ELSE
               MOVE 0 TO LS-PROD-COUNT
           END-IF
           EVALUATE LS-TYPE
               WHEN "LOCKKEY"
                   MOVE SPACES TO LS-SOURCE-PATH
                   STRING FUNCTION TRIM(LS-LOAD-PATH)
                       DELIMITED BY SIZE
                       ".lockmaster" DELIMITED BY SIZE
                       INTO LS-SOURCE-PATH
                   MOVE "LOCK" TO LS-LOAD-KIND
                   PERFORM READ-MASTER-FILE
                   MOVE SPACES TO LS-SOURCE-PATH
                   STRING FUNCTION TRIM(LS-LOAD-PATH)
                       DELIMITED BY SIZE
                       ".keymaster" DELIMITED BY SIZE
                       INTO LS-SOURCE-PATH
                   MOVE "KEY" TO LS-LOAD-KIND
                   PERFORM READ-MASTER-FILE
               WHEN "STEPCAT"
                   PERFORM UNLOAD-REGISTRY
               WHEN OTHER
                   MOVE LS-LOAD-PATH TO LS-SOURCE-PATH
                   PERFORM READ-MASTER-FILE
           END-EVALUATE
           IF LS-LOAD-SIDE = "T"
               IF LS-TEST-COUNT > 1
                   SORT LS-TEST-ENTRY ON ASCENDING KEY LS-TEST-LINE
               END-IF
           ELSE
               IF LS-PROD-COUNT > 1
                   SORT LS-PROD-ENTRY ON ASCENDING KEY LS-PROD-LINE
               END-IF
           END-IF
           .

      *> The indexed registry is unloaded through STEPCAT LIST, as
      *> MAKECHK images it through STEPCAT GEN.
       UNLOAD-REGISTRY.
           MOVE SPACES TO LS-SOURCE-PATH
           STRING FUNCTION TRIM(LS-PACKAGE-PATH) DELIMITED BY SIZE
               ".list.tmp" DELIMITED BY SIZE
               INTO LS-SOURCE-PATH
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
               FUNCTION TRIM(LS-EXE-NAME) DELIMITED BY SIZE
               " LIST " DELIMITED BY SIZE
               FUNCTION TRIM(LS-LOAD-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SOURCE-PATH) DELIMITED BY SIZE
               " > /dev/null 2>&1" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           PERFORM READ-MASTER-FILE
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SOURCE-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           .

      *> A master that is not there is an empty image: production
      *> may not have the master yet.
       READ-MASTER-FILE.
           OPEN INPUT FD-SOURCE
           IF LS-SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-SOURCE
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-SOURCE-RECORD NOT = SPACES
                   PERFORM CANONICAL-RECORD
                   PERFORM ADD-IMAGE-LINE
               END-IF
           END-PERFORM
           CLOSE FD-SOURCE
           .

      *> Each record as its maintenance program would write it, so
      *> a hand-edited test master compares on content alone.
       CANONICAL-RECORD.
           MOVE SPACES TO LS-IMAGE-LINE LS-TOK-1 LS-TOK-2 LS-TOK-3
               LS-TOK-4 LS-TOK-5
           EVALUATE LS-TYPE
               WHEN "RULES"
                   UNSTRING F-SOURCE-RECORD DELIMITED BY ALL " "
                       INTO LS-TOK-1 LS-TOK-2 LS-TOK-3
                   IF F-SOURCE-RECORD(1:1) = SPACE
                       UNSTRING FUNCTION TRIM(F-SOURCE-RECORD)
                           DELIMITED BY ALL " "
                           INTO LS-TOK-1 LS-TOK-2 LS-TOK-3
                   END-IF
                   STRING FUNCTION TRIM(LS-TOK-1) " "
                       LS-TOK-2(1:8) " " LS-TOK-3(1:8)
                       DELIMITED BY SIZE INTO LS-IMAGE-LINE
               WHEN "ANTENNA"
                   IF F-SOURCE-RECORD(1:5) = "SIZE "
                       COMPUTE LS-SIZE-VALUE = FUNCTION
                           NUMVAL(F-SOURCE-RECORD(6:2))
                       MOVE LS-SIZE-LINE TO LS-IMAGE-LINE
                   ELSE
                       MOVE F-SOURCE-RECORD(1:1) TO LS-ANT-SYMBOL
                       COMPUTE LS-ANT-ROW = FUNCTION
                           NUMVAL(F-SOURCE-RECORD(3:2))
                       COMPUTE LS-ANT-COL = FUNCTION
                           NUMVAL(F-SOURCE-RECORD(6:2))
                       MOVE LS-ANT-LINE TO LS-IMAGE-LINE
                   END-IF
               WHEN "LOCKKEY"
                   STRING FUNCTION TRIM(LS-LOAD-KIND) " "
                       F-SOURCE-RECORD(1:5) " "
                       DELIMITED BY SIZE INTO LS-IMAGE-LINE
                   IF F-SOURCE-RECORD(7:1) = "A"
                       MOVE "A" TO LS-IMAGE-LINE(
                           FUNCTION LENGTH(FUNCTION TRIM(LS-LOAD-KIND))
                           + 8:1)
                   ELSE
                       MOVE "R" TO LS-IMAGE-LINE(
                           FUNCTION LENGTH(FUNCTION TRIM(LS-LOAD-KIND))
                           + 8:1)
                   END-IF
               WHEN "TOWEL"
                   IF F-SOURCE-RECORD(1:6) = "STOCK:"
                       PERFORM CANONICAL-STOCK-LINE
                   ELSE
                       MOVE F-SOURCE-RECORD TO LS-IMAGE-LINE
                   END-IF
               WHEN OTHER
                   MOVE FUNCTION TRIM(F-SOURCE-RECORD)
                       TO LS-IMAGE-LINE
           END-EVALUATE
           .

      *> A STOCK line parsed as TOWELPOST parses it and laid out as
      *> TOWELPOST writes it.
       CANONICAL-STOCK-LINE.
           UNSTRING FUNCTION TRIM(F-SOURCE-RECORD(7:100))
               DELIMITED BY ALL " "
               INTO LS-TOK-1 LS-TOK-2 LS-TOK-3 LS-TOK-4
           MOVE LS-TOK-1(1:10) TO LS-STOCK-PATTERN
           MOVE 0 TO LS-STOCK-ON-HAND LS-STOCK-REORDER
               LS-STOCK-CONSUMED
           IF LS-TOK-2 NOT = SPACES
               COMPUTE LS-STOCK-ON-HAND = FUNCTION NUMVAL(LS-TOK-2)
           END-IF
           IF LS-TOK-3 NOT = SPACES
               COMPUTE LS-STOCK-REORDER = FUNCTION NUMVAL(LS-TOK-3)
           END-IF
           IF LS-TOK-4 NOT = SPACES
               COMPUTE LS-STOCK-CONSUMED = FUNCTION NUMVAL(LS-TOK-4)
           END-IF
           MOVE LS-STOCK-LINE TO LS-IMAGE-LINE
           .

       ADD-IMAGE-LINE.
           IF LS-LOAD-SIDE = "T"
               IF LS-TEST-COUNT >= C-MAX-RECORDS
                   PERFORM REFUSE-IMAGE-SIZE
               END-IF
               ADD 1 TO LS-TEST-COUNT
               MOVE LS-IMAGE-LINE TO LS-TEST-LINE(LS-TEST-COUNT)
           ELSE
               IF LS-PROD-COUNT >= C-MAX-RECORDS
                   PERFORM REFUSE-IMAGE-SIZE
               END-IF
               ADD 1 TO LS-PROD-COUNT
               MOVE LS-IMAGE-LINE TO LS-PROD-LINE(LS-PROD-COUNT)
           END-IF
           .

       REFUSE-IMAGE-SIZE.
           DISPLAY "PROMOTE: " FUNCTION TRIM(LS-LOAD-PATH)
               " has more than " C-MAX-RECORDS " records; "
               "too large to promote"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *> The control figures of one side's sorted image, through
      *> the shared checksum routine on a work copy of it.
       CHECKSUM-IMAGE.
           MOVE SPACES TO LS-WORK-PATH
           STRING FUNCTION TRIM(LS-PACKAGE-PATH) DELIMITED BY SIZE
               ".image.tmp" DELIMITED BY SIZE
               INTO LS-WORK-PATH
           MOVE LS-WORK-PATH TO LS-OUTPUT-PATH
           OPEN OUTPUT FD-OUTPUT
           IF LS-OUTPUT-STATUS NOT = "00"
               DISPLAY "PROMOTE: ERROR OPENING " LS-OUTPUT-PATH
                   " STATUS=" LS-OUTPUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-LOAD-SIDE = "T"
               PERFORM VARYING LS-TEST-IDX FROM 1 BY 1
                   UNTIL LS-TEST-IDX > LS-TEST-COUNT
                   MOVE LS-TEST-LINE(LS-TEST-IDX) TO F-OUTPUT-RECORD
                   WRITE F-OUTPUT-RECORD
               END-PERFORM
           ELSE
               PERFORM VARYING LS-PROD-IDX FROM 1 BY 1
                   UNTIL LS-PROD-IDX > LS-PROD-COUNT
                   MOVE LS-PROD-LINE(LS-PROD-IDX) TO F-OUTPUT-RECORD
                   WRITE F-OUTPUT-RECORD
               END-PERFORM
           END-IF
           CLOSE FD-OUTPUT
           CALL "FILE-CHECKSUM" USING LS-WORK-PATH
               LS-IMAGE-RECORDS LS-IMAGE-CHECKSUM LS-SUM-STATUS
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-WORK-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           .

      *> ---------------------------------------------------------
      *> Differences: both sorted images walked together a key at
      *> a time.
      *> ---------------------------------------------------------
       DIFFERENCE-IMAGES.
           MOVE 0 TO LS-TXN-COUNT
           MOVE 0 TO LS-BLOCKED-COUNT
           MOVE 1 TO LS-TEST-IDX
           MOVE 1 TO LS-PROD-IDX
           PERFORM UNTIL LS-TEST-IDX > LS-TEST-COUNT
               AND LS-PROD-IDX > LS-PROD-COUNT
               PERFORM FIND-NEXT-GROUP
               PERFORM DIFFERENCE-ONE-GROUP
           END-PERFORM
           .

      *> The record key: the leading tokens that identify a record
      *> of this master (pair and start date, lock or key profile,
      *> stock pattern, suspense id, step name), or the whole
      *> record where the record is its own key.
       DERIVE-RECORD-KEY.
           EVALUATE TRUE
               WHEN LS-TYPE = "RULES" OR LS-TYPE = "LOCKKEY"
                   MOVE 2 TO LS-KEY-TOKENS
               WHEN LS-TYPE = "TOWEL"
                   AND LS-KEY-LINE(1:7) = "STOCK: "
                   MOVE 2 TO LS-KEY-TOKENS
               WHEN LS-TYPE = "SUSPENSE" OR LS-TYPE = "STEPCAT"
                   MOVE 1 TO LS-KEY-TOKENS
               WHEN OTHER
                   MOVE 0 TO LS-KEY-TOKENS
           END-EVALUATE
           MOVE LS-KEY-LINE TO LS-KEY-VALUE
           IF LS-KEY-TOKENS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-SPACE-COUNT
           PERFORM VARYING LS-CHAR-IDX FROM 1 BY 1
               UNTIL LS-CHAR-IDX > 3000
               IF LS-KEY-LINE(LS-CHAR-IDX:1) = SPACE
                   ADD 1 TO LS-SPACE-COUNT
                   IF LS-SPACE-COUNT = LS-KEY-TOKENS
                       MOVE SPACES TO LS-KEY-VALUE(LS-CHAR-IDX:)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

      *> The lower of the two current keys, and every record on
      *> each side that carries it.
       FIND-NEXT-GROUP.
           MOVE HIGH-VALUES TO LS-TEST-KEY LS-PROD-KEY
           IF LS-TEST-IDX <= LS-TEST-COUNT
               MOVE LS-TEST-LINE(LS-TEST-IDX) TO LS-KEY-LINE
               PERFORM DERIVE-RECORD-KEY
               MOVE LS-KEY-VALUE TO LS-TEST-KEY
           END-IF
           IF LS-PROD-IDX <= LS-PROD-COUNT
               MOVE LS-PROD-LINE(LS-PROD-IDX) TO LS-KEY-LINE
               PERFORM DERIVE-RECORD-KEY
               MOVE LS-KEY-VALUE TO LS-PROD-KEY
           END-IF
           IF LS-TEST-KEY <= LS-PROD-KEY
               MOVE LS-TEST-KEY TO LS-GROUP-KEY
           ELSE
               MOVE LS-PROD-KEY TO LS-GROUP-KEY
           END-IF
           COMPUTE LS-GROUP-KEY-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-GROUP-KEY TRAILING))
           MOVE LS-TEST-IDX TO LS-GROUP-TEST-FIRST
           MOVE 0 TO LS-GROUP-TEST-COUNT
           PERFORM UNTIL LS-TEST-IDX > LS-TEST-COUNT
               MOVE LS-TEST-LINE(LS-TEST-IDX) TO LS-KEY-LINE
               PERFORM DERIVE-RECORD-KEY
               IF LS-KEY-VALUE NOT = LS-GROUP-KEY
                   EXIT PERFORM
               END-IF
               ADD 1 TO LS-GROUP-TEST-COUNT
               ADD 1 TO LS-TEST-IDX
           END-PERFORM
           MOVE LS-PROD-IDX TO LS-GROUP-PROD-FIRST
           MOVE 0 TO LS-GROUP-PROD-COUNT
           PERFORM UNTIL LS-PROD-IDX > LS-PROD-COUNT
               MOVE LS-PROD-LINE(LS-PROD-IDX) TO LS-KEY-LINE
               PERFORM DERIVE-RECORD-KEY
               IF LS-KEY-VALUE NOT = LS-GROUP-KEY
                   EXIT PERFORM
               END-IF
               ADD 1 TO LS-GROUP-PROD-COUNT
               ADD 1 TO LS-PROD-IDX
           END-PERFORM
           .

      *> A key whose records are the same on both sides needs
      *> nothing; any other goes to the master's own rules.
       DIFFERENCE-ONE-GROUP.
           MOVE 0 TO LS-GROUP-SAME
           IF LS-GROUP-TEST-COUNT = LS-GROUP-PROD-COUNT
               MOVE 1 TO LS-GROUP-SAME
               PERFORM VARYING LS-GROUP-IDX FROM 0 BY 1
                   UNTIL LS-GROUP-IDX >= LS-GROUP-TEST-COUNT
                   IF LS-TEST-LINE(LS-GROUP-TEST-FIRST + LS-GROUP-IDX)
                       NOT = LS-PROD-LINE(LS-GROUP-PROD-FIRST
                           + LS-GROUP-IDX)
                       MOVE 0 TO LS-GROUP-SAME
                   END-IF
               END-PERFORM
           END-IF
           IF LS-GROUP-SAME = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-T-LINE LS-P-LINE
           IF LS-GROUP-TEST-COUNT > 0
               MOVE LS-TEST-LINE(LS-GROUP-TEST-FIRST) TO LS-T-LINE
           END-IF
           IF LS-GROUP-PROD-COUNT > 0
               MOVE LS-PROD-LINE(LS-GROUP-PROD-FIRST) TO LS-P-LINE
           END-IF
           IF LS-TYPE NOT = "LOCKKEY"
               AND (LS-GROUP-TEST-COUNT > 1
                   OR LS-GROUP-PROD-COUNT > 1)
               MOVE "duplicate record" TO LS-BLOCK-REASON
               PERFORM REFUSE-DIFFERENCE
               EXIT PARAGRAPH
           END-IF
           EVALUATE LS-TYPE
               WHEN "RULES"
                   PERFORM DIFFERENCE-RULE
               WHEN "ANTENNA"
                   PERFORM DIFFERENCE-ANTENNA
               WHEN "LOCKKEY"
                   PERFORM DIFFERENCE-LOCK-PROFILE
               WHEN "TOWEL"
                   PERFORM DIFFERENCE-TOWEL
               WHEN "STEPCAT"
                   PERFORM DIFFERENCE-STEP
               WHEN OTHER
                   MOVE "suspense items change only in the nightly "
                       & "SUSPMAINT merge" TO LS-BLOCK-REASON
                   PERFORM REFUSE-DIFFERENCE
           END-EVALUATE
           .

       REFUSE-DIFFERENCE.
           ADD 1 TO LS-BLOCKED-COUNT
           DISPLAY "PROMOTE: cannot promote "
               FUNCTION TRIM(LS-GROUP-KEY(1:60)) " - "
               FUNCTION TRIM(LS-BLOCK-REASON)
           IF LS-GROUP-TEST-COUNT > 0
               DISPLAY "PROMOTE:     test:       "
                   FUNCTION TRIM(LS-T-LINE(1:200))
           END-IF
           IF LS-GROUP-PROD-COUNT > 0
               DISPLAY "PROMOTE:     production: "
                   FUNCTION TRIM(LS-P-LINE(1:200))
           END-IF
           .

      *> Transactions are collected in phases - removals and
      *> endings first, then additions, then changes and
      *> retirements that may lean on an addition - and kept in
      *> key order inside a phase.
       ADD-TRANSACTION.
           IF LS-TXN-COUNT >= C-MAX-TXNS
               DISPLAY "PROMOTE: more than " C-MAX-TXNS
                   " transactions; promote in smaller steps"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LS-TXN-COUNT
           MOVE LS-NEW-PHASE TO LS-TXN-PHASE(LS-TXN-COUNT)
           MOVE LS-TXN-COUNT TO LS-TXN-ORDER(LS-TXN-COUNT)
           MOVE LS-NEW-TEXT TO LS-TXN-TEXT(LS-TXN-COUNT)
           .

      *> Rules: a test rule production lacks is added (and ended,
      *> if the test master has ended it); a rule still in force
      *> in production that the test master has ended is ended on
      *> the same date. History is never rewritten.
       DIFFERENCE-RULE.
           IF LS-GROUP-TEST-COUNT = 0
               MOVE "not in the test master; rule history is never "
                   & "deleted" TO LS-BLOCK-REASON
               PERFORM REFUSE-DIFFERENCE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TOK-1 LS-TOK-2 LS-TOK-3
           UNSTRING LS-T-LINE DELIMITED BY " "
               INTO LS-TOK-1 LS-TOK-2 LS-TOK-3
           IF LS-GROUP-PROD-COUNT = 0
               MOVE 2 TO LS-NEW-PHASE
               MOVE SPACES TO LS-NEW-TEXT
               STRING "ADD " FUNCTION TRIM(LS-TOK-1) " "
                   LS-TOK-2(1:8) DELIMITED BY SIZE INTO LS-NEW-TEXT
               PERFORM ADD-TRANSACTION
               IF LS-TOK-3(1:8) NOT = C-OPEN-ENDED
                   MOVE SPACES TO LS-NEW-TEXT
                   STRING "DEL " FUNCTION TRIM(LS-TOK-1) " "
                       LS-TOK-3(1:8) DELIMITED BY SIZE
                       INTO LS-NEW-TEXT
                   PERFORM ADD-TRANSACTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TOK-4 LS-TOK-5
           UNSTRING LS-P-LINE DELIMITED BY " "
               INTO LS-TOK-4 LS-TOK-4 LS-TOK-5
           IF LS-TOK-5(1:8) NOT = C-OPEN-ENDED
               MOVE "ended on another date in production"
                   TO LS-BLOCK-REASON
               PERFORM REFUSE-DIFFERENCE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-NEW-PHASE
           MOVE SPACES TO LS-NEW-TEXT
           STRING "DEL " FUNCTION TRIM(LS-TOK-1) " "
               LS-TOK-3(1:8) DELIMITED BY SIZE INTO LS-NEW-TEXT
           PERFORM ADD-TRANSACTION
           .

      *> Antennas: the record is the key, so a difference is an
      *> antenna on one side only.
       DIFFERENCE-ANTENNA.
           IF LS-GROUP-KEY(1:5) = "SIZE "
               MOVE "grid SIZE differs; it is not maintained by "
                   & "transaction" TO LS-BLOCK-REASON
               PERFORM REFUSE-DIFFERENCE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-NEW-TEXT
           IF LS-GROUP-TEST-COUNT = 0
               MOVE 1 TO LS-NEW-PHASE
               STRING "DEL " LS-P-LINE(1:7) DELIMITED BY SIZE
                   INTO LS-NEW-TEXT
           ELSE
               MOVE 2 TO LS-NEW-PHASE
               STRING "ADD " LS-T-LINE(1:7) DELIMITED BY SIZE
                   INTO LS-NEW-TEXT
           END-IF
           PERFORM ADD-TRANSACTION
           .

      *> Lock and key profiles: a profile may have been retired and
      *> issued again, so its records are counted. Retiring the
      *> active record and issuing it afresh as often as needed
      *> brings production to the test counts; a retired record
      *> never goes away and an active one only by retirement.
       DIFFERENCE-LOCK-PROFILE.
           MOVE 0 TO LS-TEST-ACTIVE LS-TEST-RETIRED LS-PROD-ACTIVE
               LS-PROD-RETIRED
           PERFORM VARYING LS-GROUP-IDX FROM 0 BY 1
               UNTIL LS-GROUP-IDX >= LS-GROUP-TEST-COUNT
               IF LS-TEST-LINE(LS-GROUP-TEST-FIRST + LS-GROUP-IDX)
                   (LS-GROUP-KEY-LEN + 2:1) = "A"
                   ADD 1 TO LS-TEST-ACTIVE
               ELSE
                   ADD 1 TO LS-TEST-RETIRED
               END-IF
           END-PERFORM
           PERFORM VARYING LS-GROUP-IDX FROM 0 BY 1
               UNTIL LS-GROUP-IDX >= LS-GROUP-PROD-COUNT
               IF LS-PROD-LINE(LS-GROUP-PROD-FIRST + LS-GROUP-IDX)
                   (LS-GROUP-KEY-LEN + 2:1) = "A"
                   ADD 1 TO LS-PROD-ACTIVE
               ELSE
                   ADD 1 TO LS-PROD-RETIRED
               END-IF
           END-PERFORM
           COMPUTE LS-RETIRE-NEEDED = LS-TEST-RETIRED - LS-PROD-RETIRED
           EVALUATE TRUE
               WHEN LS-TEST-ACTIVE > 1 OR LS-PROD-ACTIVE > 1
                   MOVE "profile active more than once"
                       TO LS-BLOCK-REASON
               WHEN LS-RETIRE-NEEDED < 0
                   MOVE "retired record in production is not in the "
                       & "test master" TO LS-BLOCK-REASON
               WHEN LS-RETIRE-NEEDED = 0 AND LS-PROD-ACTIVE = 1
                   AND LS-TEST-ACTIVE = 0
                   MOVE "active in production, absent from the test "
                       & "master" TO LS-BLOCK-REASON
               WHEN OTHER
                   MOVE SPACES TO LS-BLOCK-REASON
           END-EVALUATE
           IF LS-BLOCK-REASON NOT = SPACES
               PERFORM REFUSE-DIFFERENCE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-NEW-PHASE
           MOVE LS-PROD-ACTIVE TO LS-NOW-ACTIVE
           PERFORM UNTIL LS-RETIRE-NEEDED = 0
               IF LS-NOW-ACTIVE = 0
                   MOVE SPACES TO LS-NEW-TEXT
                   STRING "ADD " LS-GROUP-KEY(1:LS-GROUP-KEY-LEN)
                       DELIMITED BY SIZE INTO LS-NEW-TEXT
                   PERFORM ADD-TRANSACTION
               END-IF
               MOVE SPACES TO LS-NEW-TEXT
               STRING "RET " LS-GROUP-KEY(1:LS-GROUP-KEY-LEN)
                   DELIMITED BY SIZE INTO LS-NEW-TEXT
               PERFORM ADD-TRANSACTION
               MOVE 0 TO LS-NOW-ACTIVE
               SUBTRACT 1 FROM LS-RETIRE-NEEDED
           END-PERFORM
           IF LS-TEST-ACTIVE = 1 AND LS-NOW-ACTIVE = 0
               MOVE SPACES TO LS-NEW-TEXT
               STRING "ADD " LS-GROUP-KEY(1:LS-GROUP-KEY-LEN)
                   DELIMITED BY SIZE INTO LS-NEW-TEXT
               PERFORM ADD-TRANSACTION
           END-IF
           .

      *> Towels: STOCK lines are set or dropped; the pattern lines
      *> themselves must already agree.
       DIFFERENCE-TOWEL.
           IF LS-GROUP-KEY(1:7) NOT = "STOCK: "
               MOVE "pattern line differs; pattern lines are not "
                   & "maintained by transaction" TO LS-BLOCK-REASON
               PERFORM REFUSE-DIFFERENCE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-NEW-TEXT
           IF LS-GROUP-TEST-COUNT = 0
               MOVE 1 TO LS-NEW-PHASE
               STRING "DRP " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-GROUP-KEY(8:10)) DELIMITED BY SIZE
                   INTO LS-NEW-TEXT
           ELSE
               MOVE 2 TO LS-NEW-PHASE
               MOVE LS-T-LINE(1:38) TO LS-STOCK-LINE
               STRING "SET " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-STOCK-PATTERN) DELIMITED BY SIZE
                   " " LS-STOCK-ON-HAND " " LS-STOCK-REORDER " "
                   LS-STOCK-CONSUMED DELIMITED BY SIZE
                   INTO LS-NEW-TEXT
           END-IF
           PERFORM ADD-TRANSACTION
           .

      *> Steps: a new step is added without its DEPENDS= (phase 1)
      *> and given them by UPD once every new step exists (phase
      *> 2); a changed step is updated with all its test clauses;
      *> retirements come last.
       DIFFERENCE-STEP.
           IF LS-GROUP-TEST-COUNT = 0
               MOVE "not in the test catalog; steps are retired, "
                   & "never deleted" TO LS-BLOCK-REASON
               PERFORM REFUSE-DIFFERENCE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-T-LINE(LS-GROUP-KEY-LEN + 2:1) TO LS-T-STATUS
           MOVE LS-T-LINE(LS-GROUP-KEY-LEN + 4:400) TO LS-T-CLAUSES
           MOVE 0 TO LS-CMD-POS LS-DEP-POS LS-CAL-POS
           INSPECT LS-T-CLAUSES TALLYING
               LS-CMD-POS FOR CHARACTERS BEFORE INITIAL " CMD="
           INSPECT LS-T-CLAUSES TALLYING
               LS-DEP-POS FOR CHARACTERS BEFORE INITIAL " DEPENDS="
           INSPECT LS-T-CLAUSES TALLYING
               LS-CAL-POS FOR CHARACTERS BEFORE INITIAL " CAL="
           ADD 1 TO LS-CMD-POS LS-DEP-POS LS-CAL-POS
           IF LS-GROUP-PROD-COUNT = 0
               MOVE 1 TO LS-NEW-PHASE
               MOVE SPACES TO LS-NEW-TEXT
               IF LS-DEP-POS < LS-CMD-POS
                   STRING "ADD " LS-GROUP-KEY(1:LS-GROUP-KEY-LEN) " "
                       LS-T-CLAUSES(1:LS-DEP-POS - 1)
                       LS-T-CLAUSES(LS-CMD-POS:)
                       DELIMITED BY SIZE
                       INTO LS-NEW-TEXT
                   PERFORM ADD-TRANSACTION
                   MOVE 2 TO LS-NEW-PHASE
                   MOVE SPACES TO LS-NEW-TEXT
                   STRING "UPD " LS-GROUP-KEY(1:LS-GROUP-KEY-LEN)
                       LS-T-CLAUSES(LS-DEP-POS:
                           LS-CMD-POS - LS-DEP-POS)
                       DELIMITED BY SIZE
                       INTO LS-NEW-TEXT
                   PERFORM ADD-TRANSACTION
               ELSE
                   STRING "ADD " LS-GROUP-KEY(1:LS-GROUP-KEY-LEN) " "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(LS-T-CLAUSES) DELIMITED BY SIZE
                       INTO LS-NEW-TEXT
                   PERFORM ADD-TRANSACTION
               END-IF
               IF LS-T-STATUS = "R"
                   MOVE 3 TO LS-NEW-PHASE
                   MOVE SPACES TO LS-NEW-TEXT
                   STRING "RET " LS-GROUP-KEY(1:LS-GROUP-KEY-LEN)
                       DELIMITED BY SIZE INTO LS-NEW-TEXT
                   PERFORM ADD-TRANSACTION
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE LS-P-LINE(LS-GROUP-KEY-LEN + 2:1) TO LS-P-STATUS
           MOVE LS-P-LINE(LS-GROUP-KEY-LEN + 4:400) TO LS-P-CLAUSES
           MOVE 0 TO LS-P-CMD-POS LS-P-DEP-POS LS-P-CAL-POS
           INSPECT LS-P-CLAUSES TALLYING
               LS-P-CMD-POS FOR CHARACTERS BEFORE INITIAL " CMD="
           INSPECT LS-P-CLAUSES TALLYING
               LS-P-DEP-POS FOR CHARACTERS BEFORE INITIAL " DEPENDS="
           INSPECT LS-P-CLAUSES TALLYING
               LS-P-CAL-POS FOR CHARACTERS BEFORE INITIAL " CAL="
           ADD 1 TO LS-P-CMD-POS LS-P-DEP-POS LS-P-CAL-POS
           EVALUATE TRUE
               WHEN LS-P-STATUS = "R" AND LS-T-STATUS = "A"
                   MOVE "retired in production; a step cannot be "
                       & "reinstated by transaction" TO LS-BLOCK-REASON
               WHEN LS-P-CAL-POS < LS-P-CMD-POS
                   AND LS-CAL-POS >= LS-CMD-POS
                   MOVE "calendar cleared in test; CAL= cannot be "
                       & "cleared by transaction" TO LS-BLOCK-REASON
               WHEN LS-P-DEP-POS < LS-P-CMD-POS
                   AND LS-DEP-POS >= LS-CMD-POS
                   MOVE "dependencies cleared in test; DEPENDS= "
                       & "cannot be cleared by transaction"
                       TO LS-BLOCK-REASON
               WHEN OTHER
                   MOVE SPACES TO LS-BLOCK-REASON
           END-EVALUATE
           IF LS-BLOCK-REASON NOT = SPACES
               PERFORM REFUSE-DIFFERENCE
               EXIT PARAGRAPH
           END-IF
           IF LS-T-CLAUSES NOT = LS-P-CLAUSES
               MOVE 2 TO LS-NEW-PHASE
               MOVE SPACES TO LS-NEW-TEXT
               STRING "UPD " LS-GROUP-KEY(1:LS-GROUP-KEY-LEN) " "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-T-CLAUSES) DELIMITED BY SIZE
                   INTO LS-NEW-TEXT
               PERFORM ADD-TRANSACTION
           END-IF
           IF LS-T-STATUS = "R" AND LS-P-STATUS = "A"
               MOVE 3 TO LS-NEW-PHASE
               MOVE SPACES TO LS-NEW-TEXT
               STRING "RET " LS-GROUP-KEY(1:LS-GROUP-KEY-LEN)
                   DELIMITED BY SIZE INTO LS-NEW-TEXT
               PERFORM ADD-TRANSACTION
           END-IF
           .

      *> ---------------------------------------------------------
      *> APPLY and VERIFY: the package read back.
      *> ---------------------------------------------------------
       READ-PACKAGE.
           MOVE LS-PACKAGE-PATH TO LS-SOURCE-PATH
           OPEN INPUT FD-SOURCE
           IF LS-SOURCE-STATUS NOT = "00"
               DISPLAY "PROMOTE: ERROR OPENING " LS-SOURCE-PATH
                   " STATUS=" LS-SOURCE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-TYPE LS-TEST-MASTER
           MOVE "T" TO LS-LOAD-SIDE
           PERFORM UNTIL EXIT
               READ FD-SOURCE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO LS-TAG LS-FIELD-1 LS-FIELD-2
               UNSTRING F-SOURCE-RECORD DELIMITED BY ALL " "
                   INTO LS-TAG LS-FIELD-1 LS-FIELD-2
               EVALUATE LS-TAG
                   WHEN "PROMOTE"
                       MOVE LS-FIELD-1(1:10) TO LS-TYPE
                   WHEN "PROD"
                       MOVE LS-FIELD-1 TO LS-PROD-MASTER
                   WHEN "TEST"
                       MOVE LS-FIELD-1 TO LS-TEST-MASTER
                   WHEN "MADE"
                       MOVE LS-FIELD-1(1:14) TO LS-MADE-AT
                       MOVE LS-FIELD-2(1:20) TO LS-MADE-BY
                   WHEN "BASE"
                       MOVE LS-FIELD-1(1:9) TO LS-BASE-RECORDS
                       MOVE LS-FIELD-2(1:9) TO LS-BASE-CHECKSUM
                   WHEN "EXPECT"
                       MOVE LS-FIELD-1(1:9) TO LS-EXPECT-RECORDS
                       MOVE LS-FIELD-2(1:9) TO LS-EXPECT-CHECKSUM
                   WHEN "TXN"
                       MOVE 1 TO LS-NEW-PHASE
                       MOVE F-SOURCE-RECORD(5:400) TO LS-NEW-TEXT
                       PERFORM ADD-TRANSACTION
                   WHEN "IMG"
                       MOVE F-SOURCE-RECORD(5:3000) TO LS-IMAGE-LINE
                       PERFORM ADD-IMAGE-LINE
               END-EVALUATE
           END-PERFORM
           CLOSE FD-SOURCE
           IF LS-TYPE = SPACES OR LS-PROD-MASTER = SPACES
               DISPLAY "PROMOTE: " FUNCTION TRIM(LS-PACKAGE-PATH)
                   " is not a promotion package"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-TEST-COUNT > 1
               SORT LS-TEST-ENTRY ON ASCENDING KEY LS-TEST-LINE
           END-IF
           .

      *> The package goes in only against the production master
      *> it was made from; the transactions go to the program as
      *> a batch of their own, or to MAKECHK for a second user's
      *> approval where maker-checker is on.
       APPLY-PACKAGE.
           MOVE "P" TO LS-LOAD-SIDE
           MOVE LS-PROD-MASTER TO LS-LOAD-PATH
           PERFORM LOAD-MASTER-IMAGE
           PERFORM CHECKSUM-IMAGE
           IF LS-IMAGE-RECORDS = LS-EXPECT-RECORDS
               AND LS-IMAGE-CHECKSUM = LS-EXPECT-CHECKSUM
               DISPLAY "PROMOTE: " FUNCTION TRIM(LS-PROD-MASTER)
                   " already matches the package's test image; "
                   "nothing applied"
               MOVE "already promoted; nothing applied"
                   TO LS-LOG-RESULT
               EXIT PARAGRAPH
           END-IF
           IF LS-IMAGE-RECORDS NOT = LS-BASE-RECORDS
               OR LS-IMAGE-CHECKSUM NOT = LS-BASE-CHECKSUM
               DISPLAY "PROMOTE: " FUNCTION TRIM(LS-PROD-MASTER)
                   " has changed since the package was made ("
                   LS-MADE-AT " by " FUNCTION TRIM(LS-MADE-BY)
                   "); make a new package"
               MOVE 8 TO LS-FINAL-RC
               MOVE "refused: production changed since packaging"
                   TO LS-LOG-RESULT
               EXIT PARAGRAPH
           END-IF
           IF LS-TYPE = "SUSPENSE" OR LS-EXE-NAME = SPACES
               DISPLAY "PROMOTE: " FUNCTION TRIM(LS-TYPE)
                   " has no maintenance program to apply through"
               MOVE 12 TO LS-FINAL-RC
               MOVE "refused: no maintenance program" TO LS-LOG-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-TXN-PATH LS-RC-PATH
           STRING FUNCTION TRIM(LS-PACKAGE-PATH) DELIMITED BY SIZE
               ".txn" DELIMITED BY SIZE
               INTO LS-TXN-PATH
           STRING FUNCTION TRIM(LS-PACKAGE-PATH) DELIMITED BY SIZE
               ".rc" DELIMITED BY SIZE
               INTO LS-RC-PATH
           MOVE LS-TXN-PATH TO LS-OUTPUT-PATH
           OPEN OUTPUT FD-OUTPUT
           IF LS-OUTPUT-STATUS NOT = "00"
               DISPLAY "PROMOTE: ERROR OPENING " LS-OUTPUT-PATH
                   " STATUS=" LS-OUTPUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-TXN-IDX FROM 1 BY 1
               UNTIL LS-TXN-IDX > LS-TXN-COUNT
               MOVE LS-TXN-TEXT(LS-TXN-IDX) TO F-OUTPUT-RECORD
               WRITE F-OUTPUT-RECORD
           END-PERFORM
           CLOSE FD-OUTPUT

           MOVE SPACES TO LS-SHELL-COMMAND
           IF LS-MAKER-CHECKER = "ON"
               STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                   "batch/makechk SUBMIT " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PROGRAM) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PROD-MASTER) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TXN-PATH) DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           ELSE
               STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                   FUNCTION TRIM(LS-EXE-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
               IF LS-PROGRAM = "TOWELPOST"
                   STRING FUNCTION TRIM(LS-SHELL-COMMAND)
                       DELIMITED BY SIZE
                       " STOCK" DELIMITED BY SIZE
                       INTO LS-SHELL-COMMAND
               END-IF
               IF LS-PROGRAM = "STEPCAT"
                   STRING FUNCTION TRIM(LS-SHELL-COMMAND)
                       DELIMITED BY SIZE
                       " APPLY" DELIMITED BY SIZE
                       INTO LS-SHELL-COMMAND
               END-IF
               STRING FUNCTION TRIM(LS-SHELL-COMMAND)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PROD-MASTER) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TXN-PATH) DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           END-IF
           STRING FUNCTION TRIM(LS-SHELL-COMMAND) DELIMITED BY SIZE
               " ; echo $? > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RC-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           MOVE LS-TXN-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "PROMOTE: applying " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " transaction(s) from " FUNCTION TRIM(LS-TEST-MASTER)
               " to " FUNCTION TRIM(LS-PROD-MASTER) " through "
               FUNCTION TRIM(LS-PROGRAM)
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           PERFORM READ-STEP-RC
           MOVE LS-STEP-RC TO LS-RC-DISPLAY

           IF LS-MAKER-CHECKER = "ON"
               MOVE LS-STEP-RC TO LS-FINAL-RC
               IF LS-STEP-RC < 8
                   DISPLAY "PROMOTE: submitted for approval; once "
                       "another user has approved it, run promote "
                       "VERIFY " FUNCTION TRIM(LS-PACKAGE-PATH)
                   MOVE SPACES TO LS-LOG-RESULT
                   STRING "submitted to MAKECHK txns=" DELIMITED BY SIZE
                       FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
                       " package=" DELIMITED BY SIZE
                       FUNCTION TRIM(LS-PACKAGE-PATH) DELIMITED BY SIZE
                       INTO LS-LOG-RESULT
               ELSE
                   DISPLAY "PROMOTE: MAKECHK refused the package "
                       "(return code " FUNCTION TRIM(LS-RC-DISPLAY) ")"
                   MOVE SPACES TO LS-LOG-RESULT
                   STRING "MAKECHK submission failed rc="
                       DELIMITED BY SIZE
                       FUNCTION TRIM(LS-RC-DISPLAY) DELIMITED BY SIZE
                       INTO LS-LOG-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LS-STEP-RC >= 8
               DISPLAY "PROMOTE: " FUNCTION TRIM(LS-PROGRAM)
                   " did not apply the package (return code "
                   FUNCTION TRIM(LS-RC-DISPLAY) ")"
               MOVE LS-STEP-RC TO LS-FINAL-RC
               MOVE SPACES TO LS-LOG-RESULT
               STRING "apply failed rc=" DELIMITED BY SIZE
                   FUNCTION TRIM(LS-RC-DISPLAY) DELIMITED BY SIZE
                   INTO LS-LOG-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-PRODUCTION
           IF LS-FINAL-RC = 0 AND LS-STEP-RC = 4
               MOVE 4 TO LS-FINAL-RC
           END-IF
           .

       READ-STEP-RC.
           MOVE 12 TO LS-STEP-RC
           MOVE LS-RC-PATH TO LS-SOURCE-PATH
           OPEN INPUT FD-SOURCE
           IF LS-SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-SOURCE-RECORD
           READ FD-SOURCE
               AT END
                   CONTINUE
           END-READ
           CLOSE FD-SOURCE
           IF FUNCTION TRIM(F-SOURCE-RECORD) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(F-SOURCE-RECORD(1:10)) = 0
               COMPUTE LS-STEP-RC =
                   FUNCTION NUMVAL(F-SOURCE-RECORD(1:10))
           END-IF
           .

      *> Production is read again and held to the test image:
      *> record by record, and by the control figures.
       VERIFY-PRODUCTION.
           MOVE "P" TO LS-LOAD-SIDE
           MOVE LS-PROD-MASTER TO LS-LOAD-PATH
           PERFORM LOAD-MASTER-IMAGE
           PERFORM CHECKSUM-IMAGE
           MOVE 0 TO LS-MISSING-COUNT LS-EXTRA-COUNT
           MOVE 1 TO LS-TEST-IDX
           MOVE 1 TO LS-PROD-IDX
           PERFORM UNTIL LS-TEST-IDX > LS-TEST-COUNT
               AND LS-PROD-IDX > LS-PROD-COUNT
               EVALUATE TRUE
                   WHEN LS-PROD-IDX > LS-PROD-COUNT
                       PERFORM REPORT-MISSING-RECORD
                   WHEN LS-TEST-IDX > LS-TEST-COUNT
                       PERFORM REPORT-EXTRA-RECORD
                   WHEN LS-TEST-LINE(LS-TEST-IDX)
                       = LS-PROD-LINE(LS-PROD-IDX)
                       ADD 1 TO LS-TEST-IDX
                       ADD 1 TO LS-PROD-IDX
                   WHEN LS-TEST-LINE(LS-TEST-IDX)
                       < LS-PROD-LINE(LS-PROD-IDX)
                       PERFORM REPORT-MISSING-RECORD
                   WHEN OTHER
                       PERFORM REPORT-EXTRA-RECORD
               END-EVALUATE
           END-PERFORM
           IF LS-MISSING-COUNT = 0 AND LS-EXTRA-COUNT = 0
               AND LS-IMAGE-RECORDS = LS-EXPECT-RECORDS
               AND LS-IMAGE-CHECKSUM = LS-EXPECT-CHECKSUM
               DISPLAY "PROMOTE: VERIFIED - "
                   FUNCTION TRIM(LS-PROD-MASTER)
                   " matches the test image of "
                   FUNCTION TRIM(LS-TEST-MASTER) " exactly ("
                   LS-IMAGE-RECORDS " record(s), checksum "
                   LS-IMAGE-CHECKSUM ")"
               MOVE SPACES TO LS-LOG-RESULT
               STRING "verified " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TYPE) DELIMITED BY SIZE
                   " records=" LS-IMAGE-RECORDS
                   " checksum=" LS-IMAGE-CHECKSUM DELIMITED BY SIZE
                   INTO LS-LOG-RESULT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROMOTE: NOT VERIFIED - "
               FUNCTION TRIM(LS-PROD-MASTER) " has "
               LS-IMAGE-RECORDS " record(s), checksum "
               LS-IMAGE-CHECKSUM "; the test image has "
               LS-EXPECT-RECORDS ", checksum " LS-EXPECT-CHECKSUM
           MOVE 8 TO LS-FINAL-RC
           MOVE LS-PROD-MASTER TO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING FUNCTION TRIM(LS-TYPE) DELIMITED BY SIZE
               " master does not match the promoted test image: "
               DELIMITED BY SIZE
               LS-MISSING-COUNT " missing, " LS-EXTRA-COUNT " extra"
               DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               "PROMOTE " "E" LS-EXC-KEY LS-EXC-MESSAGE
           MOVE SPACES TO LS-LOG-RESULT
           STRING "verify failed " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TYPE) DELIMITED BY SIZE
               " missing=" LS-MISSING-COUNT " extra=" LS-EXTRA-COUNT
               DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           .

       REPORT-MISSING-RECORD.
           ADD 1 TO LS-MISSING-COUNT
           DISPLAY "PROMOTE:   missing from production: "
               FUNCTION TRIM(LS-TEST-LINE(LS-TEST-IDX)(1:200))
           ADD 1 TO LS-TEST-IDX
           .

       REPORT-EXTRA-RECORD.
           ADD 1 TO LS-EXTRA-COUNT
           DISPLAY "PROMOTE:   not in the test image:   "
               FUNCTION TRIM(LS-PROD-LINE(LS-PROD-IDX)(1:200))
           ADD 1 TO LS-PROD-IDX
           .
       END PROGRAM PROMOTE.
