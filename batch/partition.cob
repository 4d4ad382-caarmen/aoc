       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTITION.

      *> Partition-and-merge service for the line-oriented DAY
      *> programs. An extract too big for one process in the
      *> window is split on record boundaries, the program is run
      *> on each partition in parallel, and the partial answers
      *> are merged back into the one answer an unsplit run gives.
      *> DAYBATCH drives it for a step carrying PARTS=n, as three
      *> kinds of step around the same program command:
      *>
      *>     partition SPLIT 00 <parts> <command>
      *>         the input is cut into <input>.part01 .. partNN.
      *>         Where the input is made of blocks separated by
      *>         blank lines (DAY13's machines) a block is never
      *>         cut; otherwise every line is a unit. Each
      *>         partition gets a near-equal share of the units and
      *>         the non-blank lines written must add up to those
      *>         read, or the split fails.
      *>     partition RUN <part> <parts> <command>
      *>         the command is run with the input replaced by the
      *>         partition, under a scratch parameter file (the
      *>         live one with RUNLOG, EXCDIR and BALDIR replaced by
      *>         the partition's), so its trail entries wait for the
      *>         merge. The program's return code is passed back.
      *>     partition MERGE 00 <parts> <command>
      *>         every partition must have run with a return code
      *>         below 8. The numeric fields of the partition
      *>         run-log results are added up field by field, in
      *>         the width and padding the program wrote them, and
      *>         the merged result goes on one run-log line under
      *>         the program's own name and the original input -
      *>         the line an unsplit run would have written. Any
      *>         other result field must agree across partitions.
      *>         The rejects are concatenated into <input>.rejects,
      *>         the exceptions appended to the live repository and
      *>         the balancing entries added up into one entry per
      *>         program, role and file. The partition work files
      *>         are then removed; a program's own companion
      *>         reports stay beside its partition.
      *>
      *> <command> is the step's command as the control file gives
      *> it; its input is the first argument naming a path (it
      *> contains a slash or a dot), as DAYBATCH preflight reads
      *> it. Only a program whose answer is a sum over its records
      *> can be split this way. Returns the worst partition return
      *> code on MERGE, 12 on usage, I/O, control-total or merge
      *> failures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-INPUT ASSIGN TO LS-INPUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-INPUT-STATUS.
           SELECT FD-PART ASSIGN TO LS-PART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PART-STATUS.
           SELECT FD-READER ASSIGN TO LS-READER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-READER-STATUS.
           SELECT FD-WRITER ASSIGN TO LS-WRITER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-WRITER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-INPUT.
       01  F-INPUT-RECORD                 PIC X(8000).
       FD  FD-PART.
       01  F-PART-RECORD                  PIC X(8000).
       FD  FD-READER.
       01  F-READER-RECORD                PIC X(400).
       FD  FD-WRITER.
       01  F-WRITER-RECORD                PIC X(400).

       LOCAL-STORAGE SECTION.
       01 C-MAX-PARTS                    CONSTANT 20.
       01 C-MAX-FIELDS                   CONSTANT 20.
       01 C-MAX-BALANCE                  CONSTANT 50.
       01 LS-COMMAND-LINE                 PIC X(400).
       01 LS-MODE                         PIC X(8).
       01 LS-PART-TEXT                    PIC X(8).
       01 LS-PARTS-TEXT                   PIC X(8).
       01 LS-ARG-PTR                      PIC 9(3).
       01 LS-PROGRAM-COMMAND              PIC X(300).
       01 LS-EXECUTABLE                   PIC X(200).
       01 LS-COMMAND-TAIL                 PIC X(300).
       01 LS-TOKEN                        PIC X(200).
       01 LS-TOKEN-START                  PIC 9(3).
       01 LS-TOKEN-NUMBER                 PIC 9(3).
       01 LS-PATH-MARKS                   PIC 9(3).
       01 LS-CMD-PTR                      PIC 9(3).
       01 LS-CMD-LEN                      PIC 9(3).
       01 LS-INPUT-START                  PIC 9(3) VALUE 0.
       01 LS-INPUT-LEN                    PIC 9(3).
       01 LS-INPUT-PATH                   PIC X(200).
       01 LS-INPUT-STATUS                 PIC X(2).
       01 LS-PART-PATH                    PIC X(200).
       01 LS-PART-STATUS                  PIC X(2).
       01 LS-PART-LEN                     PIC 9(3).
       01 LS-READER-PATH                  PIC X(200).
       01 LS-READER-STATUS                PIC X(2).
       01 LS-WRITER-PATH                  PIC X(200).
       01 LS-WRITER-STATUS                PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-PARM-FILE                    PIC X(200).
       01 LS-PARM-NAME                    PIC X(20).
       01 LS-EXCDIR                       PIC X(100).
       01 LS-SHELL-COMMAND                PIC X(1000).
       01 LS-PART-NUMBER                  PIC 9(2).
       01 LS-PART-TOTAL                   PIC 9(2).
       01 LS-PART-IDX                     PIC 9(2).
       01 LS-NOW                          PIC X(21).
       01 LS-END-TS                       PIC X(21).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-LOG-RESULT                   PIC X(200).
       01 LS-FINAL-RC                     PIC 9(4) VALUE 0.
       01 LS-STEP-RC                      PIC 9(4) VALUE 0.
      *> SPLIT: units are lines, or blank-line separated blocks.
       01 LS-BLOCKED                      PIC X(1) VALUE "N".
       01 LS-IN-GAP                       PIC 9(1) VALUE 1.
       01 LS-UNIT-COUNT                   PIC 9(9) VALUE 0.
       01 LS-UNITS-PER-PART               PIC 9(9) VALUE 0.
       01 LS-PART-UNITS                   PIC 9(9) VALUE 0.
       01 LS-PART-RECORDS                 PIC 9(9) VALUE 0.
       01 LS-RECORDS-READ                 PIC 9(9) VALUE 0.
       01 LS-RECORDS-WRITTEN              PIC 9(9) VALUE 0.
      *> MERGE: the partition run-log results, field by field.
       01 LS-RUNLOG-LINE                  PIC X(400).
       01 LS-RUNLOG-HEAD                  PIC X(400).
       01 LS-RUNLOG-TAIL                  PIC X(400).
       01 LS-MERGE-PROGRAM                PIC X(8).
       01 LS-PART-PROGRAM                 PIC X(8).
       01 LS-EARLIEST-START               PIC X(21).
       01 LS-PART-START                   PIC X(21).
       01 LS-MERGED-COUNT                 PIC 9(2) VALUE 0.
       01 LS-TEMPLATE                     PIC X(200).
       01 LS-TEMPLATE-LEN                 PIC 9(3).
       01 LS-CURRENT                      PIC X(200).
       01 LS-SCAN-TEXT                    PIC X(200).
       01 LS-SCAN-LEN                     PIC 9(3).
       01 LS-SCAN-POS                     PIC 9(3).
       01 LS-SCAN-END                     PIC 9(3).
       01 LS-FIELD-COUNT                  PIC 9(2) VALUE 0.
       01 LS-FIELD-TABLE OCCURS 20 TIMES.
           05 LS-FLD-START                PIC 9(3).
           05 LS-FLD-WIDTH                PIC 9(3).
           05 LS-FLD-NUMERIC              PIC X(1).
           05 LS-FLD-FIXED                PIC X(1).
           05 LS-FLD-SUM                  PIC 9(18).
       01 LS-CUR-COUNT                    PIC 9(2) VALUE 0.
       01 LS-CUR-TABLE OCCURS 20 TIMES.
           05 LS-CUR-START                PIC 9(3).
           05 LS-CUR-WIDTH                PIC 9(3).
       01 LS-FLD-IDX                      PIC 9(2).
       01 LS-VALUE-TEXT                   PIC X(60).
       01 LS-VALUE-LEN                    PIC 9(3).
       01 LS-CUR-VALUE                    PIC X(60).
       01 LS-SUM-DIGITS                   PIC 9(18).
       01 LS-SUM-EDITED                   PIC Z(17)9.
       01 LS-PAD-WIDTH                    PIC 9(3).
       01 LS-OUT-PTR                      PIC 9(3).
       01 LS-COPY-FROM                    PIC 9(3).
       01 LS-FIELD-OUT                    PIC X(60).
      *> MERGE: balancing entries, one per program, role and file.
       01 LS-BAL-COUNT                    PIC 9(2) VALUE 0.
       01 LS-BAL-TABLE OCCURS 50 TIMES.
           05 LS-BAL-PROGRAM              PIC X(8).
           05 LS-BAL-ROLE                 PIC X(3).
           05 LS-BAL-FILE                 PIC X(200).
           05 LS-BAL-IN                   PIC 9(9).
           05 LS-BAL-USED                 PIC 9(9).
           05 LS-BAL-REJ                  PIC 9(9).
       01 LS-BAL-IDX                      PIC 9(2).
       01 LS-BAL-FOUND                    PIC 9(2).
       01 LS-BAL-TS                       PIC X(14).
       01 LS-BAL-LINE-PROGRAM             PIC X(8).
       01 LS-BAL-LINE-ROLE                PIC X(3).
       01 LS-BAL-IN-TOKEN                 PIC X(20).
       01 LS-BAL-USED-TOKEN               PIC X(20).
       01 LS-BAL-REJ-TOKEN                PIC X(20).
       01 LS-BAL-LINE-FILE                PIC X(200).
       01 LS-BAL-WORK-PATH                PIC X(200).
       01 LS-REJECT-PARTS                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           MOVE 1 TO LS-ARG-PTR
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-PART-TEXT LS-PARTS-TEXT
               WITH POINTER LS-ARG-PTR
           MOVE FUNCTION UPPER-CASE(LS-MODE) TO LS-MODE
           IF LS-ARG-PTR <= LENGTH OF LS-COMMAND-LINE
               MOVE FUNCTION TRIM(LS-COMMAND-LINE(LS-ARG-PTR:))
                   TO LS-PROGRAM-COMMAND
           END-IF
           IF LS-PART-TEXT = SPACES OR LS-PARTS-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(LS-PART-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(LS-PARTS-TEXT) NOT = 0
               OR LS-PROGRAM-COMMAND = SPACES
               PERFORM SHOW-USAGE
           END-IF
           IF FUNCTION NUMVAL(LS-PARTS-TEXT) < 2
               OR FUNCTION NUMVAL(LS-PARTS-TEXT) > C-MAX-PARTS
               DISPLAY "PARTITION: partition count must be 2-"
                   C-MAX-PARTS ", got " FUNCTION TRIM(LS-PARTS-TEXT)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE LS-PART-TOTAL = FUNCTION NUMVAL(LS-PARTS-TEXT)
           COMPUTE LS-PART-NUMBER = FUNCTION NUMVAL(LS-PART-TEXT)
           PERFORM FIND-INPUT-TOKEN

           EVALUATE LS-MODE
               WHEN "SPLIT"
                   PERFORM SPLIT-INPUT
               WHEN "RUN"
                   IF LS-PART-NUMBER < 1
                       OR LS-PART-NUMBER > LS-PART-TOTAL
                       PERFORM SHOW-USAGE
                   END-IF
                   PERFORM RUN-PARTITION
               WHEN "MERGE"
                   PERFORM MERGE-PARTITIONS
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE
           MOVE LS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "PARTITION: usage: partition SPLIT 00 <parts> "
               "<command>"
           DISPLAY "PARTITION:        partition RUN <part> <parts> "
               "<command>"
           DISPLAY "PARTITION:        partition MERGE 00 <parts> "
               "<command>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *> Token 1 of the command is the executable; the input is the
      *> first later token naming a path. Its position is kept so
      *> RUN can put the partition in its place.
       FIND-INPUT-TOKEN.
           MOVE 0 TO LS-TOKEN-NUMBER
           MOVE 1 TO LS-CMD-PTR
           COMPUTE LS-CMD-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-PROGRAM-COMMAND))
           PERFORM UNTIL LS-CMD-PTR > LS-CMD-LEN
               OR LS-INPUT-START > 0
               MOVE LS-CMD-PTR TO LS-TOKEN-START
               MOVE SPACES TO LS-TOKEN
               UNSTRING LS-PROGRAM-COMMAND DELIMITED BY ALL " "
                   INTO LS-TOKEN
                   WITH POINTER LS-CMD-PTR
               ADD 1 TO LS-TOKEN-NUMBER
               IF LS-TOKEN-NUMBER = 1
                   MOVE LS-TOKEN TO LS-EXECUTABLE
               ELSE
                   IF LS-TOKEN NOT = "<" AND LS-TOKEN NOT = ">"
                       MOVE 0 TO LS-PATH-MARKS
                       INSPECT LS-TOKEN TALLYING LS-PATH-MARKS
                           FOR ALL "/" ALL "."
                       IF LS-PATH-MARKS > 0
                           MOVE LS-TOKEN-START TO LS-INPUT-START
                           MOVE LS-TOKEN TO LS-INPUT-PATH
                           COMPUTE LS-INPUT-LEN = FUNCTION LENGTH(
                               FUNCTION TRIM(LS-TOKEN))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF LS-INPUT-START = 0
               DISPLAY "PARTITION: no input file in command: "
                   FUNCTION TRIM(LS-PROGRAM-COMMAND)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       BUILD-PART-PATH.
           MOVE SPACES TO LS-PART-PATH
           STRING FUNCTION TRIM(LS-INPUT-PATH) DELIMITED BY SIZE
               ".part" DELIMITED BY SIZE
               LS-PART-NUMBER DELIMITED BY SIZE
               INTO LS-PART-PATH
           COMPUTE LS-PART-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-PART-PATH))
           .

      *> ---------------------------------------------------------
      *> SPLIT
      *> ---------------------------------------------------------
       SPLIT-INPUT.
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-INPUT-PATH) DELIMITED BY SIZE
               ".part[0-9][0-9] " DELIMITED BY SIZE
               FUNCTION TRIM(LS-INPUT-PATH) DELIMITED BY SIZE
               ".part[0-9][0-9].* " DELIMITED BY SIZE
               FUNCTION TRIM(LS-INPUT-PATH) DELIMITED BY SIZE
               ".partbal" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)

      *> First pass: is the input blocked, and how many units.
           PERFORM OPEN-INPUT-FILE
           PERFORM UNTIL EXIT
               READ FD-INPUT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM COUNT-INPUT-RECORD
               END-READ
           END-PERFORM
           CLOSE FD-INPUT
           MOVE 0 TO LS-UNIT-COUNT
           MOVE 1 TO LS-IN-GAP
           PERFORM OPEN-INPUT-FILE
           PERFORM UNTIL EXIT
               READ FD-INPUT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM COUNT-INPUT-UNIT
               END-READ
           END-PERFORM
           CLOSE FD-INPUT
           COMPUTE LS-UNITS-PER-PART =
               (LS-UNIT-COUNT + LS-PART-TOTAL - 1) / LS-PART-TOTAL
           IF LS-UNITS-PER-PART = 0
               MOVE 1 TO LS-UNITS-PER-PART
           END-IF

      *> Second pass: deal the units out, a partition at a time.
           MOVE 1 TO LS-PART-NUMBER
           PERFORM OPEN-PART-FILE
           MOVE 1 TO LS-IN-GAP
           PERFORM OPEN-INPUT-FILE
           PERFORM UNTIL EXIT
               READ FD-INPUT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM DEAL-INPUT-RECORD
               END-READ
           END-PERFORM
           CLOSE FD-INPUT
           PERFORM CLOSE-PART-FILE
      *> Partitions past the end of a short input are still
      *> created, empty, so every RUN step finds its file.
           PERFORM UNTIL LS-PART-NUMBER >= LS-PART-TOTAL
               ADD 1 TO LS-PART-NUMBER
               PERFORM OPEN-PART-FILE
               PERFORM CLOSE-PART-FILE
           END-PERFORM

           IF LS-RECORDS-WRITTEN NOT = LS-RECORDS-READ
               DISPLAY "PARTITION: control totals do not agree for "
                   FUNCTION TRIM(LS-INPUT-PATH) ": read "
                   LS-RECORDS-READ " record(s), partitions hold "
                   LS-RECORDS-WRITTEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PARTITION: " FUNCTION TRIM(LS-INPUT-PATH)
               " split into " LS-PART-TOTAL " partitions: "
               LS-RECORDS-READ " record(s) in " LS-UNIT-COUNT
               " unit(s), blocked=" LS-BLOCKED

           MOVE LS-INPUT-PATH(1:100) TO LS-LOG-PATH
           MOVE SPACES TO LS-LOG-RESULT
           STRING "split parts=" DELIMITED BY SIZE
               LS-PART-TOTAL DELIMITED BY SIZE
               " units=" DELIMITED BY SIZE
               LS-UNIT-COUNT DELIMITED BY SIZE
               " records=" DELIMITED BY SIZE
               LS-RECORDS-READ DELIMITED BY SIZE
               " blocked=" DELIMITED BY SIZE
               LS-BLOCKED DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               "PARTITN " LS-LOG-PATH LS-NOW LS-END-TS LS-LOG-RESULT
           MOVE 0 TO LS-FINAL-RC
           .

       OPEN-INPUT-FILE.
           OPEN INPUT FD-INPUT
           IF LS-INPUT-STATUS NOT = "00"
               DISPLAY "PARTITION: ERROR OPENING " LS-INPUT-PATH
                   " STATUS=" LS-INPUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> An input with any blank line in it is read as blocks.
       COUNT-INPUT-RECORD.
           IF F-INPUT-RECORD = SPACES
               MOVE "Y" TO LS-BLOCKED
           ELSE
               ADD 1 TO LS-RECORDS-READ
           END-IF
           .

       COUNT-INPUT-UNIT.
           IF F-INPUT-RECORD = SPACES
               MOVE 1 TO LS-IN-GAP
               EXIT PARAGRAPH
           END-IF
           IF LS-BLOCKED = "N" OR LS-IN-GAP = 1
               ADD 1 TO LS-UNIT-COUNT
           END-IF
           MOVE 0 TO LS-IN-GAP
           .

      *> A new unit starts the next partition once this one has its
      *> share. Inside a partition blocks keep one blank line
      *> between them, as in the input.
       DEAL-INPUT-RECORD.
           IF F-INPUT-RECORD = SPACES
               MOVE 1 TO LS-IN-GAP
               EXIT PARAGRAPH
           END-IF
           IF LS-BLOCKED = "N" OR LS-IN-GAP = 1
               IF LS-PART-UNITS >= LS-UNITS-PER-PART
                   AND LS-PART-NUMBER < LS-PART-TOTAL
                   PERFORM CLOSE-PART-FILE
                   ADD 1 TO LS-PART-NUMBER
                   PERFORM OPEN-PART-FILE
               END-IF
               IF LS-BLOCKED = "Y" AND LS-PART-UNITS > 0
                   MOVE SPACES TO F-PART-RECORD
                   WRITE F-PART-RECORD
               END-IF
               ADD 1 TO LS-PART-UNITS
           END-IF
           MOVE 0 TO LS-IN-GAP
           MOVE F-INPUT-RECORD TO F-PART-RECORD
           WRITE F-PART-RECORD
           ADD 1 TO LS-PART-RECORDS
           ADD 1 TO LS-RECORDS-WRITTEN
           .

       OPEN-PART-FILE.
           PERFORM BUILD-PART-PATH
           OPEN OUTPUT FD-PART
           IF LS-PART-STATUS NOT = "00"
               DISPLAY "PARTITION: ERROR OPENING " LS-PART-PATH
                   " STATUS=" LS-PART-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO LS-PART-UNITS
           MOVE 0 TO LS-PART-RECORDS
           .

       CLOSE-PART-FILE.
           CLOSE FD-PART
           DISPLAY "PARTITION:   " FUNCTION TRIM(LS-PART-PATH) ": "
               LS-PART-UNITS " unit(s), " LS-PART-RECORDS
               " record(s)"
           .

      *> ---------------------------------------------------------
      *> RUN
      *> ---------------------------------------------------------
       RUN-PARTITION.
           PERFORM BUILD-PART-PATH
           MOVE 0 TO LS-PART-RECORDS
           OPEN INPUT FD-PART
           IF LS-PART-STATUS NOT = "00"
               DISPLAY "PARTITION: " FUNCTION TRIM(LS-PART-PATH)
                   " not found; the SPLIT step has not run"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FD-PART
               NOT AT END
                   MOVE 1 TO LS-PART-RECORDS
           END-READ
           CLOSE FD-PART

      *> A retry starts from a clean slate: an earlier attempt's
      *> trail entries must not be merged twice.
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".rc " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".runlog " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".rejects " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".exceptions.[0-9]*.dat " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".balance.*.dat" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)

           IF LS-PART-RECORDS = 0
               DISPLAY "PARTITION: " FUNCTION TRIM(LS-PART-PATH)
                   " is empty; nothing to run"
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING "echo 0 > " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".rc" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
               CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
               MOVE 0 TO LS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-SCRATCH-PARMS
           CALL "GET-PARAMETER" USING
               "EXCDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-EXCDIR
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "cp " DELIMITED BY SIZE
               FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
               "exceptions.benign.dat " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".exceptions.benign.dat 2>/dev/null" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)

           MOVE SPACES TO LS-COMMAND-TAIL
           IF LS-INPUT-START + LS-INPUT-LEN <= LS-CMD-LEN
               MOVE LS-PROGRAM-COMMAND(LS-INPUT-START + LS-INPUT-LEN:)
                   TO LS-COMMAND-TAIL
           END-IF
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "DAYPARMS=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".parms " DELIMITED BY SIZE
               LS-PROGRAM-COMMAND(1:LS-INPUT-START - 1)
                   DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               FUNCTION TRIM(LS-COMMAND-TAIL TRAILING)
                   DELIMITED BY SIZE
               " ; echo $? > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".rc" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           PERFORM READ-PART-RC
           DISPLAY "PARTITION: partition " LS-PART-NUMBER " of "
               LS-PART-TOTAL " ended with return code " LS-STEP-RC
           MOVE LS-STEP-RC TO LS-FINAL-RC
           .

      *> The trail destinations pointed at the partition, then the
      *> rest of the live parameter file. The live RUNLOG, EXCDIR
      *> and BALDIR lines are left out, so the partition's own can
      *> never be lost or overridden however long the live file is.
       WRITE-SCRATCH-PARMS.
           ACCEPT LS-PARM-FILE FROM ENVIRONMENT "DAYPARMS"
           IF LS-PARM-FILE = SPACES
               MOVE "daybatch.parms" TO LS-PARM-FILE
           END-IF
           MOVE SPACES TO LS-WRITER-PATH
           STRING FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".parms" DELIMITED BY SIZE
               INTO LS-WRITER-PATH
           OPEN OUTPUT FD-WRITER
           IF LS-WRITER-STATUS NOT = "00"
               DISPLAY "PARTITION: ERROR OPENING " LS-WRITER-PATH
                   " STATUS=" LS-WRITER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-WRITER-RECORD
           STRING "RUNLOG " FUNCTION TRIM(LS-PART-PATH) ".runlog"
               DELIMITED BY SIZE INTO F-WRITER-RECORD
           WRITE F-WRITER-RECORD
           MOVE SPACES TO F-WRITER-RECORD
           STRING "EXCDIR " FUNCTION TRIM(LS-PART-PATH) "."
               DELIMITED BY SIZE INTO F-WRITER-RECORD
           WRITE F-WRITER-RECORD
           MOVE SPACES TO F-WRITER-RECORD
           STRING "BALDIR " FUNCTION TRIM(LS-PART-PATH) "."
               DELIMITED BY SIZE INTO F-WRITER-RECORD
           WRITE F-WRITER-RECORD
           MOVE LS-PARM-FILE TO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-READER
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE SPACES TO LS-PARM-NAME
                           UNSTRING F-READER-RECORD
                               DELIMITED BY ALL " "
                               INTO LS-PARM-NAME
                           IF LS-PARM-NAME NOT = "RUNLOG"
                               AND LS-PARM-NAME NOT = "EXCDIR"
                               AND LS-PARM-NAME NOT = "BALDIR"
                               MOVE F-READER-RECORD
                                   TO F-WRITER-RECORD
                               WRITE F-WRITER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-READER
           END-IF
           CLOSE FD-WRITER
           .

      *> A missing or unreadable .rc reads as 12.
       READ-PART-RC.
           MOVE 12 TO LS-STEP-RC
           MOVE SPACES TO LS-READER-PATH
           STRING FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".rc" DELIMITED BY SIZE
               INTO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-READER-RECORD
           READ FD-READER
               AT END
                   CONTINUE
           END-READ
           CLOSE FD-READER
           IF FUNCTION TRIM(F-READER-RECORD) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(F-READER-RECORD) = 0
               COMPUTE LS-STEP-RC = FUNCTION NUMVAL(F-READER-RECORD)
           END-IF
           .

      *> ---------------------------------------------------------
      *> MERGE
      *> ---------------------------------------------------------
       MERGE-PARTITIONS.
           MOVE SPACES TO LS-MERGE-PROGRAM
           MOVE HIGH-VALUES TO LS-EARLIEST-START
           PERFORM VARYING LS-PART-IDX FROM 1 BY 1
               UNTIL LS-PART-IDX > LS-PART-TOTAL
               MOVE LS-PART-IDX TO LS-PART-NUMBER
               PERFORM MERGE-ONE-PARTITION
           END-PERFORM
      *> An empty input leaves every partition empty; the program
      *> itself is run on it, so the night still gets the answer
      *> an empty input gives.
           IF LS-MERGED-COUNT = 0
               DISPLAY "PARTITION: " FUNCTION TRIM(LS-INPUT-PATH)
                   " is empty; running the command unsplit"
               MOVE 1 TO LS-PART-NUMBER
               PERFORM BUILD-PART-PATH
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING FUNCTION TRIM(LS-PROGRAM-COMMAND)
                   DELIMITED BY SIZE
                   " ; echo $? > " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".rc" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
               CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
               PERFORM READ-PART-RC
               MOVE LS-STEP-RC TO LS-FINAL-RC
               PERFORM REMOVE-PARTITION-FILES
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-MERGED-RESULT

           MOVE LS-INPUT-PATH(1:100) TO LS-LOG-PATH
           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               LS-MERGE-PROGRAM LS-LOG-PATH LS-EARLIEST-START
               LS-END-TS LS-LOG-RESULT
           DISPLAY "PARTITION: " FUNCTION TRIM(LS-MERGE-PROGRAM)
               " merged from " LS-MERGED-COUNT " partition(s): "
               FUNCTION TRIM(LS-LOG-RESULT)

           PERFORM MERGE-REJECTS
           PERFORM MERGE-EXCEPTIONS
           PERFORM MERGE-BALANCE-ENTRIES
           PERFORM REMOVE-PARTITION-FILES
           .

      *> Every partition must have finished below 8; an empty one
      *> has nothing to contribute. The last run-log line is the
      *> partition's answer.
       MERGE-ONE-PARTITION.
           PERFORM BUILD-PART-PATH
           PERFORM READ-PART-RC
           IF LS-STEP-RC >= 8
               DISPLAY "PARTITION: partition " LS-PART-NUMBER " of "
                   FUNCTION TRIM(LS-INPUT-PATH)
                   " did not complete (return code " LS-STEP-RC
                   "); nothing merged"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-STEP-RC > LS-FINAL-RC
               MOVE LS-STEP-RC TO LS-FINAL-RC
           END-IF
           MOVE SPACES TO LS-RUNLOG-LINE
           MOVE SPACES TO LS-READER-PATH
           STRING FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
               ".runlog" DELIMITED BY SIZE
               INTO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-READER
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE F-READER-RECORD TO LS-RUNLOG-LINE
                   END-READ
               END-PERFORM
               CLOSE FD-READER
           END-IF
      *> No result is right only for a partition with no records.
           IF LS-RUNLOG-LINE = SPACES
               MOVE 1 TO LS-PART-RECORDS
               OPEN INPUT FD-PART
               IF LS-PART-STATUS = "00"
                   READ FD-PART
                       AT END
                           MOVE 0 TO LS-PART-RECORDS
                   END-READ
                   CLOSE FD-PART
               END-IF
               IF LS-PART-RECORDS > 0
                   DISPLAY "PARTITION: partition " LS-PART-NUMBER
                       " of " FUNCTION TRIM(LS-INPUT-PATH)
                       " left no run-log result; nothing merged"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-RUNLOG-HEAD LS-RUNLOG-TAIL
           UNSTRING LS-RUNLOG-LINE DELIMITED BY " start="
               INTO LS-RUNLOG-HEAD LS-RUNLOG-TAIL
           MOVE SPACES TO LS-PART-PROGRAM
           UNSTRING LS-RUNLOG-HEAD DELIMITED BY " "
               INTO LS-PART-PROGRAM
           MOVE LS-RUNLOG-TAIL(1:21) TO LS-PART-START
           MOVE LS-RUNLOG-TAIL(56:200) TO LS-CURRENT
           IF LS-MERGED-COUNT = 0
               MOVE LS-PART-PROGRAM TO LS-MERGE-PROGRAM
           END-IF
           IF LS-PART-PROGRAM NOT = LS-MERGE-PROGRAM
               DISPLAY "PARTITION: partition " LS-PART-NUMBER
                   " result is from " FUNCTION TRIM(LS-PART-PROGRAM)
                   ", not " FUNCTION TRIM(LS-MERGE-PROGRAM)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-PART-START < LS-EARLIEST-START
               MOVE LS-PART-START TO LS-EARLIEST-START
           END-IF
           ADD 1 TO LS-MERGED-COUNT
           IF LS-MERGED-COUNT = 1
               PERFORM TAKE-RESULT-TEMPLATE
           ELSE
               PERFORM ADD-RESULT-TO-TOTALS
           END-IF
           .

      *> A result is "name=value" fields; a value is any leading
      *> spaces and the characters up to the next space, so a
      *> space-padded count keeps its width.
       FIND-RESULT-FIELDS.
           MOVE 0 TO LS-CUR-COUNT
           COMPUTE LS-SCAN-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-SCAN-TEXT TRAILING))
           MOVE 1 TO LS-SCAN-POS
           PERFORM UNTIL LS-SCAN-POS > LS-SCAN-LEN
               IF LS-SCAN-TEXT(LS-SCAN-POS:1) = "="
                   AND LS-CUR-COUNT < C-MAX-FIELDS
                   ADD 1 TO LS-CUR-COUNT
                   COMPUTE LS-SCAN-END = LS-SCAN-POS + 1
                   MOVE LS-SCAN-END TO LS-CUR-START(LS-CUR-COUNT)
                   PERFORM UNTIL LS-SCAN-END > LS-SCAN-LEN
                       OR LS-SCAN-TEXT(LS-SCAN-END:1) NOT = " "
                       ADD 1 TO LS-SCAN-END
                   END-PERFORM
                   PERFORM UNTIL LS-SCAN-END > LS-SCAN-LEN
                       OR LS-SCAN-TEXT(LS-SCAN-END:1) = " "
                       ADD 1 TO LS-SCAN-END
                   END-PERFORM
                   COMPUTE LS-CUR-WIDTH(LS-CUR-COUNT) =
                       LS-SCAN-END - LS-CUR-START(LS-CUR-COUNT)
                   MOVE LS-SCAN-END TO LS-SCAN-POS
               ELSE
                   ADD 1 TO LS-SCAN-POS
               END-IF
           END-PERFORM
           .

      *> LS-VALUE-TEXT/LS-VALUE-LEN: field LS-FLD-IDX of the
      *> result in LS-SCAN-TEXT, trimmed.
       GET-FIELD-VALUE.
           MOVE SPACES TO LS-VALUE-TEXT
           MOVE 0 TO LS-VALUE-LEN
           IF LS-CUR-WIDTH(LS-FLD-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-SCAN-TEXT(LS-CUR-START(LS-FLD-IDX):
               LS-CUR-WIDTH(LS-FLD-IDX))) TO LS-VALUE-TEXT
           IF LS-VALUE-TEXT NOT = SPACES
               COMPUTE LS-VALUE-LEN = FUNCTION LENGTH(FUNCTION
                   TRIM(LS-VALUE-TEXT))
           END-IF
           .

       TAKE-RESULT-TEMPLATE.
           MOVE LS-CURRENT TO LS-TEMPLATE
           MOVE LS-CURRENT TO LS-SCAN-TEXT
           PERFORM FIND-RESULT-FIELDS
           MOVE LS-SCAN-LEN TO LS-TEMPLATE-LEN
           MOVE LS-CUR-COUNT TO LS-FIELD-COUNT
           PERFORM VARYING LS-FLD-IDX FROM 1 BY 1
               UNTIL LS-FLD-IDX > LS-FIELD-COUNT
               MOVE LS-CUR-START(LS-FLD-IDX) TO
                   LS-FLD-START(LS-FLD-IDX)
               MOVE LS-CUR-WIDTH(LS-FLD-IDX) TO
                   LS-FLD-WIDTH(LS-FLD-IDX)
               MOVE 0 TO LS-FLD-SUM(LS-FLD-IDX)
               MOVE "N" TO LS-FLD-NUMERIC(LS-FLD-IDX)
               MOVE "N" TO LS-FLD-FIXED(LS-FLD-IDX)
               PERFORM GET-FIELD-VALUE
               IF LS-VALUE-LEN > 0 AND LS-VALUE-LEN <= 18
                   AND LS-VALUE-TEXT(1:LS-VALUE-LEN) IS NUMERIC
                   MOVE "Y" TO LS-FLD-NUMERIC(LS-FLD-IDX)
                   COMPUTE LS-FLD-SUM(LS-FLD-IDX) =
                       FUNCTION NUMVAL(LS-VALUE-TEXT(1:LS-VALUE-LEN))
      *> A zero- or space-padded value is a fixed-width picture.
                   IF LS-CUR-WIDTH(LS-FLD-IDX) > 1
                       AND (LS-SCAN-TEXT(LS-CUR-START(LS-FLD-IDX):1)
                           = "0" OR LS-SCAN-TEXT(
                           LS-CUR-START(LS-FLD-IDX):1) = " ")
                       MOVE "Y" TO LS-FLD-FIXED(LS-FLD-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       ADD-RESULT-TO-TOTALS.
           MOVE LS-CURRENT TO LS-SCAN-TEXT
           PERFORM FIND-RESULT-FIELDS
           IF LS-CUR-COUNT NOT = LS-FIELD-COUNT
               DISPLAY "PARTITION: partition " LS-PART-NUMBER
                   " result does not line up with partition 1: "
                   FUNCTION TRIM(LS-CURRENT)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-FLD-IDX FROM 1 BY 1
               UNTIL LS-FLD-IDX > LS-FIELD-COUNT
               PERFORM GET-FIELD-VALUE
               IF LS-FLD-NUMERIC(LS-FLD-IDX) = "Y"
                   IF LS-VALUE-LEN = 0 OR LS-VALUE-LEN > 18
                       OR LS-VALUE-TEXT(1:LS-VALUE-LEN) IS NOT
                       NUMERIC
                       PERFORM REPORT-FIELD-MISMATCH
                   END-IF
                   COMPUTE LS-FLD-SUM(LS-FLD-IDX) =
                       LS-FLD-SUM(LS-FLD-IDX) +
                       FUNCTION NUMVAL(LS-VALUE-TEXT(1:LS-VALUE-LEN))
                   IF LS-CUR-WIDTH(LS-FLD-IDX) NOT =
                       LS-FLD-WIDTH(LS-FLD-IDX)
                       MOVE "N" TO LS-FLD-FIXED(LS-FLD-IDX)
                   END-IF
               ELSE
                   MOVE LS-VALUE-TEXT TO LS-CUR-VALUE
                   MOVE SPACES TO LS-VALUE-TEXT
                   IF LS-FLD-WIDTH(LS-FLD-IDX) > 0
                       MOVE FUNCTION TRIM(LS-TEMPLATE(
                           LS-FLD-START(LS-FLD-IDX):
                           LS-FLD-WIDTH(LS-FLD-IDX))) TO LS-VALUE-TEXT
                   END-IF
                   IF LS-VALUE-TEXT NOT = LS-CUR-VALUE
                       PERFORM REPORT-FIELD-MISMATCH
                   END-IF
               END-IF
           END-PERFORM
           .

       REPORT-FIELD-MISMATCH.
           DISPLAY "PARTITION: result field " LS-FLD-IDX
               " of partition " LS-PART-NUMBER
               " cannot be added to partition 1's; not a "
               "partitionable result"
           DISPLAY "PARTITION:   partition 1: "
               FUNCTION TRIM(LS-TEMPLATE)
           DISPLAY "PARTITION:   partition " LS-PART-NUMBER ": "
               FUNCTION TRIM(LS-CURRENT)
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *> The template with every numeric value replaced by its
      *> total, in the template's width and padding.
       BUILD-MERGED-RESULT.
           MOVE SPACES TO LS-LOG-RESULT
           MOVE 1 TO LS-OUT-PTR
           MOVE 1 TO LS-COPY-FROM
           PERFORM VARYING LS-FLD-IDX FROM 1 BY 1
               UNTIL LS-FLD-IDX > LS-FIELD-COUNT
               IF LS-FLD-NUMERIC(LS-FLD-IDX) = "Y"
                   IF LS-FLD-START(LS-FLD-IDX) > LS-COPY-FROM
                       STRING LS-TEMPLATE(LS-COPY-FROM:
                           LS-FLD-START(LS-FLD-IDX) - LS-COPY-FROM)
                           DELIMITED BY SIZE
                           INTO LS-LOG-RESULT
                           WITH POINTER LS-OUT-PTR
                   END-IF
                   PERFORM FORMAT-FIELD-TOTAL
                   COMPUTE LS-COPY-FROM = LS-FLD-START(LS-FLD-IDX)
                       + LS-FLD-WIDTH(LS-FLD-IDX)
               END-IF
           END-PERFORM
           IF LS-COPY-FROM <= LS-TEMPLATE-LEN
               STRING LS-TEMPLATE(LS-COPY-FROM:
                   LS-TEMPLATE-LEN - LS-COPY-FROM + 1)
                   DELIMITED BY SIZE
                   INTO LS-LOG-RESULT
                   WITH POINTER LS-OUT-PTR
           END-IF
           .

       FORMAT-FIELD-TOTAL.
           MOVE LS-FLD-SUM(LS-FLD-IDX) TO LS-SUM-DIGITS
           MOVE SPACES TO LS-FIELD-OUT
           IF LS-FLD-FIXED(LS-FLD-IDX) = "N"
               MOVE LS-SUM-DIGITS TO LS-SUM-EDITED
               STRING FUNCTION TRIM(LS-SUM-EDITED) DELIMITED BY SIZE
                   INTO LS-LOG-RESULT
                   WITH POINTER LS-OUT-PTR
               EXIT PARAGRAPH
           END-IF
      *> Fixed width: the low-order digits, as a MOVE to the
      *> program's picture would leave them, zero- or
      *> space-filled to match.
           MOVE LS-SUM-DIGITS TO LS-SUM-EDITED
           IF LS-FLD-WIDTH(LS-FLD-IDX) > 18
               COMPUTE LS-PAD-WIDTH = LS-FLD-WIDTH(LS-FLD-IDX) - 18
               IF LS-TEMPLATE(LS-FLD-START(LS-FLD-IDX):1) = "0"
                   MOVE ALL "0" TO LS-FIELD-OUT(1:LS-PAD-WIDTH)
                   MOVE LS-SUM-DIGITS TO
                       LS-FIELD-OUT(LS-PAD-WIDTH + 1:18)
               ELSE
                   MOVE LS-SUM-EDITED TO
                       LS-FIELD-OUT(LS-PAD-WIDTH + 1:18)
               END-IF
           ELSE
               IF LS-TEMPLATE(LS-FLD-START(LS-FLD-IDX):1) = "0"
                   MOVE LS-SUM-DIGITS(19 - LS-FLD-WIDTH(LS-FLD-IDX):
                       LS-FLD-WIDTH(LS-FLD-IDX)) TO LS-FIELD-OUT
               ELSE
                   MOVE LS-SUM-EDITED(19 - LS-FLD-WIDTH(LS-FLD-IDX):
                       LS-FLD-WIDTH(LS-FLD-IDX)) TO LS-FIELD-OUT
               END-IF
           END-IF
           STRING LS-FIELD-OUT(1:LS-FLD-WIDTH(LS-FLD-IDX))
               DELIMITED BY SIZE
               INTO LS-LOG-RESULT
               WITH POINTER LS-OUT-PTR
           .

      *> The partition rejects, in partition order, become the
      *> input's reject file - where there are any.
       MERGE-REJECTS.
           MOVE 0 TO LS-REJECT-PARTS
           PERFORM VARYING LS-PART-IDX FROM 1 BY 1
               UNTIL LS-PART-IDX > LS-PART-TOTAL
               MOVE LS-PART-IDX TO LS-PART-NUMBER
               PERFORM BUILD-PART-PATH
               MOVE SPACES TO LS-READER-PATH
               STRING FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".rejects" DELIMITED BY SIZE
                   INTO LS-READER-PATH
               OPEN INPUT FD-READER
               IF LS-READER-STATUS = "00"
                   CLOSE FD-READER
                   ADD 1 TO LS-REJECT-PARTS
                   MOVE SPACES TO LS-SHELL-COMMAND
                   IF LS-REJECT-PARTS = 1
                       STRING "cat " DELIMITED BY SIZE
                           FUNCTION TRIM(LS-READER-PATH)
                           DELIMITED BY SIZE
                           " > " DELIMITED BY SIZE
                           FUNCTION TRIM(LS-INPUT-PATH)
                           DELIMITED BY SIZE
                           ".rejects" DELIMITED BY SIZE
                           INTO LS-SHELL-COMMAND
                   ELSE
                       STRING "cat " DELIMITED BY SIZE
                           FUNCTION TRIM(LS-READER-PATH)
                           DELIMITED BY SIZE
                           " >> " DELIMITED BY SIZE
                           FUNCTION TRIM(LS-INPUT-PATH)
                           DELIMITED BY SIZE
                           ".rejects" DELIMITED BY SIZE
                           INTO LS-SHELL-COMMAND
                   END-IF
                   CALL "SYSTEM" USING
                       FUNCTION TRIM(LS-SHELL-COMMAND)
               END-IF
           END-PERFORM
           .

      *> Partition exceptions join the live repository file of the
      *> same date; the lines already carry their own timestamps
      *> and run IDs.
       MERGE-EXCEPTIONS.
           CALL "GET-PARAMETER" USING
               "EXCDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-EXCDIR
           PERFORM VARYING LS-PART-IDX FROM 1 BY 1
               UNTIL LS-PART-IDX > LS-PART-TOTAL
               MOVE LS-PART-IDX TO LS-PART-NUMBER
               PERFORM BUILD-PART-PATH
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING "for f in " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".exceptions.[0-9]*.dat ; do [ -f ""$f"" ] && "
                   DELIMITED BY SIZE
                   "cat ""$f"" >> """ DELIMITED BY SIZE
                   FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
                   "exceptions.${f##*.exceptions.}"" ; done"
                   DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
               CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           END-PERFORM
           .

      *> Partition balancing entries are added up per program,
      *> role and file (the partition's name put back to the
      *> input's) and written once through WRITE-BALANCE.
       MERGE-BALANCE-ENTRIES.
           MOVE SPACES TO LS-BAL-WORK-PATH
           STRING FUNCTION TRIM(LS-INPUT-PATH) DELIMITED BY SIZE
               ".partbal" DELIMITED BY SIZE
               INTO LS-BAL-WORK-PATH
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING ": > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-BAL-WORK-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           PERFORM VARYING LS-PART-IDX FROM 1 BY 1
               UNTIL LS-PART-IDX > LS-PART-TOTAL
               MOVE LS-PART-IDX TO LS-PART-NUMBER
               PERFORM BUILD-PART-PATH
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING "cat " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".balance.*.dat >> " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-BAL-WORK-PATH) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
               CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           END-PERFORM
           MOVE LS-BAL-WORK-PATH TO LS-READER-PATH
           OPEN INPUT FD-READER
           IF LS-READER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-READER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ADD-BALANCE-LINE
               END-READ
           END-PERFORM
           CLOSE FD-READER
           PERFORM VARYING LS-BAL-IDX FROM 1 BY 1
               UNTIL LS-BAL-IDX > LS-BAL-COUNT
               CALL "WRITE-BALANCE" USING
                   LS-BAL-PROGRAM(LS-BAL-IDX) LS-BAL-ROLE(LS-BAL-IDX)
                   LS-BAL-FILE(LS-BAL-IDX) LS-BAL-IN(LS-BAL-IDX)
                   LS-BAL-USED(LS-BAL-IDX) LS-BAL-REJ(LS-BAL-IDX)
           END-PERFORM
           IF LS-BAL-COUNT > 0
               DISPLAY "PARTITION: " LS-BAL-COUNT
                   " balancing entr(ies) merged"
           END-IF
           .

       ADD-BALANCE-LINE.
           IF F-READER-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-BAL-TS LS-BAL-LINE-PROGRAM
               LS-BAL-LINE-ROLE LS-BAL-IN-TOKEN LS-BAL-USED-TOKEN
               LS-BAL-REJ-TOKEN LS-BAL-LINE-FILE
           UNSTRING F-READER-RECORD DELIMITED BY ALL " "
               INTO LS-BAL-TS LS-BAL-LINE-PROGRAM LS-BAL-LINE-ROLE
                   LS-BAL-IN-TOKEN LS-BAL-USED-TOKEN LS-BAL-REJ-TOKEN
                   LS-BAL-LINE-FILE
      *> Any partition's name in the file goes back to the input's.
           PERFORM VARYING LS-PART-IDX FROM 1 BY 1
               UNTIL LS-PART-IDX > LS-PART-TOTAL
               MOVE LS-PART-IDX TO LS-PART-NUMBER
               PERFORM BUILD-PART-PATH
               IF LS-BAL-LINE-FILE(1:LS-PART-LEN) =
                   LS-PART-PATH(1:LS-PART-LEN)
                   AND (LS-BAL-LINE-FILE(LS-PART-LEN + 1:1) = " "
                       OR LS-BAL-LINE-FILE(LS-PART-LEN + 1:1) = ".")
                   MOVE SPACES TO LS-TOKEN
                   STRING FUNCTION TRIM(LS-INPUT-PATH)
                       DELIMITED BY SIZE
                       LS-BAL-LINE-FILE(LS-PART-LEN + 1:)
                       DELIMITED BY SIZE
                       INTO LS-TOKEN
                   MOVE LS-TOKEN TO LS-BAL-LINE-FILE
               END-IF
           END-PERFORM
           MOVE 0 TO LS-BAL-FOUND
           PERFORM VARYING LS-BAL-IDX FROM 1 BY 1
               UNTIL LS-BAL-IDX > LS-BAL-COUNT
               IF LS-BAL-PROGRAM(LS-BAL-IDX) = LS-BAL-LINE-PROGRAM
                   AND LS-BAL-ROLE(LS-BAL-IDX) = LS-BAL-LINE-ROLE
                   AND LS-BAL-FILE(LS-BAL-IDX) = LS-BAL-LINE-FILE
                   MOVE LS-BAL-IDX TO LS-BAL-FOUND
               END-IF
           END-PERFORM
           IF LS-BAL-FOUND = 0
               IF LS-BAL-COUNT >= C-MAX-BALANCE
                   DISPLAY "PARTITION: more than " C-MAX-BALANCE
                       " balancing entries to merge"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LS-BAL-COUNT
               MOVE LS-BAL-COUNT TO LS-BAL-FOUND
               MOVE LS-BAL-LINE-PROGRAM TO LS-BAL-PROGRAM(LS-BAL-FOUND)
               MOVE LS-BAL-LINE-ROLE TO LS-BAL-ROLE(LS-BAL-FOUND)
               MOVE LS-BAL-LINE-FILE TO LS-BAL-FILE(LS-BAL-FOUND)
               MOVE 0 TO LS-BAL-IN(LS-BAL-FOUND)
                   LS-BAL-USED(LS-BAL-FOUND) LS-BAL-REJ(LS-BAL-FOUND)
           END-IF
           ADD FUNCTION NUMVAL(LS-BAL-IN-TOKEN(4:)) TO
               LS-BAL-IN(LS-BAL-FOUND)
           ADD FUNCTION NUMVAL(LS-BAL-USED-TOKEN(6:)) TO
               LS-BAL-USED(LS-BAL-FOUND)
           ADD FUNCTION NUMVAL(LS-BAL-REJ-TOKEN(5:)) TO
               LS-BAL-REJ(LS-BAL-FOUND)
           .

      *> Everything this service made goes once the answer is
      *> merged; on a failed merge it is all left for diagnosis.
       REMOVE-PARTITION-FILES.
           PERFORM VARYING LS-PART-IDX FROM 1 BY 1
               UNTIL LS-PART-IDX > LS-PART-TOTAL
               MOVE LS-PART-IDX TO LS-PART-NUMBER
               PERFORM BUILD-PART-PATH
               MOVE SPACES TO LS-SHELL-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".parms " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".rc " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".runlog " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".rejects " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".exceptions.*.dat " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PART-PATH) DELIMITED BY SIZE
                   ".balance.*.dat" DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
               CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           END-PERFORM
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-BAL-WORK-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           .
       END PROGRAM PARTITION.
