       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCANOM.

      *> Exception volume analysis. EXCREPORT lists what was raised
      *> tonight; this says whether tonight's volumes are normal.
      *> Tonight's exceptions are counted per program, severity
      *> and message prefix, and each count is held against a
      *> rolling baseline built from the dated repositories of
      *> the nights before:
      *>
      *>     excanom [YYYYMMDD]
      *>
      *> The message prefix is the head of the message with its
      *> digits taken out, so "400 malformed record(s)" and "3
      *> malformed record(s)" count together. The collapsed
      *> "(repeated n more times)" lines WRITE-EXCEPTION leaves
      *> after a storm count as the n repeats they stand for.
      *>
      *> The baseline is the mean nightly count over the last
      *> ANOMDAYS nights (default 28) that have a repository. A
      *> count above ANOMHIGH percent of its baseline (default
      *> 300), and at least ANOMMIN (default 5) over it, is a
      *> SPIKE. A steady group - raised on at least half the
      *> baseline nights, one or more a night on average - whose
      *> count falls below ANOMLOW percent of its baseline
      *> (default 25) is a SILENCE: the program may have stopped
      *> checking, or stopped running. Each spike or silence is
      *> raised as an exception of its own, program EXCANOM, so
      *> NOTIFY routes it like any other. Fewer than three
      *> baseline nights and nothing is judged yet.
      *>
      *> Prefixes never seen before are listed apart rather than
      *> judged: the register "exceptions.prefixes.dat" beside the
      *> repositories (EXCDIR honoured) holds every program,
      *> severity and prefix seen so far with the date it first
      *> appeared, and each run adds tonight's new ones.
      *>
      *> The analysis goes to SYSOUT and, through the shared report
      *> writer, to "excanom.YYYYMMDD.rpt". A night already
      *> analysed is reported again without raising its anomalies
      *> twice: a night whose anomalies were raised is marked in
      *> the register ("EXCANOM  R <run date> RAISED"), since the
      *> exceptions themselves go to the repository of the day
      *> they were raised, not necessarily the night's own.
      *> EXCANOM's own exceptions are never counted.
      *>
      *> Returns 4 when there is a spike or silence, 0 otherwise,
      *> 12 on bad parameters.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-EXCREPO ASSIGN TO LS-EXCREPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-EXCREPO-STATUS.
           SELECT FD-REGISTER ASSIGN TO LS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-EXCREPO.
       01  F-EXCREPO-RECORD.
           05 F-EXC-TIMESTAMP             PIC X(14).
           05 FILLER                      PIC X(1).
           05 F-EXC-PROGRAM               PIC X(8).
           05 FILLER                      PIC X(1).
           05 F-EXC-SEVERITY              PIC X(1).
           05 FILLER                      PIC X(1).
           05 F-EXC-KEY                   PIC X(40).
           05 FILLER                      PIC X(1).
           05 F-EXC-MESSAGE               PIC X(120).
           05 FILLER                      PIC X(1).
           05 F-EXC-RUN-ID                PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-EXC-CODE                  PIC X(8).
       FD  FD-REGISTER.
      *> "<program8> <sev> <first-seen yyyymmdd> <prefix>"
       01  F-REGISTER-RECORD.
           05 F-REG-PROGRAM               PIC X(8).
           05 FILLER                      PIC X(1).
           05 F-REG-SEVERITY              PIC X(1).
           05 FILLER                      PIC X(1).
           05 F-REG-FIRST-SEEN            PIC X(8).
           05 FILLER                      PIC X(1).
           05 F-REG-PREFIX                PIC X(20).

       LOCAL-STORAGE SECTION.
       01 C-MAX-GROUPS                   CONSTANT 1000.
       01 C-MIN-NIGHTS                   CONSTANT 3.
       01 C-PREFIX-LEN                   CONSTANT 20.
       01 LS-COMMAND-LINE                 PIC X(40).
       01 LS-RUN-DATE                     PIC X(8).
       01 LS-SCAN-DATE                    PIC 9(8).
       01 LS-EXCDIR                       PIC X(100).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-EXCREPO-PATH                 PIC X(140).
       01 LS-EXCREPO-STATUS               PIC X(2).
       01 LS-REGISTER-PATH                PIC X(140).
       01 LS-REGISTER-STATUS              PIC X(2).
       01 LS-WINDOW-DAYS                  PIC 9(3) VALUE 28.
       01 LS-HIGH-PERCENT                 PIC 9(5) VALUE 300.
       01 LS-LOW-PERCENT                  PIC 9(3) VALUE 25.
       01 LS-MIN-EXCESS                   PIC 9(5) VALUE 5.
       01 LS-DAY-IDX                      PIC 9(3).
       01 LS-NIGHTS                       PIC 9(3) VALUE 0.
       01 LS-TONIGHT-FOUND                PIC 9(1) VALUE 0.
       01 LS-ALREADY-RAISED               PIC 9(1) VALUE 0.
       01 LS-COUNTING-TONIGHT             PIC 9(1).

      *> One group per program, severity and prefix.
       01 LS-GROUP-COUNT                  PIC 9(4) VALUE 0.
       01 LS-GROUP-TABLE.
           05 LS-GROUP OCCURS 0 TO C-MAX-GROUPS TIMES
                  DEPENDING ON LS-GROUP-COUNT.
               10 LS-GROUP-PROGRAM        PIC X(8).
               10 LS-GROUP-SEVERITY       PIC X(1).
               10 LS-GROUP-PREFIX         PIC X(20).
               10 LS-GROUP-BASE-TOTAL     PIC 9(9).
               10 LS-GROUP-BASE-NIGHTS    PIC 9(3).
               10 LS-GROUP-LAST-NIGHT     PIC 9(8).
               10 LS-GROUP-TONIGHT        PIC 9(9).
               10 LS-GROUP-REGISTERED     PIC 9(1).
       01 LS-GROUP-IDX                    PIC 9(4).
       01 LS-OVERFLOW-COUNT               PIC 9(6) VALUE 0.

      *> The exception being counted.
       01 LS-PREFIX                       PIC X(20).
       01 LS-PREFIX-LEN                   PIC 9(2).
       01 LS-CHAR-IDX                     PIC 9(3).
       01 LS-MESSAGE                      PIC X(120).
       01 LS-REPEAT-POS                   PIC 9(3).
       01 LS-REPEAT-TEXT                  PIC X(20).
       01 LS-OCCURRENCES                  PIC 9(9).

      *> Judging one group.
       01 LS-BASELINE                     PIC 9(7)V9.
       01 LS-HIGH-LIMIT                   PIC 9(9)V9.
       01 LS-LOW-LIMIT                    PIC 9(7)V9.
       01 LS-VERDICT                      PIC X(8).
       01 LS-SPIKE-COUNT                  PIC 9(4) VALUE 0.
       01 LS-SILENCE-COUNT                PIC 9(4) VALUE 0.
       01 LS-NEW-COUNT                    PIC 9(4) VALUE 0.
       01 LS-BASELINE-DISPLAY             PIC Z(6)9.9.
       01 LS-TONIGHT-DISPLAY              PIC Z(8)9.
       01 LS-LOW-DISPLAY                  PIC Z(6)9.9.
       01 LS-HIGH-DISPLAY                 PIC Z(8)9.9.
       01 LS-NIGHTS-DISPLAY               PIC ZZ9.
       01 LS-WINDOW-DISPLAY               PIC ZZ9.
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-TEXT                     PIC X(120).
       01 LS-RPT-ARG-1                    PIC X(132).
       01 LS-RPT-ARG-2                    PIC X(132).
       01 LS-LINE                         PIC X(132).
       01 LS-NOW                          PIC X(21).
       01 LS-END-TS                       PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(LS-COMMAND-LINE) TO LS-RUN-DATE
           IF LS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO LS-RUN-DATE
           END-IF
           IF FUNCTION TEST-NUMVAL(LS-RUN-DATE) NOT = 0
               DISPLAY "EXCANOM: usage: excanom [YYYYMMDD]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PARAMETERS

      *> The baseline nights, newest first, then tonight.
           MOVE 0 TO LS-COUNTING-TONIGHT
           PERFORM VARYING LS-DAY-IDX FROM 1 BY 1
               UNTIL LS-DAY-IDX > LS-WINDOW-DAYS
               COMPUTE LS-SCAN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION
                       NUMVAL(LS-RUN-DATE)) - LS-DAY-IDX)
               PERFORM COUNT-ONE-REPOSITORY
           END-PERFORM
           MOVE 1 TO LS-COUNTING-TONIGHT
           COMPUTE LS-SCAN-DATE = FUNCTION NUMVAL(LS-RUN-DATE)
           PERFORM COUNT-ONE-REPOSITORY

           PERFORM LOAD-PREFIX-REGISTER
           PERFORM OPEN-ANALYSIS-REPORT
           IF LS-TONIGHT-FOUND = 0
               MOVE SPACES TO LS-LINE
               STRING "no exception repository for " LS-RUN-DATE
                   "; nothing to analyse" DELIMITED BY SIZE
                   INTO LS-LINE
               PERFORM REPORT-LINE
           ELSE
               IF LS-NIGHTS < C-MIN-NIGHTS
                   MOVE LS-NIGHTS TO LS-NIGHTS-DISPLAY
                   MOVE SPACES TO LS-LINE
                   STRING "baseline still building: "
                       FUNCTION TRIM(LS-NIGHTS-DISPLAY)
                       " night(s) on file, " C-MIN-NIGHTS
                       " needed; volumes not judged"
                       DELIMITED BY SIZE INTO LS-LINE
                   PERFORM REPORT-LINE
               ELSE
                   IF LS-ALREADY-RAISED = 1
                       MOVE "night already analysed; anomalies below "
                           & "were raised by the earlier run"
                           TO LS-LINE
                       PERFORM REPORT-LINE
                   END-IF
                   PERFORM VARYING LS-GROUP-IDX FROM 1 BY 1
                       UNTIL LS-GROUP-IDX > LS-GROUP-COUNT
                       PERFORM JUDGE-ONE-GROUP
                   END-PERFORM
                   IF LS-ALREADY-RAISED = 0
                       AND LS-SPIKE-COUNT + LS-SILENCE-COUNT > 0
                       PERFORM MARK-NIGHT-RAISED
                   END-IF
               END-IF
               PERFORM LIST-NEW-PREFIXES
           END-IF
           PERFORM CLOSE-ANALYSIS-REPORT

           DISPLAY "EXCANOM: " LS-SPIKE-COUNT " spike(s), "
               LS-SILENCE-COUNT " silence(s), " LS-NEW-COUNT
               " new prefix(es)"
           IF LS-OVERFLOW-COUNT > 0
               DISPLAY "EXCANOM: " LS-OVERFLOW-COUNT " exception(s) "
                   "beyond " C-MAX-GROUPS " groups not counted"
           END-IF
           MOVE SPACES TO LS-LOG-RESULT
           STRING LS-RUN-DATE " SPIKES " LS-SPIKE-COUNT
               " SILENCES " LS-SILENCE-COUNT
               " NEW " LS-NEW-COUNT
               DELIMITED BY SIZE INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               "EXCANOM " LS-EXCREPO-PATH(1:100) LS-NOW LS-END-TS
               LS-LOG-RESULT
           IF LS-SPIKE-COUNT > 0 OR LS-SILENCE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           CALL "GET-PARAMETER" USING
               "EXCDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-EXCDIR
           CALL "GET-PARAMETER" USING
               "ANOMDAYS            " LS-PARM-VALUE
           IF LS-PARM-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LS-PARM-VALUE) NOT = 0
                   OR FUNCTION NUMVAL(LS-PARM-VALUE) < 1
                   OR FUNCTION NUMVAL(LS-PARM-VALUE) > 366
                   DISPLAY "EXCANOM: ANOMDAYS is not 1 to 366: "
                       FUNCTION TRIM(LS-PARM-VALUE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE LS-WINDOW-DAYS = FUNCTION NUMVAL(LS-PARM-VALUE)
           END-IF
           CALL "GET-PARAMETER" USING
               "ANOMHIGH            " LS-PARM-VALUE
           IF LS-PARM-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LS-PARM-VALUE) NOT = 0
                   OR FUNCTION NUMVAL(LS-PARM-VALUE) < 100
                   OR FUNCTION NUMVAL(LS-PARM-VALUE) > 99999
                   DISPLAY "EXCANOM: ANOMHIGH is not a percentage "
                       "of 100 or more: " FUNCTION TRIM(LS-PARM-VALUE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE LS-HIGH-PERCENT = FUNCTION NUMVAL(LS-PARM-VALUE)
           END-IF
           CALL "GET-PARAMETER" USING
               "ANOMLOW             " LS-PARM-VALUE
           IF LS-PARM-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LS-PARM-VALUE) NOT = 0
                   OR FUNCTION NUMVAL(LS-PARM-VALUE) > 100
                   DISPLAY "EXCANOM: ANOMLOW is not a percentage "
                       "of 100 or less: " FUNCTION TRIM(LS-PARM-VALUE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE LS-LOW-PERCENT = FUNCTION NUMVAL(LS-PARM-VALUE)
           END-IF
           CALL "GET-PARAMETER" USING
               "ANOMMIN             " LS-PARM-VALUE
           IF LS-PARM-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LS-PARM-VALUE) NOT = 0
                   OR FUNCTION NUMVAL(LS-PARM-VALUE) > 99999
                   DISPLAY "EXCANOM: ANOMMIN is not a count: "
                       FUNCTION TRIM(LS-PARM-VALUE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE LS-MIN-EXCESS = FUNCTION NUMVAL(LS-PARM-VALUE)
           END-IF
           MOVE SPACES TO LS-REGISTER-PATH
           STRING FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
               "exceptions.prefixes.dat" DELIMITED BY SIZE
               INTO LS-REGISTER-PATH
           .

      *> One night's repository into the group table - into the
      *> baseline, or into tonight's counts.
       COUNT-ONE-REPOSITORY.
           MOVE SPACES TO LS-EXCREPO-PATH
           STRING FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
               "exceptions." DELIMITED BY SIZE
               LS-SCAN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO LS-EXCREPO-PATH
           OPEN INPUT FD-EXCREPO
           IF LS-EXCREPO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF LS-COUNTING-TONIGHT = 1
               MOVE 1 TO LS-TONIGHT-FOUND
           ELSE
               ADD 1 TO LS-NIGHTS
           END-IF
           PERFORM UNTIL EXIT
               READ FD-EXCREPO
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-EXC-PROGRAM = "EXCANOM"
                   IF LS-COUNTING-TONIGHT = 1
                       MOVE 1 TO LS-ALREADY-RAISED
                   END-IF
               ELSE
                   PERFORM COUNT-ONE-EXCEPTION
               END-IF
           END-PERFORM
           CLOSE FD-EXCREPO
           .

       COUNT-ONE-EXCEPTION.
           MOVE F-EXC-MESSAGE TO LS-MESSAGE
           MOVE 1 TO LS-OCCURRENCES
      *> A storm summary stands for the repeats it collapsed.
           MOVE 0 TO LS-REPEAT-POS
           INSPECT LS-MESSAGE TALLYING LS-REPEAT-POS
               FOR CHARACTERS BEFORE INITIAL " (repeated "
           IF LS-REPEAT-POS < 120
               MOVE SPACES TO LS-REPEAT-TEXT
               UNSTRING LS-MESSAGE(LS-REPEAT-POS + 12:)
                   DELIMITED BY " " INTO LS-REPEAT-TEXT
               IF FUNCTION TEST-NUMVAL(LS-REPEAT-TEXT) = 0
                   COMPUTE LS-OCCURRENCES =
                       FUNCTION NUMVAL(LS-REPEAT-TEXT)
                   MOVE SPACES TO LS-MESSAGE(LS-REPEAT-POS + 1:)
               END-IF
           END-IF
           PERFORM DERIVE-PREFIX
           PERFORM FIND-GROUP
           IF LS-GROUP-IDX = 0
               ADD LS-OCCURRENCES TO LS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           IF LS-COUNTING-TONIGHT = 1
               ADD LS-OCCURRENCES TO LS-GROUP-TONIGHT(LS-GROUP-IDX)
           ELSE
               ADD LS-OCCURRENCES TO LS-GROUP-BASE-TOTAL(LS-GROUP-IDX)
               IF LS-GROUP-LAST-NIGHT(LS-GROUP-IDX) NOT = LS-SCAN-DATE
                   ADD 1 TO LS-GROUP-BASE-NIGHTS(LS-GROUP-IDX)
                   MOVE LS-SCAN-DATE
                       TO LS-GROUP-LAST-NIGHT(LS-GROUP-IDX)
               END-IF
           END-IF
           .

      *> The head of the message with the digits taken out, so
      *> counts and line numbers in the text don't split a group.
       DERIVE-PREFIX.
           MOVE SPACES TO LS-PREFIX
           MOVE 0 TO LS-PREFIX-LEN
           PERFORM VARYING LS-CHAR-IDX FROM 1 BY 1
               UNTIL LS-CHAR-IDX > 120
                   OR LS-PREFIX-LEN >= C-PREFIX-LEN
               IF LS-MESSAGE(LS-CHAR-IDX:1) IS NUMERIC
                   CONTINUE
               ELSE
                   IF LS-MESSAGE(LS-CHAR-IDX:1) = SPACE
                       AND (LS-PREFIX-LEN = 0
                           OR LS-PREFIX(LS-PREFIX-LEN:1) = SPACE)
                       CONTINUE
                   ELSE
                       ADD 1 TO LS-PREFIX-LEN
                       MOVE LS-MESSAGE(LS-CHAR-IDX:1)
                           TO LS-PREFIX(LS-PREFIX-LEN:1)
                   END-IF
               END-IF
           END-PERFORM
           .

      *> The group for F-EXC-PROGRAM, F-EXC-SEVERITY and LS-PREFIX,
      *> added when new; 0 when the table is full.
       FIND-GROUP.
           PERFORM VARYING LS-GROUP-IDX FROM 1 BY 1
               UNTIL LS-GROUP-IDX > LS-GROUP-COUNT
               IF LS-GROUP-PROGRAM(LS-GROUP-IDX) = F-EXC-PROGRAM
                   AND LS-GROUP-SEVERITY(LS-GROUP-IDX) = F-EXC-SEVERITY
                   AND LS-GROUP-PREFIX(LS-GROUP-IDX) = LS-PREFIX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-GROUP-COUNT >= C-MAX-GROUPS
               MOVE 0 TO LS-GROUP-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-GROUP-COUNT
           MOVE LS-GROUP-COUNT TO LS-GROUP-IDX
           MOVE F-EXC-PROGRAM TO LS-GROUP-PROGRAM(LS-GROUP-IDX)
           MOVE F-EXC-SEVERITY TO LS-GROUP-SEVERITY(LS-GROUP-IDX)
           MOVE LS-PREFIX TO LS-GROUP-PREFIX(LS-GROUP-IDX)
           MOVE 0 TO LS-GROUP-BASE-TOTAL(LS-GROUP-IDX)
               LS-GROUP-BASE-NIGHTS(LS-GROUP-IDX)
               LS-GROUP-LAST-NIGHT(LS-GROUP-IDX)
               LS-GROUP-TONIGHT(LS-GROUP-IDX)
               LS-GROUP-REGISTERED(LS-GROUP-IDX)
           .

      *> Groups already in the register have been seen before,
      *> whether or not they fall inside the baseline window.
       LOAD-PREFIX-REGISTER.
           OPEN INPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-REG-PROGRAM = "EXCANOM"
                   AND F-REG-SEVERITY = "R"
                   AND F-REG-FIRST-SEEN = LS-RUN-DATE
                   MOVE 1 TO LS-ALREADY-RAISED
               END-IF
               PERFORM VARYING LS-GROUP-IDX FROM 1 BY 1
                   UNTIL LS-GROUP-IDX > LS-GROUP-COUNT
                   IF LS-GROUP-PROGRAM(LS-GROUP-IDX) = F-REG-PROGRAM
                       AND LS-GROUP-SEVERITY(LS-GROUP-IDX)
                           = F-REG-SEVERITY
                       AND LS-GROUP-PREFIX(LS-GROUP-IDX)
                           = F-REG-PREFIX
                       MOVE 1 TO LS-GROUP-REGISTERED(LS-GROUP-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE FD-REGISTER
           .

       JUDGE-ONE-GROUP.
           IF LS-GROUP-BASE-TOTAL(LS-GROUP-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-BASELINE ROUNDED =
               LS-GROUP-BASE-TOTAL(LS-GROUP-IDX) / LS-NIGHTS
           COMPUTE LS-HIGH-LIMIT ROUNDED =
               LS-BASELINE * LS-HIGH-PERCENT / 100
           COMPUTE LS-LOW-LIMIT ROUNDED =
               LS-BASELINE * LS-LOW-PERCENT / 100
           MOVE SPACES TO LS-VERDICT
           EVALUATE TRUE
               WHEN LS-GROUP-TONIGHT(LS-GROUP-IDX) > LS-HIGH-LIMIT
                   AND LS-GROUP-TONIGHT(LS-GROUP-IDX) - LS-BASELINE
                       >= LS-MIN-EXCESS
                   MOVE "SPIKE" TO LS-VERDICT
                   ADD 1 TO LS-SPIKE-COUNT
               WHEN LS-GROUP-TONIGHT(LS-GROUP-IDX) < LS-LOW-LIMIT
                   AND LS-BASELINE >= 1
                   AND LS-GROUP-BASE-NIGHTS(LS-GROUP-IDX) * 2
                       >= LS-NIGHTS
                   MOVE "SILENCE" TO LS-VERDICT
                   ADD 1 TO LS-SILENCE-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE LS-BASELINE TO LS-BASELINE-DISPLAY
           MOVE LS-GROUP-TONIGHT(LS-GROUP-IDX) TO LS-TONIGHT-DISPLAY
           MOVE LS-LOW-LIMIT TO LS-LOW-DISPLAY
           MOVE LS-HIGH-LIMIT TO LS-HIGH-DISPLAY
           MOVE SPACES TO LS-LINE
           STRING LS-VERDICT " " LS-GROUP-PROGRAM(LS-GROUP-IDX) " "
               LS-GROUP-SEVERITY(LS-GROUP-IDX) " "
               LS-GROUP-PREFIX(LS-GROUP-IDX) " " LS-TONIGHT-DISPLAY
               "  " LS-BASELINE-DISPLAY "  " LS-LOW-DISPLAY " - "
               FUNCTION TRIM(LS-HIGH-DISPLAY)
               DELIMITED BY SIZE INTO LS-LINE
           PERFORM REPORT-LINE
           IF LS-ALREADY-RAISED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-EXC-KEY
           STRING LS-GROUP-PROGRAM(LS-GROUP-IDX) " "
               LS-GROUP-SEVERITY(LS-GROUP-IDX) " "
               LS-GROUP-PREFIX(LS-GROUP-IDX)
               DELIMITED BY SIZE INTO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-TEXT
           STRING FUNCTION TRIM(LS-VERDICT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-GROUP-PROGRAM(LS-GROUP-IDX))
               DELIMITED BY SIZE
               " " LS-GROUP-SEVERITY(LS-GROUP-IDX) " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TONIGHT-DISPLAY) DELIMITED BY SIZE
               " tonight against a baseline of " DELIMITED BY SIZE
               FUNCTION TRIM(LS-BASELINE-DISPLAY) DELIMITED BY SIZE
               " a night: " DELIMITED BY SIZE
               FUNCTION TRIM(LS-GROUP-PREFIX(LS-GROUP-IDX))
               DELIMITED BY SIZE
               INTO LS-EXC-TEXT
           CALL "WRITE-EXCEPTION" USING
               "EXCANOM " "W" LS-EXC-KEY LS-EXC-TEXT
           .

      *> The night's anomalies are out; a rerun for the same night
      *> finds this and reports without raising them again.
       MARK-NIGHT-RAISED.
           OPEN EXTEND FD-REGISTER
           IF LS-REGISTER-STATUS = "05" OR LS-REGISTER-STATUS = "35"
               OPEN OUTPUT FD-REGISTER
           END-IF
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "EXCANOM: ERROR OPENING " LS-REGISTER-PATH
                   " STATUS=" LS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-REGISTER-RECORD
           MOVE "EXCANOM" TO F-REG-PROGRAM
           MOVE "R" TO F-REG-SEVERITY
           MOVE LS-RUN-DATE TO F-REG-FIRST-SEEN
           MOVE "RAISED" TO F-REG-PREFIX
           WRITE F-REGISTER-RECORD
           CLOSE FD-REGISTER
           .

      *> Tonight's groups the register has never held, listed and
      *> then registered so they are new only once.
       LIST-NEW-PREFIXES.
           MOVE SPACES TO LS-LINE
           PERFORM REPORT-LINE
           MOVE "NEW MESSAGE PREFIXES" TO LS-LINE
           PERFORM REPORT-LINE
           OPEN EXTEND FD-REGISTER
           IF LS-REGISTER-STATUS = "05" OR LS-REGISTER-STATUS = "35"
               OPEN OUTPUT FD-REGISTER
           END-IF
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "EXCANOM: ERROR OPENING " LS-REGISTER-PATH
                   " STATUS=" LS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-GROUP-IDX FROM 1 BY 1
               UNTIL LS-GROUP-IDX > LS-GROUP-COUNT
               IF LS-GROUP-REGISTERED(LS-GROUP-IDX) = 0
                   MOVE SPACES TO F-REGISTER-RECORD
                   IF LS-GROUP-TONIGHT(LS-GROUP-IDX) > 0
                       AND LS-GROUP-BASE-TOTAL(LS-GROUP-IDX) = 0
                       ADD 1 TO LS-NEW-COUNT
                       MOVE LS-GROUP-TONIGHT(LS-GROUP-IDX)
                           TO LS-TONIGHT-DISPLAY
                       MOVE SPACES TO LS-LINE
                       STRING "NEW      " LS-GROUP-PROGRAM(LS-GROUP-IDX)
                           " " LS-GROUP-SEVERITY(LS-GROUP-IDX) " "
                           LS-GROUP-PREFIX(LS-GROUP-IDX) " "
                           LS-TONIGHT-DISPLAY
                           DELIMITED BY SIZE INTO LS-LINE
                       PERFORM REPORT-LINE
                       MOVE LS-RUN-DATE TO F-REG-FIRST-SEEN
                   ELSE
                       MOVE LS-GROUP-LAST-NIGHT(LS-GROUP-IDX)
                           TO F-REG-FIRST-SEEN
                   END-IF
                   MOVE LS-GROUP-PROGRAM(LS-GROUP-IDX)
                       TO F-REG-PROGRAM
                   MOVE LS-GROUP-SEVERITY(LS-GROUP-IDX)
                       TO F-REG-SEVERITY
                   MOVE LS-GROUP-PREFIX(LS-GROUP-IDX) TO F-REG-PREFIX
                   WRITE F-REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE FD-REGISTER
           IF LS-NEW-COUNT = 0
               MOVE "(none)" TO LS-LINE
               PERFORM REPORT-LINE
           END-IF
           .

       OPEN-ANALYSIS-REPORT.
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "excanom." LS-RUN-DATE ".rpt"
               DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           MOVE "EXCEPTION VOLUME ANALYSIS" TO LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "OPEN " LS-RPT-ARG-1 LS-RPT-ARG-2
           MOVE "VERDICT  PROGRAM  S PREFIX                 TONIGHT"
               TO LS-RPT-ARG-1
           MOVE "   BASELINE        BAND" TO LS-RPT-ARG-1(53:)
           CALL "REPORT-WRITER" USING
               "HEAD " LS-RPT-ARG-1 LS-RPT-ARG-2
           MOVE LS-NIGHTS TO LS-NIGHTS-DISPLAY
           MOVE LS-WINDOW-DAYS TO LS-WINDOW-DISPLAY
           DISPLAY "EXCANOM: exception volumes for " LS-RUN-DATE
               " against " FUNCTION TRIM(LS-NIGHTS-DISPLAY)
               " baseline night(s) of the last "
               FUNCTION TRIM(LS-WINDOW-DISPLAY)
           DISPLAY LS-RPT-ARG-1(1:80)
           .

       REPORT-LINE.
           DISPLAY FUNCTION TRIM(LS-LINE TRAILING)
           MOVE LS-LINE TO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           .

       CLOSE-ANALYSIS-REPORT.
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "SPIKES " LS-SPIKE-COUNT "  SILENCES "
               LS-SILENCE-COUNT "  NEW PREFIXES " LS-NEW-COUNT
               "  BASELINE NIGHTS " LS-NIGHTS
               DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "FOOT " LS-RPT-ARG-1 LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-RPT-ARG-1 LS-RPT-ARG-2
           .
       END PROGRAM EXCANOM.
