      *> shop through a screen rather than cat and grep:
      *>
      *>   1  show the current/last batch's steps with their
      *>      recorded dispositions from the .status file; a step
      *>      still under way that follows a feed (DAY18 STREAM)
      *>      has its "<input>.stream" progress - state, bytes
      *>      applied and received, path length - shown under it
      *>   2  browse the run-log history for one program, with
      *>      elapsed seconds per run
      *>   3  page through a day's central exception repository,
      *>      each exception followed by its message-catalog remedy
      *>   4  relaunch a failed step, using exactly the command
      *>      line DAYBATCH would, and record its completion
      *>   0  exit
      *>
      *>   5  view the night's alert file
      *>   6  add an entry to the operator shift log (through
      *>      WRITE-OPERATOR-LOG), optionally linked to a run,
      *>      step or exception; a relaunch also offers to log
      *>      its reason as a RESTART entry against the step
      *>   7  ask the running night to quiesce: the request file
      *>      "<control>.quiesce" is written with the operator and
      *>      reason, and logged as a HOLD entry; DAYBATCH stops
      *>      launching, lets running steps finish, and waits to be
      *>      resumed with "daybatch <control> RESUME"
      *>
      *> Command-line arguments:
      *> LS-CONTROL-FILE: control file of the batch being operated
      *> "DRILL <date>" as trailing tokens replays that night's
      *> ARCHIVED artifacts - the dated .statusdone, alert and
      *> exception files - through the same screens as a clearly
      *> watermarked simulation, with relaunch, operator-log
      *> entries and quiesce requests disabled. New
      *> operators train on the real failure we archived, not on
      *> the live production console.

           SELECT FD-ALERT ASSIGN TO LS-ALERT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ALERT-STATUS.
           SELECT FD-QUIESCE ASSIGN TO LS-QUIESCE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-QUIESCE-STATUS.
           SELECT FD-STREAM ASSIGN TO LS-STREAM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).
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
       FD  FD-ALERT.
       01  F-ALERT-RECORD                 PIC X(400).
       FD  FD-QUIESCE.
       01  F-QUIESCE-RECORD               PIC X(200).
       FD  FD-STREAM.
       01  F-STREAM-RECORD                PIC X(80).

       LOCAL-STORAGE SECTION.
       01 C-MAX-STEPS                    CONSTANT 100.
       01 LS-GDG-NEW-COMMAND              PIC X(200).
       01 LS-GDG-FAILED                   PIC 9(1).
       01 LS-PAGE-LINES                   PIC 9(3).
       01 LS-MSG-CODE                     PIC X(8).
       01 LS-MSG-SEVERITY                 PIC X(1).
       01 LS-MSG-TEXT                     PIC X(120).
       01 LS-MSG-REMEDY                   PIC X(400).
       01 LS-MSG-STATUS                   PIC X(2).
       01 LS-REMEDY-IDX                   PIC 9(1).
       01 LS-PAGE-REPLY                   PIC X(1).
       01 LS-PICKED-STEP                  PIC X(40).
       01 LS-FOUND-IDX                    PIC 9(4).
       01 LS-RETURN-CODE                  PIC 9(4).
       01 LS-RUN-START-TS                 PIC X(21).
       01 LS-RUN-END-TS                   PIC X(21).
       01 LS-RUN-RESULT                   PIC X(200).
       01 LS-DRILL-TOKEN                  PIC X(6).
       01 LS-DRILL-MODE                   PIC 9(1) VALUE 0.
       01 LS-DRILL-DATE                   PIC X(8).
       01 LS-ALERT-FILE                   PIC X(130).
       01 LS-ALERT-STATUS                 PIC X(2).
       01 LS-OPLOG-CATEGORY               PIC X(11).
       01 LS-OPLOG-LINK                   PIC X(60).
       01 LS-OPLOG-TEXT                   PIC X(120).
       01 LS-OPLOG-WRITE-STATUS           PIC X(2).
       01 LS-QUIESCE-FILE                 PIC X(110).
       01 LS-QUIESCE-STATUS               PIC X(2).
       01 LS-QUIESCE-REASON               PIC X(120).
       01 LS-USER-ID                      PIC X(20).
       01 LS-NOW-TS                       PIC X(21).
       01 LS-SHELL-COMMAND                PIC X(300).
       01 LS-NIGHT-MARK                   PIC X(40).
       01 LS-NIGHT-DISPOSITION            PIC X(20).
       01 LS-STREAM-FILE                  PIC X(130).
       01 LS-STREAM-STATUS                PIC X(2).
       01 LS-TOKEN-NUMBER                 PIC 9(4).
       01 LS-PATH-MARKS                   PIC 9(4).

       PROCEDURE DIVISION.

                   ".status" DELIMITED BY SIZE
                   INTO LS-STATUS-FILE
           END-IF
           STRING FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               ".quiesce" DELIMITED BY SIZE
               INTO LS-QUIESCE-FILE
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
                   DISPLAY "  4  relaunch a failed step"
               END-IF
               DISPLAY "  5  view the night's alert file"
               IF LS-DRILL-MODE = 1
                   DISPLAY "  6  add an operator log entry "
                       "(DISABLED IN DRILL)"
               ELSE
                   DISPLAY "  6  add an operator log entry"
               END-IF
               IF LS-DRILL-MODE = 1
                   DISPLAY "  7  quiesce the running night "
                       "(DISABLED IN DRILL)"
               ELSE
                   DISPLAY "  7  quiesce the running night"
               END-IF
               DISPLAY "  0  exit"
               DISPLAY "Choice:"
               MOVE "0" TO LS-MENU-CHOICE
                       END-IF
                   WHEN "5"
                       PERFORM SHOW-ALERT-FILE
                   WHEN "6"
                       IF LS-DRILL-MODE = 1
                           DISPLAY "*** DRILL *** the operator log "
                               "is not written in a drill"
                       ELSE
                           PERFORM ADD-OPERATOR-LOG-ENTRY
                       END-IF
                   WHEN "7"
                       IF LS-DRILL-MODE = 1
                           DISPLAY "*** DRILL *** a quiesce is not "
                               "requested in a drill"
                       ELSE
                           PERFORM REQUEST-QUIESCE
                       END-IF
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
      *> disposition recorded for each in the status file.
       LOAD-STEP-STATUS.
           MOVE 0 TO LS-STEP-COUNT
           MOVE SPACES TO LS-NIGHT-MARK LS-NIGHT-DISPOSITION
           OPEN INPUT FD-CONTROL
           IF LS-CONTROL-STATUS NOT = "00"
               DISPLAY "CONSOLE: control file unreadable: "
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-STATUS-NAME(1:1) = "*"
                           MOVE F-STATUS-NAME TO LS-NIGHT-MARK
                           MOVE F-STATUS-DISPOSITION
                               TO LS-NIGHT-DISPOSITION
                       END-IF
                       PERFORM VARYING LS-STEP-IDX FROM 1 BY 1
                           UNTIL LS-STEP-IDX > LS-STEP-COUNT
                           IF LS-STEP-NAME(LS-STEP-IDX) =
               UNTIL LS-STEP-IDX > LS-STEP-COUNT
               DISPLAY LS-STEP-NAME(LS-STEP-IDX) " "
                   LS-STEP-DISPOSITION(LS-STEP-IDX)
               IF LS-STEP-DISPOSITION(LS-STEP-IDX) = "PENDING"
                   AND LS-DRILL-MODE = 0
                   PERFORM SHOW-STEP-STREAM
               END-IF
           END-PERFORM
           IF LS-NIGHT-DISPOSITION = "QUIESCED"
               DISPLAY "NIGHT QUIESCED ("
                   FUNCTION TRIM(LS-NIGHT-MARK) "); resume with: "
                   "daybatch " FUNCTION TRIM(LS-CONTROL-FILE)
                   " RESUME"
           END-IF
           .

      *> A step still under way that follows a feed (DAY18 in
      *> STREAM mode) keeps "<input>.stream" current with its
      *> progress; its lines are shown under the step. The input
      *> is the first argument naming a path, as DAYBATCH
      *> preflight reads it.
       SHOW-STEP-STREAM.
           MOVE SPACES TO LS-STREAM-FILE
           MOVE 0 TO LS-TOKEN-NUMBER
           MOVE 1 TO LS-RECORD-PTR
           COMPUTE LS-RECORD-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-STEP-COMMAND(LS-STEP-IDX)))
           PERFORM UNTIL LS-RECORD-PTR > LS-RECORD-LEN
               OR LS-STREAM-FILE NOT = SPACES
               MOVE SPACES TO LS-TOKEN
               UNSTRING LS-STEP-COMMAND(LS-STEP-IDX)
                   DELIMITED BY ALL " "
                   INTO LS-TOKEN
                   WITH POINTER LS-RECORD-PTR
               ADD 1 TO LS-TOKEN-NUMBER
               IF LS-TOKEN-NUMBER > 1
                   AND LS-TOKEN NOT = "<" AND LS-TOKEN NOT = ">"
                   MOVE 0 TO LS-PATH-MARKS
                   INSPECT LS-TOKEN TALLYING LS-PATH-MARKS
                       FOR ALL "/" ALL "."
                   IF LS-PATH-MARKS > 0
                       STRING FUNCTION TRIM(LS-TOKEN)
                           DELIMITED BY SIZE
                           ".stream" DELIMITED BY SIZE
                           INTO LS-STREAM-FILE
                   END-IF
               END-IF
           END-PERFORM
           IF LS-STREAM-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FD-STREAM
           IF LS-STREAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-STREAM
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       DISPLAY "    " FUNCTION TRIM(F-STREAM-RECORD)
               END-READ
           END-PERFORM
           CLOSE FD-STREAM
           .

       SHOW-RUNLOG-HISTORY.
                   NOT AT END
                       DISPLAY FUNCTION TRIM(F-EXCREPO-RECORD)
                       ADD 1 TO LS-PAGE-LINES
                       PERFORM DISPLAY-EXCEPTION-REMEDY
                       IF LS-PAGE-LINES >= C-PAGE-SIZE
                           MOVE 0 TO LS-PAGE-LINES
                           DISPLAY "-- more (enter to continue, "
                               "q to stop) --"
           CLOSE FD-EXCREPO
           .

       DISPLAY-EXCEPTION-REMEDY.
           CALL "MESSAGE-LOOKUP" USING F-EXC-PROGRAM F-EXC-CODE
               F-EXC-MESSAGE LS-MSG-CODE LS-MSG-SEVERITY LS-MSG-TEXT
               LS-MSG-REMEDY LS-MSG-STATUS
           IF LS-MSG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-REMEDY-IDX FROM 1 BY 1
               UNTIL LS-REMEDY-IDX > 5
               IF LS-MSG-REMEDY((LS-REMEDY-IDX - 1) * 80 + 1:80)
                   NOT = SPACES
                   DISPLAY "    remedy: " FUNCTION TRIM(
                       LS-MSG-REMEDY((LS-REMEDY-IDX - 1) * 80 + 1:80)
                       TRAILING)
                   ADD 1 TO LS-PAGE-LINES
               END-IF
           END-PERFORM
           .

      *> Relaunch runs the step's control-file command line exactly
      *> as DAYBATCH would, in the foreground, and records a DONE
      *> disposition on success so the next DAYBATCH restart skips
      *> it.
      *> The command is the record up to the first trailing option
      *> clause, exactly as DAYBATCH's control parse takes it:
      *> DEPENDS=/CAL=/TIMEOUT=/RETRIES=/PAUSE=/ONWARN=/PARTS=
      *> tokens are scheduler directives, not program arguments. A
      *> partitioned step is relaunched whole, unsplit.
       STRIP-OPTION-CLAUSES.
           COMPUTE LS-RECORD-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(F-CONTROL-RECORD))
                   OR LS-TOKEN(1:8) = "RETRIES="
                   OR LS-TOKEN(1:6) = "PAUSE="
                   OR LS-TOKEN(1:7) = "ONWARN="
                   OR LS-TOKEN(1:6) = "PARTS="
                   IF LS-TOKEN-START - 1 < LS-COMMAND-END
                       COMPUTE LS-COMMAND-END = LS-TOKEN-START - 1
                   END-IF
           END-IF
           DISPLAY "CONSOLE: running "
               FUNCTION TRIM(LS-STEP-COMMAND(LS-FOUND-IDX))
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
           CALL "SYSTEM" USING
               FUNCTION TRIM(LS-STEP-COMMAND(LS-FOUND-IDX))
      *> system() hands back the wait status: the command's exit
      *> code lives in the high byte.
           COMPUTE LS-RETURN-CODE = RETURN-CODE / 256
      *> Every relaunch goes on the run log under the operator who
      *> made it, whatever the outcome, for the access audit.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           MOVE SPACES TO LS-RUN-RESULT
           STRING "relaunch step=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-STEP-NAME(LS-FOUND-IDX))
               DELIMITED BY SIZE
               " rc=" DELIMITED BY SIZE
               LS-RETURN-CODE DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "CONSOLE " LS-CONTROL-FILE LS-RUN-START-TS
               LS-RUN-END-TS LS-RUN-RESULT
           IF LS-RETURN-CODE = 0 OR LS-RETURN-CODE = 4
               DISPLAY "CONSOLE: step completed (rc "
                   LS-RETURN-CODE "); recording DONE"
               DISPLAY "CONSOLE: step failed again (rc "
                   LS-RETURN-CODE ")"
           END-IF
           DISPLAY "Reason for the relaunch, for the operator log "
               "(blank to skip):"
           MOVE SPACES TO LS-OPLOG-TEXT
           ACCEPT LS-OPLOG-TEXT
           IF LS-OPLOG-TEXT NOT = SPACES
               MOVE "RESTART" TO LS-OPLOG-CATEGORY
               MOVE SPACES TO LS-OPLOG-LINK
               STRING "STEP=" DELIMITED BY SIZE
                   FUNCTION TRIM(LS-STEP-NAME(LS-FOUND-IDX))
                   DELIMITED BY SIZE
                   INTO LS-OPLOG-LINK
               PERFORM WRITE-OPERATOR-LOG-ENTRY
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      *> Only a night that is running - its DAYBATCH holds the lock
      *> file - can be quiesced; a request left lying with no night
      *> running would hold back the next night's first launch.
       REQUEST-QUIESCE.
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "test -f " DELIMITED BY SIZE
               FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "CONSOLE: no night is running on "
                   FUNCTION TRIM(LS-CONTROL-FILE)
                   "; nothing to quiesce"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for the quiesce:"
           MOVE SPACES TO LS-QUIESCE-REASON
           ACCEPT LS-QUIESCE-REASON
           IF LS-QUIESCE-REASON = SPACES
               DISPLAY "CONSOLE: no reason given; nothing requested"
               EXIT PARAGRAPH
           END-IF
           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TS
           OPEN OUTPUT FD-QUIESCE
           IF LS-QUIESCE-STATUS NOT = "00"
               DISPLAY "CONSOLE: ERROR OPENING "
                   FUNCTION TRIM(LS-QUIESCE-FILE)
                   " STATUS=" LS-QUIESCE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-QUIESCE-RECORD
           STRING LS-NOW-TS(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-QUIESCE-REASON) DELIMITED BY SIZE
               INTO F-QUIESCE-RECORD
           WRITE F-QUIESCE-RECORD
           CLOSE FD-QUIESCE
           DISPLAY "CONSOLE: quiesce requested; running steps will "
               "finish and no more will start"
           DISPLAY "CONSOLE: resume later with: daybatch "
               FUNCTION TRIM(LS-CONTROL-FILE) " RESUME"
           MOVE "HOLD" TO LS-OPLOG-CATEGORY
           MOVE SPACES TO LS-OPLOG-LINK
           MOVE SPACES TO LS-OPLOG-TEXT
           STRING "night quiesced: " DELIMITED BY SIZE
               FUNCTION TRIM(LS-QUIESCE-REASON) DELIMITED BY SIZE
               INTO LS-OPLOG-TEXT
           PERFORM WRITE-OPERATOR-LOG-ENTRY
           .

       ADD-OPERATOR-LOG-ENTRY.
           DISPLAY "Category (HOLD, RESTART, RESTORE, OVERRIDE, "
               "OBSERVATION):"
           MOVE SPACES TO LS-OPLOG-CATEGORY
           ACCEPT LS-OPLOG-CATEGORY
           DISPLAY "Link - RUN=<run-id>, STEP=<step>, "
               "EXC=<timestamp14>/<program> (blank for none):"
           MOVE SPACES TO LS-OPLOG-LINK
           ACCEPT LS-OPLOG-LINK
           DISPLAY "Entry text:"
           MOVE SPACES TO LS-OPLOG-TEXT
           ACCEPT LS-OPLOG-TEXT
           IF LS-OPLOG-TEXT = SPACES
               DISPLAY "CONSOLE: no text given; nothing logged"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-OPERATOR-LOG-ENTRY
           .

       WRITE-OPERATOR-LOG-ENTRY.
           CALL "WRITE-OPERATOR-LOG" USING
               LS-OPLOG-CATEGORY LS-OPLOG-LINK LS-OPLOG-TEXT
               LS-OPLOG-WRITE-STATUS
           EVALUATE LS-OPLOG-WRITE-STATUS
               WHEN "00"
                   DISPLAY "CONSOLE: operator log entry recorded"
               WHEN "CT"
                   DISPLAY "CONSOLE: unknown category; nothing "
                       "logged"
               WHEN "LK"
                   DISPLAY "CONSOLE: malformed link; nothing logged"
               WHEN "RN"
                   DISPLAY "CONSOLE: that run is not on the run "
                       "log; nothing logged"
               WHEN OTHER
                   DISPLAY "CONSOLE: cannot write the operator log"
           END-EVALUATE
           .
