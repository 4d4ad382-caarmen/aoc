      *>   - the day's exception repository (error/warning counts
      *>     per program), and
      *>   - the night's step disposition from the control file's
      *>     .status (or dated .statusdone), and
      *>   - the step's output volume, from the control file's
      *>     dated .volumes file that DAYBATCH keeps.
      *>
      *> The master lives at "history.master" (HISTMASTER
      *> environment variable to relocate). A program that ran more
      *> LS-LOAD-DATE: YYYYMMDD to load, or ALL to sweep every
      *> date in the run log (the initial backfill); defaults to
      *> today.
      *>
      *> A master written before HM-OUTPUT-KB was added to the
      *> record has the shorter, 264-byte layout and cannot be
      *> opened under the current one. It is carried forward once:
      *>
      *>     histload CONVERT <old-master>
      *>
      *> copies every record of the old master, renamed out of the
      *> way first, into a new master at the HISTMASTER path with
      *> HM-OUTPUT-KB zero-filled (no growth measured), so the
      *> volume projection treats those nights as unmeasured. A
      *> master already at the HISTMASTER path is never
      *> overwritten; the conversion refuses with return code 12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS LS-HISTORY-STATUS.
           SELECT FD-OLD-HISTORY ASSIGN TO LS-OLD-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-OLD-KEY
               FILE STATUS IS LS-OLD-HISTORY-STATUS.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT FD-STATUS ASSIGN TO LS-STATUS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-STATUS-STATUS.
           SELECT FD-VOLUMES ASSIGN TO LS-VOLUMES-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-VOLUMES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-HISTORY.
       COPY "history" IN "batch".
      *> The history record as it was before HM-OUTPUT-KB.
       FD  FD-OLD-HISTORY.
       01  F-OLD-HISTORY-RECORD.
           05 F-OLD-KEY                   PIC X(16).
           05 F-OLD-REST                  PIC X(248).
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).
       FD  FD-MANIFEST.
           05 F-EXC-KEY                   PIC X(40).
           05 FILLER                      PIC X(1).
           05 F-EXC-MESSAGE               PIC X(120).
           05 FILLER                      PIC X(1).
           05 F-EXC-RUN-ID                PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-EXC-CODE                  PIC X(8).
       FD  FD-STATUS.
       01  F-STATUS-RECORD.
           05 F-STATUS-NAME               PIC X(40).
           05 F-STATUS-DISPOSITION        PIC X(20).
       FD  FD-VOLUMES.
       01  F-VOLUMES-RECORD.
           05 F-VOL-STEP-NAME             PIC X(40).
           05 FILLER                      PIC X(1).
           05 F-VOL-OUTPUT-KB             PIC 9(12).
           05 FILLER                      PIC X(1).
           05 F-VOL-RUN-ID                PIC X(20).

       LOCAL-STORAGE SECTION.
       01 LS-COMMAND-LINE                 PIC X(120).
       01 LS-LOAD-DATE                    PIC X(8).
       01 LS-HISTORY-PATH                 PIC X(100).
       01 LS-HISTORY-STATUS               PIC X(2).
       01 LS-OLD-HISTORY-PATH             PIC X(100).
       01 LS-OLD-HISTORY-STATUS           PIC X(2).
       01 LS-CONVERTED-COUNT              PIC 9(6) VALUE 0.
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-MANIFEST-PATH                PIC X(220).
           05 LS-DISP-PROG               PIC X(8).
           05 LS-DISP-TEXT               PIC X(20).
       01 LS-DISP-IDX                     PIC 9(3).
       01 LS-VOLUMES-FILE                 PIC X(130).
       01 LS-VOLUMES-STATUS               PIC X(2).
       01 LS-VOL-COUNT                    PIC 9(3) VALUE 0.
       01 LS-VOL-TABLE OCCURS 100 TIMES.
           05 LS-VOL-PROG                PIC X(8).
           05 LS-VOL-KB                  PIC 9(12).
       01 LS-VOL-IDX                      PIC 9(3).
       01 LS-STEP-NAME                    PIC X(40).
       01 LS-STEP-PROGRAM                 PIC X(8).
       01 LS-NAME-IDX                     PIC 9(3).
       01 LS-BASE-START                   PIC 9(3).
               INTO LS-CONTROL-FILE LS-LOAD-DATE
           IF LS-CONTROL-FILE = SPACES
               DISPLAY "HISTLOAD: usage: histload <control-file> "
                   "[YYYYMMDD|ALL] | histload CONVERT <old-master>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-HISTORY-PATH = SPACES
               MOVE "history.master" TO LS-HISTORY-PATH
           END-IF
           IF LS-CONTROL-FILE = "CONVERT"
               PERFORM CONVERT-OLD-MASTER
               STOP RUN
           END-IF
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
               "into " FUNCTION TRIM(LS-HISTORY-PATH)
           STOP RUN.

      *> The old record is the current one short of HM-OUTPUT-KB:
      *> the same fields at the same offsets, so it is laid over the
      *> front of the new record and the tail zero-filled.
       CONVERT-OLD-MASTER.
           MOVE SPACES TO LS-OLD-HISTORY-PATH
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-JUNK LS-OLD-HISTORY-PATH
           IF LS-OLD-HISTORY-PATH = SPACES
               DISPLAY "HISTLOAD: usage: histload CONVERT "
                   "<old-master>"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF LS-OLD-HISTORY-PATH = LS-HISTORY-PATH
               DISPLAY "HISTLOAD: rename the old master out of the "
                   "way first; it cannot be converted in place"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *> Only an absent target is written. Anything else at that
      *> path - a current master, or an old-layout one that will not
      *> open under the new record - is left alone.
           OPEN INPUT FD-HISTORY
           IF LS-HISTORY-STATUS NOT = "35"
               IF LS-HISTORY-STATUS = "00"
                   CLOSE FD-HISTORY
               END-IF
               DISPLAY "HISTLOAD: history master "
                   FUNCTION TRIM(LS-HISTORY-PATH)
                   " is present or unreadable (STATUS="
                   LS-HISTORY-STATUS "); not overwritten"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FD-OLD-HISTORY
           IF LS-OLD-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTLOAD: ERROR OPENING "
                   FUNCTION TRIM(LS-OLD-HISTORY-PATH)
                   " STATUS=" LS-OLD-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FD-HISTORY
           IF LS-HISTORY-STATUS NOT = "00"
               CLOSE FD-OLD-HISTORY
               DISPLAY "HISTLOAD: ERROR OPENING "
                   FUNCTION TRIM(LS-HISTORY-PATH)
                   " STATUS=" LS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-OLD-HISTORY
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE F-OLD-HISTORY-RECORD TO MASTER-HISTORY-RECORD
               MOVE 0 TO HM-OUTPUT-KB
               WRITE MASTER-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "HISTLOAD: duplicate key "
                           HM-KEY " not converted"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO LS-CONVERTED-COUNT
               END-WRITE
           END-PERFORM
           CLOSE FD-OLD-HISTORY
           CLOSE FD-HISTORY
           DISPLAY "HISTLOAD: " LS-CONVERTED-COUNT " record(s) "
               "converted from " FUNCTION TRIM(LS-OLD-HISTORY-PATH)
               " into " FUNCTION TRIM(LS-HISTORY-PATH)
           .

       LOAD-ONE-RUNLOG-RECORD.
           IF FUNCTION TRIM(F-RUNLOG-RECORD) = SPACES
               EXIT PARAGRAPH
               END-PERFORM
               CLOSE FD-STATUS
           END-IF
      *> A step that ran more than once that night (a retry, a
      *> rerun) is taken at its last measured run.
           MOVE 0 TO LS-VOL-COUNT
           MOVE SPACES TO LS-VOLUMES-FILE
           STRING FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               ".volumes" DELIMITED BY SIZE
               INTO LS-VOLUMES-FILE
           OPEN INPUT FD-VOLUMES
           IF LS-VOLUMES-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-VOLUMES
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM NOTE-STEP-VOLUME
                   END-READ
               END-PERFORM
               CLOSE FD-VOLUMES
           END-IF
           .

       TALLY-EXCEPTION.
      *> keys on the program name, which is the upper-cased
      *> basename.
       NOTE-STEP-DISPOSITION.
      *> "*QUIESCE"/"*RESUME" records mark the night, not a step.
           IF F-STATUS-NAME(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE F-STATUS-NAME TO LS-STEP-NAME
           PERFORM STEP-NAME-TO-PROGRAM
           IF LS-DISP-COUNT < 100
               ADD 1 TO LS-DISP-COUNT
               MOVE LS-STEP-PROGRAM
                   TO LS-DISP-PROG(LS-DISP-COUNT)
               MOVE F-STATUS-DISPOSITION
                   TO LS-DISP-TEXT(LS-DISP-COUNT)
           END-IF
           .

       NOTE-STEP-VOLUME.
           IF FUNCTION TEST-NUMVAL(F-VOL-OUTPUT-KB) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE F-VOL-STEP-NAME TO LS-STEP-NAME
           PERFORM STEP-NAME-TO-PROGRAM
           PERFORM VARYING LS-VOL-IDX FROM 1 BY 1
               UNTIL LS-VOL-IDX > LS-VOL-COUNT
               IF LS-VOL-PROG(LS-VOL-IDX) = LS-STEP-PROGRAM
                   MOVE F-VOL-OUTPUT-KB TO LS-VOL-KB(LS-VOL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-VOL-COUNT < 100
               ADD 1 TO LS-VOL-COUNT
               MOVE LS-STEP-PROGRAM TO LS-VOL-PROG(LS-VOL-COUNT)
               MOVE F-VOL-OUTPUT-KB TO LS-VOL-KB(LS-VOL-COUNT)
           END-IF
           .

       STEP-NAME-TO-PROGRAM.
           MOVE 1 TO LS-BASE-START
           PERFORM VARYING LS-NAME-IDX FROM 1 BY 1
               UNTIL LS-NAME-IDX > 40
               IF LS-STEP-NAME(LS-NAME-IDX:1) = "/"
                   COMPUTE LS-BASE-START = LS-NAME-IDX + 1
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(
               LS-STEP-NAME(LS-BASE-START:8))
               TO LS-STEP-PROGRAM
           .

       UPSERT-HISTORY-RECORD.
                       TO HM-DISPOSITION
               END-IF
           END-PERFORM
           MOVE 0 TO HM-OUTPUT-KB
           PERFORM VARYING LS-VOL-IDX FROM 1 BY 1
               UNTIL LS-VOL-IDX > LS-VOL-COUNT
               IF LS-VOL-PROG(LS-VOL-IDX) = LS-LINE-NAME
                   MOVE LS-VOL-KB(LS-VOL-IDX) TO HM-OUTPUT-KB
               END-IF
           END-PERFORM
           IF HM-RUN-TALLY = 1
               WRITE MASTER-HISTORY-RECORD
                   INVALID KEY
