       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREEZE.

      *> Change-freeze calendar inquiry and audit. The calendar
      *> itself ("freeze.calendar", FREEZECAL parameter; layout in
      *> FREEZE-RELEASE, which enforces it) is kept with an editor;
      *> this program reads it back:
      *>
      *>     freeze STATUS [yyyymmdd]
      *>         the windows in force on the date (default today)
      *>         and those still to come.
      *>     freeze REPORT <from yyyymmdd> [to yyyymmdd]
      *>         the audit report, "freeze.<from>-<to>.report":
      *>         every freeze window overlapping the period, each
      *>         with the master changes made inside it, and every
      *>         emergency override taken in the period.
      *>
      *> A master change is a run-log line whose result carries a
      *> txns= count, or a RESTORE line, as in ACCAUDIT; its file
      *> is the master= item when the result names one, the run's
      *> file= otherwise. The nightly suspense carry-forward
      *> (SUSPMNT) is batch processing, not maintenance, and is
      *> left out. A change falls in a window when its run started
      *> on a day inside the window and the window's scope takes in
      *> its file. It is matched to the override that let it
      *> through - the journal's JRNOVR line for the same program
      *> and file, stamped between the run's start and end; a
      *> change with no override is flagged.
      *>
      *> Returns 4 when a change inside a freeze had no override.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CALENDAR ASSIGN TO LS-CALENDAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CALENDAR-STATUS.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-JOURNAL-STATUS.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CALENDAR.
       01  F-CALENDAR-RECORD              PIC X(200).
       FD  FD-JOURNAL.
       01  F-JOURNAL-RECORD               PIC X(3010).
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).

       LOCAL-STORAGE SECTION.
       01 C-MAX-WINDOWS                  CONSTANT 200.
       01 C-MAX-OVERRIDES                CONSTANT 500.
       01 C-MAX-CHANGES                  CONSTANT 1000.
       01 LS-COMMAND-LINE                 PIC X(80).
       01 LS-MODE                         PIC X(8).
       01 LS-FROM-DATE                    PIC X(8).
       01 LS-TO-DATE                      PIC X(8).
       01 LS-CALENDAR-PATH                PIC X(100).
       01 LS-CALENDAR-STATUS              PIC X(2).
       01 LS-JOURNAL-PATH                 PIC X(100).
       01 LS-JOURNAL-STATUS               PIC X(2).
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-NOW                          PIC X(21).
      *> One calendar line, taken apart.
       01 LS-CAL-FROM                     PIC X(8).
       01 LS-CAL-TO                       PIC X(8).
       01 LS-CAL-SCOPE                    PIC X(120).
       01 LS-CAL-REASON                   PIC X(120).
       01 LS-CAL-PTR                      PIC 9(3).
      *> The calendar's windows overlapping the period.
       01 LS-WIN-COUNT                    PIC 9(3) VALUE 0.
       01 LS-WIN-TABLE OCCURS 200 TIMES.
           05 LS-WIN-FROM                PIC X(8).
           05 LS-WIN-TO                  PIC X(8).
           05 LS-WIN-SCOPE               PIC X(100).
           05 LS-WIN-REASON              PIC X(80).
       01 LS-WIN-IDX                      PIC 9(3).
      *> The period's overrides, from the journal.
       01 LS-OVR-COUNT                    PIC 9(4) VALUE 0.
       01 LS-OVR-TABLE OCCURS 500 TIMES.
           05 LS-OVR-TS                  PIC X(14).
           05 LS-OVR-PROGRAM             PIC X(8).
           05 LS-OVR-PATH                PIC X(100).
           05 LS-OVR-TICKET              PIC X(40).
           05 LS-OVR-USER                PIC X(20).
           05 LS-OVR-FREEZE              PIC X(17).
           05 LS-OVR-MATCHED             PIC 9(1).
       01 LS-OVR-IDX                      PIC 9(4).
      *> The period's master changes that fell inside a window.
       01 LS-CHG-COUNT                    PIC 9(4) VALUE 0.
       01 LS-CHG-TABLE OCCURS 1000 TIMES.
           05 LS-CHG-TS                  PIC X(14).
           05 LS-CHG-PROGRAM             PIC X(8).
           05 LS-CHG-FILE                PIC X(100).
           05 LS-CHG-USER                PIC X(20).
           05 LS-CHG-RUN-ID              PIC X(20).
           05 LS-CHG-WINDOW              PIC 9(3).
           05 LS-CHG-OVERRIDE            PIC 9(4).
       01 LS-CHG-IDX                      PIC 9(4).
      *> One run-log line, taken apart.
       01 LS-LINE-NAME                    PIC X(8).
       01 LS-LINE-RUN-ID                  PIC X(20).
       01 LS-LINE-USER                    PIC X(20).
       01 LS-FILE-TOKEN                   PIC X(200).
       01 LS-START-TS                     PIC X(21).
       01 LS-END-TS                       PIC X(21).
       01 LS-RESULT-TEXT                  PIC X(200).
       01 LS-TXNS-TOKEN                   PIC X(10).
       01 LS-MASTER-TOKEN                 PIC X(200).
       01 LS-CHANGE-FILE                  PIC X(100).
       01 LS-REST                         PIC X(3010).
       01 LS-JUNK                         PIC X(3010).
       01 LS-COVERED                      PIC 9(1).
       01 LS-IN-FORCE-COUNT               PIC 9(3) VALUE 0.
       01 LS-TO-COME-COUNT                PIC 9(3) VALUE 0.
       01 LS-FLAG-COUNT                   PIC 9(4) VALUE 0.
       01 LS-WIN-CHANGES                  PIC 9(4).
       01 LS-REPORT-PATH                  PIC X(132).
       01 LS-RPT-TITLE                    PIC X(132).
       01 LS-RPT-ARG-2                    PIC X(132).
       01 LS-OUT-LINE                     PIC X(132).
       01 LS-OVERRIDE-TEXT                PIC X(60).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-END-RUN                      PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-FROM-DATE LS-TO-DATE
           MOVE FUNCTION UPPER-CASE(LS-MODE) TO LS-MODE
           CALL "GET-PARAMETER" USING
               "FREEZECAL           " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CALENDAR-PATH
           IF LS-CALENDAR-PATH = SPACES
               MOVE "freeze.calendar" TO LS-CALENDAR-PATH
           END-IF

           EVALUATE LS-MODE
               WHEN "STATUS"
                   IF LS-FROM-DATE = SPACES
                       MOVE LS-NOW(1:8) TO LS-FROM-DATE
                   END-IF
                   IF LS-FROM-DATE IS NOT NUMERIC
                       PERFORM SHOW-USAGE
                   END-IF
                   MOVE "99999999" TO LS-TO-DATE
                   PERFORM LOAD-WINDOWS
                   PERFORM SHOW-STATUS
               WHEN "REPORT"
                   IF LS-TO-DATE = SPACES
                       MOVE LS-FROM-DATE TO LS-TO-DATE
                   END-IF
                   IF LS-FROM-DATE IS NOT NUMERIC
                       OR LS-TO-DATE IS NOT NUMERIC
                       OR LS-TO-DATE < LS-FROM-DATE
                       PERFORM SHOW-USAGE
                   END-IF
                   PERFORM LOAD-WINDOWS
                   PERFORM LOAD-OVERRIDES
                   PERFORM COLLECT-FREEZE-CHANGES
                   PERFORM WRITE-FREEZE-REPORT
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "FREEZE: usage: freeze STATUS [yyyymmdd]"
           DISPLAY "FREEZE:        freeze REPORT <from yyyymmdd> "
               "[to yyyymmdd]"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *> The windows that reach into LS-FROM-DATE..LS-TO-DATE.
       LOAD-WINDOWS.
           OPEN INPUT FD-CALENDAR
           IF LS-CALENDAR-STATUS NOT = "00"
               DISPLAY "FREEZE: no freeze calendar ("
                   FUNCTION TRIM(LS-CALENDAR-PATH)
                   "); nothing is frozen"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CALENDAR
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-ONE-WINDOW
               END-READ
           END-PERFORM
           CLOSE FD-CALENDAR
           .

       NOTE-ONE-WINDOW.
           IF F-CALENDAR-RECORD = SPACES
               OR F-CALENDAR-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-CAL-FROM LS-CAL-TO LS-CAL-SCOPE
               LS-CAL-REASON
           MOVE 1 TO LS-CAL-PTR
           UNSTRING F-CALENDAR-RECORD DELIMITED BY ALL " "
               INTO LS-CAL-FROM LS-CAL-TO LS-CAL-SCOPE
               WITH POINTER LS-CAL-PTR
           END-UNSTRING
           IF LS-CAL-PTR <= 200
               MOVE F-CALENDAR-RECORD(LS-CAL-PTR:) TO LS-CAL-REASON
           END-IF
           IF LS-CAL-FROM IS NOT NUMERIC OR LS-CAL-TO IS NOT NUMERIC
               OR (LS-CAL-SCOPE NOT = "ALL"
                   AND LS-CAL-SCOPE NOT = "STEPCAT"
                   AND LS-CAL-SCOPE(1:7) NOT = "MASTER=")
               DISPLAY "FREEZE: calendar line not understood, "
                   "ignored: " FUNCTION TRIM(F-CALENDAR-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF LS-CAL-TO < LS-FROM-DATE OR LS-CAL-FROM > LS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF LS-WIN-COUNT >= C-MAX-WINDOWS
               DISPLAY "FREEZE: more than " C-MAX-WINDOWS
                   " windows; the rest are not reported"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-WIN-COUNT
           MOVE LS-CAL-FROM TO LS-WIN-FROM(LS-WIN-COUNT)
           MOVE LS-CAL-TO TO LS-WIN-TO(LS-WIN-COUNT)
           MOVE LS-CAL-SCOPE(1:100) TO LS-WIN-SCOPE(LS-WIN-COUNT)
           MOVE FUNCTION TRIM(LS-CAL-REASON)
               TO LS-WIN-REASON(LS-WIN-COUNT)
           .

       SHOW-STATUS.
           DISPLAY "CHANGE FREEZES AS OF " LS-FROM-DATE
           PERFORM VARYING LS-WIN-IDX FROM 1 BY 1
               UNTIL LS-WIN-IDX > LS-WIN-COUNT
               IF LS-WIN-FROM(LS-WIN-IDX) <= LS-FROM-DATE
                   ADD 1 TO LS-IN-FORCE-COUNT
                   DISPLAY "  IN FORCE " LS-WIN-FROM(LS-WIN-IDX)
                       "-" LS-WIN-TO(LS-WIN-IDX) " "
                       FUNCTION TRIM(LS-WIN-SCOPE(LS-WIN-IDX)) " "
                       FUNCTION TRIM(LS-WIN-REASON(LS-WIN-IDX))
               ELSE
                   ADD 1 TO LS-TO-COME-COUNT
                   DISPLAY "  TO COME  " LS-WIN-FROM(LS-WIN-IDX)
                       "-" LS-WIN-TO(LS-WIN-IDX) " "
                       FUNCTION TRIM(LS-WIN-SCOPE(LS-WIN-IDX)) " "
                       FUNCTION TRIM(LS-WIN-REASON(LS-WIN-IDX))
               END-IF
           END-PERFORM
           IF LS-WIN-COUNT = 0
               DISPLAY "  (no freeze in force or to come)"
           END-IF
           DISPLAY "FREEZE: " LS-IN-FORCE-COUNT " in force, "
               LS-TO-COME-COUNT " to come"
           .

      *> The journal's JRNOVR lines stamped inside the period:
      *> JRNOVR timestamp program path ticket=<ref> user=<id>
      *> freeze=<from>-<to>
       LOAD-OVERRIDES.
           CALL "GET-PARAMETER" USING
               "JOURNAL             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-JOURNAL-PATH
           IF LS-JOURNAL-PATH = SPACES
               MOVE "journal.dat" TO LS-JOURNAL-PATH
           END-IF
           OPEN INPUT FD-JOURNAL
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FREEZE: journal not found or unreadable: "
                   FUNCTION TRIM(LS-JOURNAL-PATH)
                   " (status " LS-JOURNAL-STATUS
                   "); no overrides can be matched"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-JOURNAL
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-JOURNAL-RECORD(1:7) = "JRNOVR "
                           AND F-JOURNAL-RECORD(8:8) >= LS-FROM-DATE
                           AND F-JOURNAL-RECORD(8:8) <= LS-TO-DATE
                           PERFORM NOTE-ONE-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-JOURNAL
           .

       NOTE-ONE-OVERRIDE.
           IF LS-OVR-COUNT >= C-MAX-OVERRIDES
               DISPLAY "FREEZE: more than " C-MAX-OVERRIDES
                   " overrides in the period; the rest are not "
                   "reported"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-OVR-COUNT
           MOVE SPACES TO LS-OVR-TABLE(LS-OVR-COUNT)
           MOVE 0 TO LS-OVR-MATCHED(LS-OVR-COUNT)
           UNSTRING F-JOURNAL-RECORD DELIMITED BY ALL " "
               INTO LS-JUNK LS-OVR-TS(LS-OVR-COUNT)
                   LS-OVR-PROGRAM(LS-OVR-COUNT)
                   LS-OVR-PATH(LS-OVR-COUNT)
           MOVE SPACES TO LS-REST
           UNSTRING F-JOURNAL-RECORD DELIMITED BY " ticket="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-OVR-TICKET(LS-OVR-COUNT)
           MOVE SPACES TO LS-REST
           UNSTRING F-JOURNAL-RECORD DELIMITED BY " user="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-OVR-USER(LS-OVR-COUNT)
           MOVE SPACES TO LS-REST
           UNSTRING F-JOURNAL-RECORD DELIMITED BY " freeze="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-OVR-FREEZE(LS-OVR-COUNT)
           .

       COLLECT-FREEZE-CHANGES.
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               DISPLAY "FREEZE: run log not found or unreadable: "
                   FUNCTION TRIM(LS-RUNLOG-PATH)
                   " (status " LS-RUNLOG-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-RUNLOG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PARSE-RUNLOG-RECORD
                       IF LS-START-TS(1:8) >= LS-FROM-DATE
                           AND LS-START-TS(1:8) <= LS-TO-DATE
                           PERFORM NOTE-FREEZE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-RUNLOG
           .

       NOTE-FREEZE-CHANGE.
           IF LS-LINE-NAME = "SUSPMNT"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TXNS-TOKEN
           MOVE SPACES TO LS-MASTER-TOKEN
           MOVE SPACES TO LS-REST
           UNSTRING LS-RESULT-TEXT DELIMITED BY "txns="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-TXNS-TOKEN
           IF LS-LINE-NAME NOT = "RESTORE"
               AND LS-TXNS-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-FILE-TOKEN(1:100) TO LS-CHANGE-FILE
           MOVE SPACES TO LS-REST
           UNSTRING LS-RESULT-TEXT DELIMITED BY "master="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-MASTER-TOKEN
           IF LS-MASTER-TOKEN NOT = SPACES
               MOVE LS-MASTER-TOKEN(1:100) TO LS-CHANGE-FILE
           END-IF
      *> The first window that covers the change claims it.
           PERFORM VARYING LS-WIN-IDX FROM 1 BY 1
               UNTIL LS-WIN-IDX > LS-WIN-COUNT
               PERFORM CHECK-WINDOW-COVERS
               IF LS-COVERED = 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-COVERED = 0
               EXIT PARAGRAPH
           END-IF
           IF LS-CHG-COUNT >= C-MAX-CHANGES
               DISPLAY "FREEZE: more than " C-MAX-CHANGES
                   " changes inside freezes; the rest are not "
                   "reported"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-CHG-COUNT
           MOVE LS-START-TS(1:14) TO LS-CHG-TS(LS-CHG-COUNT)
           MOVE LS-LINE-NAME TO LS-CHG-PROGRAM(LS-CHG-COUNT)
           MOVE LS-CHANGE-FILE TO LS-CHG-FILE(LS-CHG-COUNT)
           MOVE LS-LINE-USER TO LS-CHG-USER(LS-CHG-COUNT)
           MOVE LS-LINE-RUN-ID TO LS-CHG-RUN-ID(LS-CHG-COUNT)
           MOVE LS-WIN-IDX TO LS-CHG-WINDOW(LS-CHG-COUNT)
           MOVE 0 TO LS-CHG-OVERRIDE(LS-CHG-COUNT)
           PERFORM VARYING LS-OVR-IDX FROM 1 BY 1
               UNTIL LS-OVR-IDX > LS-OVR-COUNT
               IF LS-OVR-MATCHED(LS-OVR-IDX) = 0
                   AND LS-OVR-PROGRAM(LS-OVR-IDX) = LS-LINE-NAME
                   AND LS-OVR-PATH(LS-OVR-IDX) = LS-CHANGE-FILE
                   AND LS-OVR-TS(LS-OVR-IDX) >= LS-START-TS(1:14)
                   AND LS-OVR-TS(LS-OVR-IDX) <= LS-END-TS(1:14)
                   MOVE LS-OVR-IDX TO LS-CHG-OVERRIDE(LS-CHG-COUNT)
                   MOVE 1 TO LS-OVR-MATCHED(LS-OVR-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-CHG-OVERRIDE(LS-CHG-COUNT) = 0
               ADD 1 TO LS-FLAG-COUNT
           END-IF
           .

      *> Scope as FREEZE-RELEASE applies it: ALL takes in every
      *> master and restore, STEPCAT the step catalog's runs,
      *> MASTER=<path> the one file.
       CHECK-WINDOW-COVERS.
           MOVE 0 TO LS-COVERED
           IF LS-START-TS(1:8) < LS-WIN-FROM(LS-WIN-IDX)
               OR LS-START-TS(1:8) > LS-WIN-TO(LS-WIN-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN LS-WIN-SCOPE(LS-WIN-IDX) = "ALL"
                   MOVE 1 TO LS-COVERED
               WHEN LS-WIN-SCOPE(LS-WIN-IDX) = "STEPCAT"
                   IF LS-LINE-NAME = "STEPCAT"
                       MOVE 1 TO LS-COVERED
                   END-IF
               WHEN OTHER
                   IF FUNCTION TRIM(LS-WIN-SCOPE(LS-WIN-IDX)(8:))
                       = FUNCTION TRIM(LS-CHANGE-FILE)
                       MOVE 1 TO LS-COVERED
                   END-IF
           END-EVALUATE
           .

       WRITE-FREEZE-REPORT.
           MOVE SPACES TO LS-REPORT-PATH
           STRING "freeze." LS-FROM-DATE "-" LS-TO-DATE ".report"
               DELIMITED BY SIZE
               INTO LS-REPORT-PATH
           MOVE SPACES TO LS-RPT-TITLE
           STRING "CHANGE FREEZE AUDIT - " LS-FROM-DATE " TO "
               LS-TO-DATE DELIMITED BY SIZE
               INTO LS-RPT-TITLE
           CALL "REPORT-WRITER" USING
               "OPEN " LS-REPORT-PATH LS-RPT-TITLE

           MOVE "FREEZE WINDOWS AND THE CHANGES MADE INSIDE THEM"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           IF LS-WIN-COUNT = 0
               MOVE "  (no freeze window in the period)"
                   TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING LS-WIN-IDX FROM 1 BY 1
               UNTIL LS-WIN-IDX > LS-WIN-COUNT
               PERFORM REPORT-ONE-WINDOW
           END-PERFORM
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE

           MOVE "EMERGENCY OVERRIDES" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "  DATE     TIME PROGRAM  TICKET               USER"
               & "         FREEZE            FILE"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           IF LS-OVR-COUNT = 0
               MOVE "  (no overrides in the period)" TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING LS-OVR-IDX FROM 1 BY 1
               UNTIL LS-OVR-IDX > LS-OVR-COUNT
               PERFORM REPORT-ONE-OVERRIDE
           END-PERFORM
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE

           MOVE SPACES TO LS-OUT-LINE
           STRING LS-WIN-COUNT " WINDOW(S)  "
               LS-CHG-COUNT " CHANGE(S) IN FREEZE  "
               LS-OVR-COUNT " OVERRIDE(S)  "
               LS-FLAG-COUNT " WITHOUT OVERRIDE"
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           CALL "REPORT-WRITER" USING
               "FOOT " LS-OUT-LINE LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-OUT-LINE LS-RPT-ARG-2
           DISPLAY "FREEZE: " LS-CHG-COUNT " change(s) inside "
               "freezes, " LS-OVR-COUNT " override(s), "
               LS-FLAG-COUNT " without override; report "
               FUNCTION TRIM(LS-REPORT-PATH)

           MOVE LS-CALENDAR-PATH TO LS-LOG-PATH
           MOVE SPACES TO LS-LOG-RESULT
           STRING "period=" LS-FROM-DATE "-" LS-TO-DATE
               " windows=" LS-WIN-COUNT " changes=" LS-CHG-COUNT
               " overrides=" LS-OVR-COUNT " flagged=" LS-FLAG-COUNT
               DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-RUN
           CALL "WRITE-RUN-LOG" USING
               "FREEZE  " LS-LOG-PATH LS-NOW LS-END-RUN LS-LOG-RESULT
           IF LS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       REPORT-ONE-WINDOW.
           MOVE SPACES TO LS-OUT-LINE
           STRING "  " LS-WIN-FROM(LS-WIN-IDX) "-"
               LS-WIN-TO(LS-WIN-IDX) "  " DELIMITED BY SIZE
               FUNCTION TRIM(LS-WIN-SCOPE(LS-WIN-IDX))
                   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(LS-WIN-REASON(LS-WIN-IDX))
                   DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE 0 TO LS-WIN-CHANGES
           PERFORM VARYING LS-CHG-IDX FROM 1 BY 1
               UNTIL LS-CHG-IDX > LS-CHG-COUNT
               IF LS-CHG-WINDOW(LS-CHG-IDX) = LS-WIN-IDX
                   ADD 1 TO LS-WIN-CHANGES
                   PERFORM REPORT-ONE-CHANGE
               END-IF
           END-PERFORM
           IF LS-WIN-CHANGES = 0
               MOVE "      (no changes)" TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           .

       REPORT-ONE-CHANGE.
           MOVE SPACES TO LS-OVERRIDE-TEXT
           IF LS-CHG-OVERRIDE(LS-CHG-IDX) = 0
               MOVE "** NO OVERRIDE" TO LS-OVERRIDE-TEXT
           ELSE
               MOVE LS-CHG-OVERRIDE(LS-CHG-IDX) TO LS-OVR-IDX
               STRING "ticket=" DELIMITED BY SIZE
                   FUNCTION TRIM(LS-OVR-TICKET(LS-OVR-IDX))
                   DELIMITED BY SIZE
                   INTO LS-OVERRIDE-TEXT
           END-IF
           MOVE SPACES TO LS-OUT-LINE
           STRING "      " LS-CHG-TS(LS-CHG-IDX)(1:8) " "
               LS-CHG-TS(LS-CHG-IDX)(9:4) " "
               LS-CHG-PROGRAM(LS-CHG-IDX) " "
               LS-CHG-USER(LS-CHG-IDX) " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-CHG-FILE(LS-CHG-IDX))
                   DELIMITED BY SIZE
               " run=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-CHG-RUN-ID(LS-CHG-IDX))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-OVERRIDE-TEXT) DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *> An override with no change behind it on the run log is a
      *> run that stopped after the gate let it through.
       REPORT-ONE-OVERRIDE.
           MOVE SPACES TO LS-OUT-LINE
           STRING "  " LS-OVR-TS(LS-OVR-IDX)(1:8) " "
               LS-OVR-TS(LS-OVR-IDX)(9:4) " "
               LS-OVR-PROGRAM(LS-OVR-IDX) " "
               LS-OVR-TICKET(LS-OVR-IDX)(1:20) " "
               LS-OVR-USER(LS-OVR-IDX)(1:12) " "
               LS-OVR-FREEZE(LS-OVR-IDX) " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-OVR-PATH(LS-OVR-IDX))
                   DELIMITED BY SIZE
               INTO LS-OUT-LINE
           IF LS-OVR-MATCHED(LS-OVR-IDX) = 0
               MOVE "  (no change on the run log)"
                   TO LS-OUT-LINE(104:29)
           END-IF
           PERFORM PUT-REPORT-LINE
           .

      *> Run-log line layout, as WRITE-RUN-LOG builds it:
      *> PROGNAME run=id user=id release=label file=path start=ts
      *> end=ts result=text
       PARSE-RUNLOG-RECORD.
           MOVE SPACES TO LS-LINE-NAME
           MOVE SPACES TO LS-LINE-RUN-ID
           MOVE SPACES TO LS-LINE-USER
           MOVE SPACES TO LS-FILE-TOKEN
           MOVE SPACES TO LS-RESULT-TEXT
           MOVE SPACES TO LS-START-TS
           MOVE SPACES TO LS-END-TS
           IF FUNCTION TRIM(F-RUNLOG-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " "
               INTO LS-LINE-NAME
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " run="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-LINE-RUN-ID
           IF LS-LINE-RUN-ID = SPACES
               MOVE "-" TO LS-LINE-RUN-ID
           END-IF
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " user="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-LINE-USER
           IF LS-LINE-USER = SPACES
               MOVE "-" TO LS-LINE-USER
           END-IF
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY "file="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-FILE-TOKEN
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY "start="
               INTO LS-JUNK LS-REST
           MOVE LS-REST(1:21) TO LS-START-TS
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " end="
               INTO LS-JUNK LS-REST
           MOVE LS-REST(1:21) TO LS-END-TS
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY "result="
               INTO LS-JUNK LS-REST
           MOVE LS-REST(1:200) TO LS-RESULT-TEXT
           .

      *> Paging, banner and page counts belong to the shared
      *> writer; the sections only hand over body lines.
       PUT-REPORT-LINE.
           CALL "REPORT-WRITER" USING
               "LINE " LS-OUT-LINE LS-RPT-ARG-2
           .
       END PROGRAM FREEZE.
