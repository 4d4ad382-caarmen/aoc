       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCAUDIT.

      *> Access audit over the shared run log. The run log, journal
      *> and balancing ledger now carry the invoking user ID on
      *> every line; this report turns that into the per-user view
      *> audit asked for:
      *>
      *>     accaudit <from-date> [to-date]
      *>
      *> For every user with activity in the date range (to-date
      *> defaults to from-date): each master they changed - file,
      *> transaction count, run ID, when - and each step they
      *> relaunched from CONSOLE or file they put back with
      *> RESTORE. A master change is any run-log line whose result
      *> carries a txns= count (RULEMAINT, ANTMAINT, LOCKMAINT,
      *> SUSPMAINT, STEPCAT APPLY); its file is the master= item
      *> when the result names one, the run's file= otherwise.
      *>
      *> A master change made outside the batch window by a user
      *> not on the authorised-maintainers list is flagged, on the
      *> report and as an error in the exception repository.
      *>
      *>     MAINTAINERS   the authorised list, one user ID per
      *>                   line ("*" comments); default
      *>                   "maintainers.auth"
      *>     BATCHSTART    the window's opening time, hhmm
      *>                   (default 2200)
      *>     BATCHEND      its closing time, hhmm (default 0600);
      *>                   a window that opens later in the day
      *>                   than it closes runs over midnight
      *>
      *> Lines written before user IDs were recorded report under
      *> user "-". Returns 4 when anything was flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT FD-AUTH ASSIGN TO LS-AUTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).
       FD  FD-AUTH.
       01  F-AUTH-RECORD                  PIC X(80).

       LOCAL-STORAGE SECTION.
       01 C-MAX-EVENTS                   CONSTANT 1000.
       01 C-MAX-USERS                    CONSTANT 100.
       01 C-MAX-AUTH                     CONSTANT 100.
       01 LS-COMMAND-LINE                 PIC X(60).
       01 LS-FROM-DATE                    PIC X(8).
       01 LS-TO-DATE                      PIC X(8).
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-AUTH-PATH                    PIC X(100).
       01 LS-AUTH-STATUS                  PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-WINDOW-START                 PIC X(4).
       01 LS-WINDOW-END                   PIC X(4).
      *> One run-log line, taken apart.
       01 LS-LINE-NAME                    PIC X(8).
       01 LS-LINE-RUN-ID                  PIC X(20).
       01 LS-LINE-USER                    PIC X(20).
       01 LS-FILE-TOKEN                   PIC X(200).
       01 LS-START-TS                     PIC X(21).
       01 LS-RESULT-TEXT                  PIC X(200).
       01 LS-TXNS-TOKEN                   PIC X(10).
       01 LS-MASTER-TOKEN                 PIC X(200).
       01 LS-REST                         PIC X(400).
       01 LS-JUNK                         PIC X(400).
      *> The range's audited events, in run-log order.
       01 LS-EVENT-COUNT                  PIC 9(4) VALUE 0.
       01 LS-EVENT-TABLE OCCURS 1000 TIMES.
           05 LS-EV-USER                 PIC X(20).
           05 LS-EV-KIND                 PIC X(8).
           05 LS-EV-PROGRAM              PIC X(8).
           05 LS-EV-TS                   PIC X(14).
           05 LS-EV-RUN-ID               PIC X(20).
           05 LS-EV-FILE                 PIC X(100).
           05 LS-EV-DETAIL               PIC X(60).
           05 LS-EV-FLAGGED              PIC 9(1).
       01 LS-EV-IDX                       PIC 9(4).
       01 LS-USER-COUNT                   PIC 9(3) VALUE 0.
       01 LS-USER-TABLE OCCURS 100 TIMES.
           05 LS-USR-ID                  PIC X(20).
           05 LS-USR-CHANGES             PIC 9(4).
           05 LS-USR-OPERATIONS          PIC 9(4).
       01 LS-USER-IDX                     PIC 9(3).
       01 LS-USER-FOUND                   PIC 9(3).
       01 LS-AUTH-COUNT                   PIC 9(3) VALUE 0.
       01 LS-AUTH-TABLE OCCURS 100 TIMES.
           05 LS-AUTH-USER               PIC X(20).
       01 LS-AUTH-IDX                     PIC 9(3).
       01 LS-AUTHORISED                   PIC 9(1).
       01 LS-IN-WINDOW                    PIC 9(1).
       01 LS-EVENT-HHMM                   PIC X(4).
       01 LS-CHANGE-COUNT                 PIC 9(5) VALUE 0.
       01 LS-OPERATION-COUNT              PIC 9(5) VALUE 0.
       01 LS-FLAG-COUNT                   PIC 9(5) VALUE 0.
       01 LS-FLAG-TEXT                    PIC X(30).
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).

       PROCEDURE DIVISION.

           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-FROM-DATE LS-TO-DATE
           IF LS-FROM-DATE = SPACES OR LS-FROM-DATE IS NOT NUMERIC
               DISPLAY "ACCAUDIT: usage: accaudit <from-date> "
                   "[to-date]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-TO-DATE = SPACES
               MOVE LS-FROM-DATE TO LS-TO-DATE
           END-IF
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "MAINTAINERS         " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-AUTH-PATH
           IF LS-AUTH-PATH = SPACES
               MOVE "maintainers.auth" TO LS-AUTH-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "BATCHSTART          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:4) TO LS-WINDOW-START
           IF LS-WINDOW-START IS NOT NUMERIC
               MOVE "2200" TO LS-WINDOW-START
           END-IF
           CALL "GET-PARAMETER" USING
               "BATCHEND            " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:4) TO LS-WINDOW-END
           IF LS-WINDOW-END IS NOT NUMERIC
               MOVE "0600" TO LS-WINDOW-END
           END-IF

           PERFORM LOAD-AUTHORISED-MAINTAINERS
           PERFORM COLLECT-AUDITED-EVENTS
           PERFORM REPORT-BY-USER
           STOP RUN.

       LOAD-AUTHORISED-MAINTAINERS.
           OPEN INPUT FD-AUTH
           IF LS-AUTH-STATUS NOT = "00"
               DISPLAY "ACCAUDIT: no authorised-maintainers list ("
                   FUNCTION TRIM(LS-AUTH-PATH)
                   "); every out-of-window change is flagged"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-AUTH
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(F-AUTH-RECORD) NOT = SPACES
                           AND F-AUTH-RECORD(1:1) NOT = "*"
                           AND LS-AUTH-COUNT < C-MAX-AUTH
                           ADD 1 TO LS-AUTH-COUNT
                           MOVE SPACES TO LS-AUTH-USER(LS-AUTH-COUNT)
                           UNSTRING FUNCTION TRIM(F-AUTH-RECORD)
                               DELIMITED BY ALL " "
                               INTO LS-AUTH-USER(LS-AUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-AUTH
           .

       COLLECT-AUDITED-EVENTS.
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               DISPLAY "ACCAUDIT: run log not found or unreadable: "
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
                           PERFORM NOTE-AUDITED-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-RUNLOG
           .

       NOTE-AUDITED-EVENT.
           MOVE SPACES TO LS-TXNS-TOKEN
           MOVE SPACES TO LS-MASTER-TOKEN
           MOVE SPACES TO LS-REST
           UNSTRING LS-RESULT-TEXT DELIMITED BY "txns="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-TXNS-TOKEN
           IF LS-LINE-NAME NOT = "CONSOLE"
               AND LS-LINE-NAME NOT = "RESTORE"
               AND LS-TXNS-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LS-EVENT-COUNT >= C-MAX-EVENTS
               DISPLAY "ACCAUDIT: more than " C-MAX-EVENTS
                   " audited events in the range; the rest are "
                   "not reported"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-EVENT-COUNT
           MOVE LS-LINE-USER TO LS-EV-USER(LS-EVENT-COUNT)
           MOVE LS-LINE-NAME TO LS-EV-PROGRAM(LS-EVENT-COUNT)
           MOVE LS-START-TS(1:14) TO LS-EV-TS(LS-EVENT-COUNT)
           MOVE LS-LINE-RUN-ID TO LS-EV-RUN-ID(LS-EVENT-COUNT)
           MOVE LS-FILE-TOKEN(1:100) TO LS-EV-FILE(LS-EVENT-COUNT)
           MOVE 0 TO LS-EV-FLAGGED(LS-EVENT-COUNT)
           MOVE SPACES TO LS-EV-DETAIL(LS-EVENT-COUNT)
           EVALUATE TRUE
               WHEN LS-LINE-NAME = "CONSOLE"
                   MOVE "RELAUNCH" TO LS-EV-KIND(LS-EVENT-COUNT)
                   MOVE LS-RESULT-TEXT(1:60)
                       TO LS-EV-DETAIL(LS-EVENT-COUNT)
               WHEN LS-LINE-NAME = "RESTORE"
                   MOVE "RESTORE" TO LS-EV-KIND(LS-EVENT-COUNT)
                   MOVE LS-RESULT-TEXT(1:60)
                       TO LS-EV-DETAIL(LS-EVENT-COUNT)
               WHEN OTHER
                   MOVE "MASTER" TO LS-EV-KIND(LS-EVENT-COUNT)
                   STRING "txns=" DELIMITED BY SIZE
                       LS-TXNS-TOKEN DELIMITED BY SPACE
                       INTO LS-EV-DETAIL(LS-EVENT-COUNT)
                   MOVE SPACES TO LS-REST
                   UNSTRING LS-RESULT-TEXT DELIMITED BY "master="
                       INTO LS-JUNK LS-REST
                   UNSTRING LS-REST DELIMITED BY " "
                       INTO LS-MASTER-TOKEN
                   IF LS-MASTER-TOKEN NOT = SPACES
                       MOVE LS-MASTER-TOKEN(1:100)
                           TO LS-EV-FILE(LS-EVENT-COUNT)
                   END-IF
                   PERFORM CHECK-CHANGE-AUTHORITY
           END-EVALUATE
           PERFORM FIND-USER-ENTRY
           IF LS-EV-KIND(LS-EVENT-COUNT) = "MASTER"
               ADD 1 TO LS-USR-CHANGES(LS-USER-FOUND)
               ADD 1 TO LS-CHANGE-COUNT
           ELSE
               ADD 1 TO LS-USR-OPERATIONS(LS-USER-FOUND)
               ADD 1 TO LS-OPERATION-COUNT
           END-IF
           .

      *> Inside the window a master change is the batch's own
      *> business; outside it, only a listed maintainer may make
      *> one.
       CHECK-CHANGE-AUTHORITY.
           MOVE LS-START-TS(9:4) TO LS-EVENT-HHMM
           MOVE 0 TO LS-IN-WINDOW
           IF LS-WINDOW-START > LS-WINDOW-END
               IF LS-EVENT-HHMM >= LS-WINDOW-START
                   OR LS-EVENT-HHMM < LS-WINDOW-END
                   MOVE 1 TO LS-IN-WINDOW
               END-IF
           ELSE
               IF LS-EVENT-HHMM >= LS-WINDOW-START
                   AND LS-EVENT-HHMM < LS-WINDOW-END
                   MOVE 1 TO LS-IN-WINDOW
               END-IF
           END-IF
           IF LS-IN-WINDOW = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-AUTHORISED
           PERFORM VARYING LS-AUTH-IDX FROM 1 BY 1
               UNTIL LS-AUTH-IDX > LS-AUTH-COUNT
               IF LS-AUTH-USER(LS-AUTH-IDX) = LS-LINE-USER
                   MOVE 1 TO LS-AUTHORISED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-AUTHORISED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-EV-FLAGGED(LS-EVENT-COUNT)
           ADD 1 TO LS-FLAG-COUNT
           MOVE SPACES TO LS-EXC-KEY
           MOVE LS-EV-FILE(LS-EVENT-COUNT)(1:40) TO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING "MASTER CHANGED OUTSIDE BATCH WINDOW BY "
               DELIMITED BY SIZE
               "UNAUTHORISED USER " DELIMITED BY SIZE
               FUNCTION TRIM(LS-LINE-USER) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(LS-LINE-NAME) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               LS-START-TS(1:12) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               "ACCAUDIT" "E" LS-EXC-KEY LS-EXC-MESSAGE
           .

       FIND-USER-ENTRY.
           MOVE 0 TO LS-USER-FOUND
           PERFORM VARYING LS-USER-IDX FROM 1 BY 1
               UNTIL LS-USER-IDX > LS-USER-COUNT
               IF LS-USR-ID(LS-USER-IDX) = LS-LINE-USER
                   MOVE LS-USER-IDX TO LS-USER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-USER-FOUND = 0
               IF LS-USER-COUNT >= C-MAX-USERS
      *> The last slot takes every user past the table's end.
                   MOVE LS-USER-COUNT TO LS-USER-FOUND
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-USER-COUNT
               MOVE LS-USER-COUNT TO LS-USER-FOUND
               MOVE LS-LINE-USER TO LS-USR-ID(LS-USER-FOUND)
               MOVE 0 TO LS-USR-CHANGES(LS-USER-FOUND)
               MOVE 0 TO LS-USR-OPERATIONS(LS-USER-FOUND)
           END-IF
           .

       REPORT-BY-USER.
           DISPLAY "ACCESS AUDIT " LS-FROM-DATE " TO " LS-TO-DATE
               " (BATCH WINDOW " LS-WINDOW-START "-" LS-WINDOW-END
               ")"
           IF LS-USER-COUNT = 0
               DISPLAY "  no master changes, relaunches or restores "
                   "in the range"
           END-IF
           PERFORM VARYING LS-USER-IDX FROM 1 BY 1
               UNTIL LS-USER-IDX > LS-USER-COUNT
               DISPLAY "USER " FUNCTION TRIM(LS-USR-ID(LS-USER-IDX))
                   ": " LS-USR-CHANGES(LS-USER-IDX)
                   " master change(s), "
                   LS-USR-OPERATIONS(LS-USER-IDX)
                   " relaunch/restore(s)"
               PERFORM VARYING LS-EV-IDX FROM 1 BY 1
                   UNTIL LS-EV-IDX > LS-EVENT-COUNT
                   IF LS-EV-USER(LS-EV-IDX) = LS-USR-ID(LS-USER-IDX)
                       PERFORM REPORT-ONE-EVENT
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "ACCAUDIT: " LS-CHANGE-COUNT " master change(s), "
               LS-OPERATION-COUNT " relaunch/restore(s), "
               LS-FLAG-COUNT " flagged"
           IF LS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       REPORT-ONE-EVENT.
           MOVE SPACES TO LS-FLAG-TEXT
           IF LS-EV-FLAGGED(LS-EV-IDX) = 1
               MOVE "  ** OUT OF WINDOW, NOT LISTED"
                   TO LS-FLAG-TEXT
           END-IF
           DISPLAY "  " LS-EV-KIND(LS-EV-IDX) " "
               LS-EV-TS(LS-EV-IDX)(1:8) " "
               LS-EV-TS(LS-EV-IDX)(9:4) " "
               LS-EV-PROGRAM(LS-EV-IDX) " "
               FUNCTION TRIM(LS-EV-FILE(LS-EV-IDX)) " "
               FUNCTION TRIM(LS-EV-DETAIL(LS-EV-IDX))
               " run=" FUNCTION TRIM(LS-EV-RUN-ID(LS-EV-IDX))
               FUNCTION TRIM(LS-FLAG-TEXT TRAILING)
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
           UNSTRING F-RUNLOG-RECORD DELIMITED BY "result="
               INTO LS-JUNK LS-REST
           MOVE LS-REST(1:200) TO LS-RESULT-TEXT
           .
       END PROGRAM ACCAUDIT.
