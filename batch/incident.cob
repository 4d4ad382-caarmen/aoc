       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT.

      *> Incident register. EXCACK dispositions exceptions one at a
      *> time, but one bad night throws twenty related exceptions,
      *> a halt alert and a couple of reruns, and nothing tied them
      *> together as the one problem they were. An incident is
      *> opened from the alert or exception that raised it, the
      *> related items are linked to it, and it moves through
      *>
      *>     OPEN -> INVESTIGATING -> RESOLVED -> CLOSED
      *>
      *> (OPEN may go straight to RESOLVED; a RESOLVED incident may
      *> be reopened to INVESTIGATING; CLOSED is final and needs a
      *> root cause other than UNKNOWN):
      *>
      *>     incident OPEN <link> <owner> <title...>
      *>         open from EXC=<timestamp14>/<program> (an item of
      *>         the exception repository) or ALERT=<control-file>
      *>         (the DAYBATCH halt alert beside it); the incident
      *>         is against the exception's program or the failed
      *>         step's program.
      *>     incident LINK <id> <link> [note...]
      *>         link a related EXC= or ALERT= item, or a rerun or
      *>         restore: RERUN=<run> or RESTORE=<run>, the run
      *>         being its run ID or, for a run launched outside
      *>         DAYBATCH, its start timestamp (14 digits) on the
      *>         run log.
      *>     incident STATUS <id> <status> [note...]
      *>     incident CAUSE <id> <category> [note...]
      *>         DATA, FEED, CODE, CONFIG, INFRA, CAPACITY,
      *>         OPERATOR, EXTERNAL or UNKNOWN (the default).
      *>     incident OWNER <id> <owner> [note...]
      *>     incident LIST [ALL]
      *>         incidents not yet closed (ALL: every incident).
      *>     incident SHOW <id>
      *>         one incident's event trail.
      *>     incident REPORT <yyyymm>
      *>         the month's incidents, counts by program and by
      *>         cause, mean time to acknowledge (OPEN to first
      *>         INVESTIGATING, or to RESOLVED when that came
      *>         first) and to resolve, and repeat incidents: one
      *>         opened against a program that had another incident
      *>         opened within the 30 days before it.
      *>
      *> The register is "incidents.dat" (INCIDENTS parameter),
      *> one event per line, layout in incident.cpy. The monthly
      *> report "incidents.<yyyymm>.report" goes in the INCDIR
      *> directory (with trailing slash) when that is set.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-REGISTER ASSIGN TO LS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REGISTER-STATUS.
           SELECT FD-EXCREPO ASSIGN TO LS-EXCREPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-EXCREPO-STATUS.
           SELECT FD-ALERT ASSIGN TO LS-ALERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ALERT-STATUS.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-REGISTER.
       COPY "incident" IN "batch".
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
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).

       LOCAL-STORAGE SECTION.
       01 C-MAX-INCIDENTS                CONSTANT 2000.
       01 C-MAX-GROUPS                   CONSTANT 200.
       01 C-REPEAT-MINUTES               CONSTANT 43200.
       01 LS-COMMAND-LINE                 PIC X(260).
       01 LS-MODE                         PIC X(8).
       01 LS-ARG-1                        PIC X(60).
       01 LS-ARG-2                        PIC X(60).
       01 LS-ARG-TEXT                     PIC X(80).
       01 LS-TEXT-PTR                     PIC 9(4).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-REGISTER-PATH                PIC X(100).
       01 LS-REGISTER-STATUS              PIC X(2).
       01 LS-EXCDIR                       PIC X(100).
       01 LS-EXCREPO-PATH                 PIC X(130).
       01 LS-EXCREPO-STATUS               PIC X(2).
       01 LS-ALERT-PATH                   PIC X(106).
       01 LS-ALERT-STATUS                 PIC X(2).
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-INCDIR                       PIC X(100).
       01 LS-REPORT-PATH                  PIC X(132).
       01 LS-NOW                          PIC X(21).
       01 LS-USER-ID                      PIC X(20).
      *> The register replayed: one row per incident, its state
      *> after the last event and the times the lifecycle turned.
       01 LS-INC-COUNT                    PIC 9(4) VALUE 0.
       01 LS-INC-TABLE OCCURS 1 TO C-MAX-INCIDENTS TIMES
           DEPENDING ON LS-INC-COUNT.
           05 LS-INC-ID                  PIC X(16).
           05 LS-INC-PROGRAM             PIC X(8).
           05 LS-INC-STATUS              PIC X(13).
           05 LS-INC-CAUSE               PIC X(10).
           05 LS-INC-OWNER               PIC X(20).
           05 LS-INC-OPENED              PIC X(14).
           05 LS-INC-ACKED               PIC X(14).
           05 LS-INC-RESOLVED            PIC X(14).
           05 LS-INC-CLOSED              PIC X(14).
           05 LS-INC-LINKS               PIC 9(3).
           05 LS-INC-TITLE               PIC X(80).
       01 LS-INC-IDX                      PIC 9(4).
       01 LS-PRIOR-IDX                    PIC 9(4).
       01 LS-FOUND-IDX                    PIC 9(4).
       01 LS-SEQ                          PIC 9(3).
       01 LS-SEQ-ON-DATE                  PIC 9(3) VALUE 0.
      *> The event being posted.
       01 LS-EV-ID                        PIC X(16).
       01 LS-EV-EVENT                     PIC X(6).
       01 LS-EV-STATUS                    PIC X(13).
       01 LS-EV-PROGRAM                   PIC X(8).
       01 LS-EV-CAUSE                     PIC X(10).
       01 LS-EV-OWNER                     PIC X(20).
       01 LS-EV-LINK-KIND                 PIC X(7).
       01 LS-EV-LINK                      PIC X(40).
      *> Link resolution.
       01 LS-LINK-KIND                    PIC X(8).
       01 LS-LINK-VALUE                   PIC X(60).
       01 LS-LINK-PROGRAM                 PIC X(8).
       01 LS-LINK-KEY                     PIC X(40).
       01 LS-LINK-ERROR                   PIC X(80).
       01 LS-EXC-TS                       PIC X(14).
       01 LS-EXC-PROGRAM                  PIC X(8).
       01 LS-ALERT-LINE-NO                PIC 9(2).
       01 LS-ALERT-STEP                   PIC X(40).
       01 LS-ALERT-STARTED                PIC X(14).
       01 LS-SLASH-POS                    PIC 9(3).
       01 LS-CHAR-IDX                     PIC 9(3).
       01 LS-RUN-KEY                      PIC X(44).
       01 LS-RUN-KEY-LEN                  PIC 9(3).
       01 LS-MATCH-COUNT                  PIC 9(3).
       01 LS-LINE-NAME                    PIC X(8).
       01 LS-LINE-START                   PIC X(14).
       01 LS-REST                         PIC X(400).
       01 LS-JUNK                         PIC X(400).
      *> Monthly figures.
       01 LS-PERIOD                       PIC X(6).
       01 LS-GROUP-COUNT                  PIC 9(3) VALUE 0.
       01 LS-GROUP-TABLE OCCURS 200 TIMES.
           05 LS-GRP-PROGRAM             PIC X(8).
           05 LS-GRP-CAUSE               PIC X(10).
           05 LS-GRP-TALLY               PIC 9(5).
       01 LS-GRP-IDX                      PIC 9(3).
       01 LS-CAUSE-COUNT                  PIC 9(2) VALUE 0.
       01 LS-CAUSE-TABLE OCCURS 20 TIMES.
           05 LS-CS-CAUSE                PIC X(10).
           05 LS-CS-TALLY                PIC 9(5).
       01 LS-CS-IDX                       PIC 9(2).
       01 LS-MONTH-TALLY                  PIC 9(5) VALUE 0.
       01 LS-REPEAT-TALLY                 PIC 9(5) VALUE 0.
       01 LS-ACK-TALLY                    PIC 9(5) VALUE 0.
       01 LS-ACK-MINUTES                  PIC 9(11) VALUE 0.
       01 LS-RESOLVE-TALLY                PIC 9(5) VALUE 0.
       01 LS-RESOLVE-MINUTES              PIC 9(11) VALUE 0.
       01 LS-STILL-OPEN                   PIC 9(5) VALUE 0.
       01 LS-TS-IN                        PIC X(14).
       01 LS-MINUTES-OUT                  PIC 9(11).
       01 LS-OPEN-MINUTES                 PIC 9(11).
       01 LS-OTHER-MINUTES                PIC 9(11).
       01 LS-GAP-MINUTES                  PIC 9(11).
       01 LS-REPEAT-OF                    PIC X(16).
       01 LS-MEAN-MINUTES                 PIC 9(9).
      *> Report lines.
       01 LS-RPT-TITLE                    PIC X(132).
       01 LS-RPT-ARG-2                    PIC X(132).
       01 LS-OUT-LINE                     PIC X(132).
       01 LS-FIG-COUNT                    PIC Z(4)9.
       01 LS-FIG-MINUTES                  PIC Z(8)9.
       01 LS-FIG-LINKS                    PIC ZZ9.
       01 LS-SHOWN-COUNT                  PIC 9(5) VALUE 0.
       01 LS-START-RUN                    PIC X(21).
       01 LS-END-RUN                      PIC X(21).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-LOG-RESULT                   PIC X(200).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW TO LS-START-RUN
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
      *> The note is free text: everything after the fixed tokens
      *> is kept as one string, spaces and all.
           MOVE 1 TO LS-TEXT-PTR
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-ARG-1 LS-ARG-2
               WITH POINTER LS-TEXT-PTR
           END-UNSTRING
           MOVE SPACES TO LS-ARG-TEXT
           IF LS-TEXT-PTR <= FUNCTION LENGTH(LS-COMMAND-LINE)
               MOVE LS-COMMAND-LINE(LS-TEXT-PTR:) TO LS-ARG-TEXT
           END-IF
           MOVE FUNCTION UPPER-CASE(LS-MODE) TO LS-MODE
           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           PERFORM LOCATE-FILES
           PERFORM LOAD-REGISTER

           EVALUATE LS-MODE
               WHEN "OPEN"
                   PERFORM OPEN-INCIDENT
               WHEN "LINK"
                   PERFORM LINK-TO-INCIDENT
               WHEN "STATUS"
                   PERFORM CHANGE-STATUS
               WHEN "CAUSE"
                   PERFORM SET-CAUSE
               WHEN "OWNER"
                   PERFORM SET-OWNER
               WHEN "LIST"
                   PERFORM LIST-INCIDENTS
               WHEN "SHOW"
                   PERFORM SHOW-INCIDENT
               WHEN "REPORT"
                   PERFORM REPORT-MONTH
               WHEN OTHER
                   DISPLAY "INCIDENT: usage: incident OPEN "
                       "<EXC=ts/program|ALERT=control-file> <owner> "
                       "<title>"
                   DISPLAY "INCIDENT:        incident LINK <id> "
                       "<EXC=|ALERT=|RERUN=|RESTORE=...> [note]"
                   DISPLAY "INCIDENT:        incident STATUS <id> "
                       "<INVESTIGATING|RESOLVED|CLOSED> [note]"
                   DISPLAY "INCIDENT:        incident CAUSE <id> "
                       "<category> [note]"
                   DISPLAY "INCIDENT:        incident OWNER <id> "
                       "<owner> [note]"
                   DISPLAY "INCIDENT:        incident LIST [ALL]"
                   DISPLAY "INCIDENT:        incident SHOW <id>"
                   DISPLAY "INCIDENT:        incident REPORT <yyyymm>"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOCATE-FILES.
           CALL "GET-PARAMETER" USING
               "INCIDENTS           " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-REGISTER-PATH
           IF LS-REGISTER-PATH = SPACES
               MOVE "incidents.dat" TO LS-REGISTER-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "EXCDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-EXCDIR
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "INCDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-INCDIR
           .

      *> ---------------------------------------------------------
      *> Replay the register into the incident table. A missing
      *> register is an empty one.
      *> ---------------------------------------------------------
       LOAD-REGISTER.
           OPEN INPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM REPLAY-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE FD-REGISTER
           .

       REPLAY-ONE-EVENT.
           IF IR-EVENT = "OPEN"
               IF LS-INC-COUNT < C-MAX-INCIDENTS
                   ADD 1 TO LS-INC-COUNT
                   MOVE LS-INC-COUNT TO LS-FOUND-IDX
                   MOVE IR-INCIDENT-ID TO LS-INC-ID(LS-FOUND-IDX)
                   MOVE IR-EVENT-TS TO LS-INC-OPENED(LS-FOUND-IDX)
                   MOVE SPACES TO LS-INC-ACKED(LS-FOUND-IDX)
                       LS-INC-RESOLVED(LS-FOUND-IDX)
                       LS-INC-CLOSED(LS-FOUND-IDX)
                   MOVE 1 TO LS-INC-LINKS(LS-FOUND-IDX)
                   MOVE IR-TEXT TO LS-INC-TITLE(LS-FOUND-IDX)
                   IF IR-INCIDENT-ID(4:8) = LS-NOW(1:8)
                       MOVE IR-INCIDENT-ID(13:3) TO LS-SEQ
                       IF LS-SEQ > LS-SEQ-ON-DATE
                           MOVE LS-SEQ TO LS-SEQ-ON-DATE
                       END-IF
                   END-IF
               ELSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE IR-INCIDENT-ID TO LS-EV-ID
               PERFORM FIND-INCIDENT
               IF LS-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE IR-STATUS
               WHEN "INVESTIGATING"
                   IF LS-INC-ACKED(LS-FOUND-IDX) = SPACES
                       MOVE IR-EVENT-TS TO LS-INC-ACKED(LS-FOUND-IDX)
                   END-IF
                   MOVE SPACES TO LS-INC-RESOLVED(LS-FOUND-IDX)
               WHEN "RESOLVED"
                   IF LS-INC-ACKED(LS-FOUND-IDX) = SPACES
                       MOVE IR-EVENT-TS TO LS-INC-ACKED(LS-FOUND-IDX)
                   END-IF
                   IF LS-INC-RESOLVED(LS-FOUND-IDX) = SPACES
                       MOVE IR-EVENT-TS
                           TO LS-INC-RESOLVED(LS-FOUND-IDX)
                   END-IF
               WHEN "CLOSED"
                   IF LS-INC-CLOSED(LS-FOUND-IDX) = SPACES
                       MOVE IR-EVENT-TS TO LS-INC-CLOSED(LS-FOUND-IDX)
                   END-IF
           END-EVALUATE
           IF IR-EVENT = "LINK"
               ADD 1 TO LS-INC-LINKS(LS-FOUND-IDX)
           END-IF
           MOVE IR-STATUS TO LS-INC-STATUS(LS-FOUND-IDX)
           MOVE IR-PROGRAM TO LS-INC-PROGRAM(LS-FOUND-IDX)
           MOVE IR-CAUSE TO LS-INC-CAUSE(LS-FOUND-IDX)
           MOVE IR-OWNER TO LS-INC-OWNER(LS-FOUND-IDX)
           .

       FIND-INCIDENT.
           MOVE 0 TO LS-FOUND-IDX
           PERFORM VARYING LS-INC-IDX FROM 1 BY 1
               UNTIL LS-INC-IDX > LS-INC-COUNT
               IF LS-INC-ID(LS-INC-IDX) = LS-EV-ID
                   MOVE LS-INC-IDX TO LS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *> The incident a maintenance command names: it must exist
      *> and, CLOSED being final, must still be open to change.
       FIND-OPEN-INCIDENT.
           MOVE FUNCTION UPPER-CASE(LS-ARG-1(1:16)) TO LS-EV-ID
           PERFORM FIND-INCIDENT
           IF LS-FOUND-IDX = 0
               DISPLAY "INCIDENT: no incident "
                   FUNCTION TRIM(LS-ARG-1) " in the register"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-INC-STATUS(LS-FOUND-IDX) = "CLOSED"
               DISPLAY "INCIDENT: " FUNCTION TRIM(LS-EV-ID)
                   " is closed; a recurrence is a new incident"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-INC-STATUS(LS-FOUND-IDX) TO LS-EV-STATUS
           MOVE LS-INC-PROGRAM(LS-FOUND-IDX) TO LS-EV-PROGRAM
           MOVE LS-INC-CAUSE(LS-FOUND-IDX) TO LS-EV-CAUSE
           MOVE LS-INC-OWNER(LS-FOUND-IDX) TO LS-EV-OWNER
           MOVE SPACES TO LS-EV-LINK-KIND LS-EV-LINK
           .

      *> ---------------------------------------------------------
      *> Maintenance commands. Each appends one event.
      *> ---------------------------------------------------------
       OPEN-INCIDENT.
           IF LS-ARG-1 = SPACES OR LS-ARG-2 = SPACES
               OR LS-ARG-TEXT = SPACES
               DISPLAY "INCIDENT: OPEN needs the alert or exception, "
                   "an owner and a title"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-LINK
           IF LS-LINK-KIND NOT = "EXC" AND LS-LINK-KIND NOT = "ALERT"
               DISPLAY "INCIDENT: an incident is opened from an "
                   "EXC= or ALERT= item"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LS-SEQ-ON-DATE
           MOVE SPACES TO LS-EV-ID
           STRING "INC" LS-NOW(1:8) "-" LS-SEQ-ON-DATE
               DELIMITED BY SIZE
               INTO LS-EV-ID
           MOVE "OPEN" TO LS-EV-EVENT
           MOVE "OPEN" TO LS-EV-STATUS
           MOVE LS-LINK-PROGRAM TO LS-EV-PROGRAM
           MOVE "UNKNOWN" TO LS-EV-CAUSE
           MOVE LS-ARG-2(1:20) TO LS-EV-OWNER
           MOVE LS-LINK-KIND TO LS-EV-LINK-KIND
           MOVE LS-LINK-KEY TO LS-EV-LINK
           PERFORM APPEND-EVENT
           DISPLAY "INCIDENT: " FUNCTION TRIM(LS-EV-ID)
               " opened against " FUNCTION TRIM(LS-EV-PROGRAM)
               ", owner " FUNCTION TRIM(LS-EV-OWNER)
           .

       LINK-TO-INCIDENT.
           PERFORM FIND-OPEN-INCIDENT
           IF LS-ARG-2 = SPACES
               DISPLAY "INCIDENT: LINK needs the item to link"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-ARG-2 TO LS-ARG-1
           PERFORM RESOLVE-LINK
           MOVE "LINK" TO LS-EV-EVENT
           MOVE LS-LINK-KIND TO LS-EV-LINK-KIND
           MOVE LS-LINK-KEY TO LS-EV-LINK
           PERFORM APPEND-EVENT
           DISPLAY "INCIDENT: " FUNCTION TRIM(LS-LINK-KIND) " "
               FUNCTION TRIM(LS-LINK-KEY) " linked to "
               FUNCTION TRIM(LS-EV-ID)
           .

       CHANGE-STATUS.
           PERFORM FIND-OPEN-INCIDENT
           MOVE FUNCTION UPPER-CASE(LS-ARG-2(1:13)) TO LS-EV-STATUS
           EVALUATE LS-INC-STATUS(LS-FOUND-IDX) ALSO LS-EV-STATUS
               WHEN "OPEN" ALSO "INVESTIGATING"
               WHEN "OPEN" ALSO "RESOLVED"
               WHEN "INVESTIGATING" ALSO "RESOLVED"
               WHEN "RESOLVED" ALSO "INVESTIGATING"
                   CONTINUE
               WHEN "RESOLVED" ALSO "CLOSED"
                   IF LS-INC-CAUSE(LS-FOUND-IDX) = "UNKNOWN"
                       DISPLAY "INCIDENT: set a root cause before "
                           "closing " FUNCTION TRIM(LS-EV-ID)
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "INCIDENT: " FUNCTION TRIM(LS-EV-ID)
                       " cannot go from "
                       FUNCTION TRIM(LS-INC-STATUS(LS-FOUND-IDX))
                       " to " FUNCTION TRIM(LS-ARG-2)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE "STATUS" TO LS-EV-EVENT
           PERFORM APPEND-EVENT
           DISPLAY "INCIDENT: " FUNCTION TRIM(LS-EV-ID) " now "
               FUNCTION TRIM(LS-EV-STATUS)
           .

       SET-CAUSE.
           PERFORM FIND-OPEN-INCIDENT
           MOVE FUNCTION UPPER-CASE(LS-ARG-2(1:10)) TO LS-EV-CAUSE
           IF LS-EV-CAUSE NOT = "DATA" AND NOT = "FEED"
               AND NOT = "CODE" AND NOT = "CONFIG"
               AND NOT = "INFRA" AND NOT = "CAPACITY"
               AND NOT = "OPERATOR" AND NOT = "EXTERNAL"
               AND NOT = "UNKNOWN"
               DISPLAY "INCIDENT: cause must be DATA, FEED, CODE, "
                   "CONFIG, INFRA, CAPACITY, OPERATOR, EXTERNAL or "
                   "UNKNOWN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CAUSE" TO LS-EV-EVENT
           PERFORM APPEND-EVENT
           DISPLAY "INCIDENT: " FUNCTION TRIM(LS-EV-ID) " cause "
               FUNCTION TRIM(LS-EV-CAUSE)
           .

       SET-OWNER.
           PERFORM FIND-OPEN-INCIDENT
           IF LS-ARG-2 = SPACES
               DISPLAY "INCIDENT: OWNER needs the new owner"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-ARG-2(1:20) TO LS-EV-OWNER
           MOVE "OWNER" TO LS-EV-EVENT
           PERFORM APPEND-EVENT
           DISPLAY "INCIDENT: " FUNCTION TRIM(LS-EV-ID) " owner "
               FUNCTION TRIM(LS-EV-OWNER)
           .

       APPEND-EVENT.
           OPEN EXTEND FD-REGISTER
           IF LS-REGISTER-STATUS = "05" OR LS-REGISTER-STATUS = "35"
               OPEN OUTPUT FD-REGISTER
           END-IF
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "INCIDENT: ERROR OPENING " LS-REGISTER-PATH
                   " STATUS=" LS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO INCIDENT-EVENT-RECORD
           MOVE LS-EV-ID TO IR-INCIDENT-ID
           MOVE LS-NOW(1:14) TO IR-EVENT-TS
           MOVE LS-USER-ID TO IR-USER
           MOVE LS-EV-EVENT TO IR-EVENT
           MOVE LS-EV-STATUS TO IR-STATUS
           MOVE LS-EV-PROGRAM TO IR-PROGRAM
           MOVE LS-EV-CAUSE TO IR-CAUSE
           MOVE LS-EV-OWNER TO IR-OWNER
           MOVE LS-EV-LINK-KIND TO IR-LINK-KIND
           MOVE LS-EV-LINK TO IR-LINK
           MOVE LS-ARG-TEXT TO IR-TEXT
           WRITE INCIDENT-EVENT-RECORD
           CLOSE FD-REGISTER
           .

      *> ---------------------------------------------------------
      *> Links. LS-ARG-1 holds "<KIND>=<value>"; the item must be
      *> on file, and comes back as LS-LINK-KIND, the key it is
      *> kept under (LS-LINK-KEY) and the program it belongs to.
      *> ---------------------------------------------------------
       RESOLVE-LINK.
           MOVE SPACES TO LS-LINK-KIND LS-LINK-VALUE
               LS-LINK-PROGRAM LS-LINK-KEY LS-LINK-ERROR
           UNSTRING LS-ARG-1 DELIMITED BY "="
               INTO LS-LINK-KIND LS-LINK-VALUE
           MOVE FUNCTION UPPER-CASE(LS-LINK-KIND) TO LS-LINK-KIND
           IF LS-LINK-VALUE = SPACES
               MOVE "a link is <KIND>=<item>" TO LS-LINK-ERROR
           ELSE
               EVALUATE LS-LINK-KIND
                   WHEN "EXC"
                       PERFORM RESOLVE-EXCEPTION-LINK
                   WHEN "ALERT"
                       PERFORM RESOLVE-ALERT-LINK
                   WHEN "RERUN"
                   WHEN "RESTORE"
                       PERFORM RESOLVE-RUN-LINK
                   WHEN OTHER
                       MOVE "links are EXC=, ALERT=, RERUN= or "
                           & "RESTORE=" TO LS-LINK-ERROR
               END-EVALUATE
           END-IF
           IF LS-LINK-ERROR NOT = SPACES
               DISPLAY "INCIDENT: " FUNCTION TRIM(LS-ARG-1) ": "
                   FUNCTION TRIM(LS-LINK-ERROR)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> EXC=<timestamp14>/<program>, an item of that day's
      *> repository file - the identity EXCACK uses.
       RESOLVE-EXCEPTION-LINK.
           MOVE SPACES TO LS-EXC-TS LS-EXC-PROGRAM
           UNSTRING LS-LINK-VALUE DELIMITED BY "/"
               INTO LS-EXC-TS LS-EXC-PROGRAM
           MOVE FUNCTION UPPER-CASE(LS-EXC-PROGRAM) TO LS-EXC-PROGRAM
           IF LS-EXC-TS IS NOT NUMERIC OR LS-EXC-PROGRAM = SPACES
               MOVE "an exception is EXC=<timestamp14>/<program>"
                   TO LS-LINK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-EXCREPO-PATH
           STRING FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
               "exceptions." DELIMITED BY SIZE
               LS-EXC-TS(1:8) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO LS-EXCREPO-PATH
           MOVE "no such item in the exception repository"
               TO LS-LINK-ERROR
           OPEN INPUT FD-EXCREPO
           IF LS-EXCREPO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-EXCREPO
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-EXC-TIMESTAMP = LS-EXC-TS
                           AND F-EXC-PROGRAM = LS-EXC-PROGRAM
                           MOVE SPACES TO LS-LINK-ERROR
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-EXCREPO
           MOVE LS-EXC-PROGRAM TO LS-LINK-PROGRAM
           MOVE SPACES TO LS-LINK-KEY
           STRING LS-EXC-TS "/" DELIMITED BY SIZE
               FUNCTION TRIM(LS-EXC-PROGRAM) DELIMITED BY SIZE
               INTO LS-LINK-KEY
           .

      *> ALERT=<control-file>: the halt alert DAYBATCH left beside
      *> it. The alert file is overwritten by the next halt, so
      *> the link keeps what identifies this one - the failed
      *> step's start time and name - and the incident is against
      *> the step's program (the upper-cased name of the command,
      *> as the run log knows it).
       RESOLVE-ALERT-LINK.
           MOVE SPACES TO LS-ALERT-PATH
           STRING FUNCTION TRIM(LS-LINK-VALUE) DELIMITED BY SIZE
               ".alert" DELIMITED BY SIZE
               INTO LS-ALERT-PATH
           OPEN INPUT FD-ALERT
           IF LS-ALERT-STATUS NOT = "00"
               MOVE "no halt alert beside that control file"
                   TO LS-LINK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-ALERT-STEP LS-ALERT-STARTED
           MOVE 0 TO LS-ALERT-LINE-NO
           PERFORM UNTIL EXIT
               READ FD-ALERT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-ALERT-LINE-NO
                       IF F-ALERT-RECORD(1:12) = "FAILED STEP:"
                           MOVE FUNCTION TRIM(F-ALERT-RECORD(13:))
                               TO LS-ALERT-STEP
                       END-IF
                       IF F-ALERT-RECORD(1:13) = "STEP STARTED:"
                           MOVE FUNCTION TRIM(F-ALERT-RECORD(14:))
                               TO LS-ALERT-STARTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-ALERT
           IF LS-ALERT-STEP = SPACES
               MOVE "the alert names no failed step"
                   TO LS-LINK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-SLASH-POS
           PERFORM VARYING LS-CHAR-IDX FROM 1 BY 1
               UNTIL LS-CHAR-IDX > 40
               IF LS-ALERT-STEP(LS-CHAR-IDX:1) = "/"
                   MOVE LS-CHAR-IDX TO LS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(
               LS-ALERT-STEP(LS-SLASH-POS + 1:8)) TO LS-LINK-PROGRAM
           MOVE SPACES TO LS-LINK-KEY
           STRING LS-ALERT-STARTED "/" DELIMITED BY SIZE
               FUNCTION TRIM(LS-ALERT-STEP) DELIMITED BY SIZE
               INTO LS-LINK-KEY
           .

      *> RERUN=/RESTORE=<run>: a run on the run log, by run ID or
      *> by start timestamp; a RESTORE link must be a RESTORE run.
      *> Run-log line layout, as WRITE-RUN-LOG builds it:
      *> PROGNAME run=id user=id release=label file=path start=ts
      *> end=ts result=text
       RESOLVE-RUN-LINK.
           MOVE SPACES TO LS-RUN-KEY
           STRING " run=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-LINK-VALUE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO LS-RUN-KEY
           COMPUTE LS-RUN-KEY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LS-LINK-VALUE)) + 6
           MOVE "no such run on the run log" TO LS-LINK-ERROR
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-RUNLOG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM MATCH-RUN-LINE
               END-READ
           END-PERFORM
           CLOSE FD-RUNLOG
           MOVE LS-LINK-VALUE(1:40) TO LS-LINK-KEY
           .

       MATCH-RUN-LINE.
           MOVE SPACES TO LS-LINE-NAME LS-LINE-START LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " "
               INTO LS-LINE-NAME
           UNSTRING F-RUNLOG-RECORD DELIMITED BY "start="
               INTO LS-JUNK LS-REST
           MOVE LS-REST(1:14) TO LS-LINE-START
           MOVE 0 TO LS-MATCH-COUNT
           INSPECT F-RUNLOG-RECORD TALLYING LS-MATCH-COUNT
               FOR ALL LS-RUN-KEY(1:LS-RUN-KEY-LEN)
           IF LS-MATCH-COUNT = 0
               IF LS-LINK-VALUE(15:) NOT = SPACES
                   OR LS-LINK-VALUE(1:14) NOT = LS-LINE-START
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LS-LINK-KIND = "RESTORE" AND LS-LINE-NAME NOT = "RESTORE"
               MOVE "that run is not a RESTORE run" TO LS-LINK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-LINK-ERROR
           MOVE LS-LINE-NAME TO LS-LINK-PROGRAM
           .

      *> ---------------------------------------------------------
      *> Inquiry.
      *> ---------------------------------------------------------
       LIST-INCIDENTS.
           DISPLAY "INCIDENT         STATUS        PROGRAM  CAUSE     "
               " OWNER                OPENED         LINKS"
           PERFORM VARYING LS-INC-IDX FROM 1 BY 1
               UNTIL LS-INC-IDX > LS-INC-COUNT
               IF LS-INC-STATUS(LS-INC-IDX) NOT = "CLOSED"
                   OR FUNCTION UPPER-CASE(LS-ARG-1) = "ALL"
                   ADD 1 TO LS-SHOWN-COUNT
                   MOVE LS-INC-LINKS(LS-INC-IDX) TO LS-FIG-LINKS
                   DISPLAY LS-INC-ID(LS-INC-IDX) " "
                       LS-INC-STATUS(LS-INC-IDX) " "
                       LS-INC-PROGRAM(LS-INC-IDX) " "
                       LS-INC-CAUSE(LS-INC-IDX) " "
                       LS-INC-OWNER(LS-INC-IDX) " "
                       LS-INC-OPENED(LS-INC-IDX) "   "
                       LS-FIG-LINKS
                   DISPLAY "    "
                       FUNCTION TRIM(LS-INC-TITLE(LS-INC-IDX))
               END-IF
           END-PERFORM
           DISPLAY "INCIDENT: " LS-SHOWN-COUNT " incident(s)"
           .

       SHOW-INCIDENT.
           MOVE FUNCTION UPPER-CASE(LS-ARG-1(1:16)) TO LS-EV-ID
           PERFORM FIND-INCIDENT
           IF LS-FOUND-IDX = 0
               DISPLAY "INCIDENT: no incident "
                   FUNCTION TRIM(LS-ARG-1) " in the register"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY FUNCTION TRIM(LS-EV-ID) "  "
               FUNCTION TRIM(LS-INC-TITLE(LS-FOUND-IDX))
           DISPLAY "  PROGRAM " LS-INC-PROGRAM(LS-FOUND-IDX)
               " STATUS " FUNCTION TRIM(LS-INC-STATUS(LS-FOUND-IDX))
               " CAUSE " FUNCTION TRIM(LS-INC-CAUSE(LS-FOUND-IDX))
               " OWNER " FUNCTION TRIM(LS-INC-OWNER(LS-FOUND-IDX))
           OPEN INPUT FD-REGISTER
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF IR-INCIDENT-ID = LS-EV-ID
                           DISPLAY "  " IR-EVENT-TS " "
                               FUNCTION TRIM(IR-USER) " "
                               IR-EVENT " "
                               FUNCTION TRIM(IR-STATUS) " "
                               FUNCTION TRIM(IR-LINK-KIND) " "
                               FUNCTION TRIM(IR-LINK)
                           IF IR-TEXT NOT = SPACES
                               DISPLAY "      " FUNCTION TRIM(IR-TEXT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-REGISTER
           .

      *> ---------------------------------------------------------
      *> Monthly reporting over the incidents opened in the month.
      *> ---------------------------------------------------------
       REPORT-MONTH.
           MOVE LS-ARG-1(1:6) TO LS-PERIOD
           IF LS-PERIOD IS NOT NUMERIC
               OR LS-PERIOD(5:2) < "01" OR LS-PERIOD(5:2) > "12"
               DISPLAY "INCIDENT: usage: incident REPORT <yyyymm>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-REPORT-PATH
           STRING FUNCTION TRIM(LS-INCDIR) DELIMITED BY SIZE
               "incidents." DELIMITED BY SIZE
               LS-PERIOD DELIMITED BY SIZE
               ".report" DELIMITED BY SIZE
               INTO LS-REPORT-PATH
           MOVE SPACES TO LS-RPT-TITLE
           STRING "INCIDENT REPORT - " LS-PERIOD DELIMITED BY SIZE
               INTO LS-RPT-TITLE
           CALL "REPORT-WRITER" USING
               "OPEN " LS-REPORT-PATH LS-RPT-TITLE
           MOVE "INCIDENTS OPENED" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "  INCIDENT         PROGRAM  CAUSE      STATUS       "
               & "  ACK-MIN  RESOLVE-MIN  REPEAT OF"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING LS-INC-IDX FROM 1 BY 1
               UNTIL LS-INC-IDX > LS-INC-COUNT
               IF LS-INC-OPENED(LS-INC-IDX)(1:6) = LS-PERIOD
                   PERFORM REPORT-ONE-INCIDENT
               END-IF
           END-PERFORM
           IF LS-MONTH-TALLY = 0
               MOVE "  (no incidents opened in the month)"
                   TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF

           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "BY PROGRAM AND CAUSE" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING LS-GRP-IDX FROM 1 BY 1
               UNTIL LS-GRP-IDX > LS-GROUP-COUNT
               MOVE LS-GRP-TALLY(LS-GRP-IDX) TO LS-FIG-COUNT
               MOVE SPACES TO LS-OUT-LINE
               STRING "  " LS-GRP-PROGRAM(LS-GRP-IDX) " "
                   LS-GRP-CAUSE(LS-GRP-IDX) " " LS-FIG-COUNT
                   DELIMITED BY SIZE
                   INTO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "BY CAUSE" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING LS-CS-IDX FROM 1 BY 1
               UNTIL LS-CS-IDX > LS-CAUSE-COUNT
               MOVE LS-CS-TALLY(LS-CS-IDX) TO LS-FIG-COUNT
               MOVE SPACES TO LS-OUT-LINE
               STRING "  " LS-CS-CAUSE(LS-CS-IDX) " " LS-FIG-COUNT
                   DELIMITED BY SIZE
                   INTO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "RESPONSE" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE 0 TO LS-MEAN-MINUTES
           IF LS-ACK-TALLY > 0
               COMPUTE LS-MEAN-MINUTES ROUNDED =
                   LS-ACK-MINUTES / LS-ACK-TALLY
           END-IF
           MOVE LS-MEAN-MINUTES TO LS-FIG-MINUTES
           MOVE LS-ACK-TALLY TO LS-FIG-COUNT
           MOVE SPACES TO LS-OUT-LINE
           STRING "  MEAN TIME TO ACKNOWLEDGE " LS-FIG-MINUTES
               " MIN  OVER " LS-FIG-COUNT " INCIDENT(S)"
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE 0 TO LS-MEAN-MINUTES
           IF LS-RESOLVE-TALLY > 0
               COMPUTE LS-MEAN-MINUTES ROUNDED =
                   LS-RESOLVE-MINUTES / LS-RESOLVE-TALLY
           END-IF
           MOVE LS-MEAN-MINUTES TO LS-FIG-MINUTES
           MOVE LS-RESOLVE-TALLY TO LS-FIG-COUNT
           MOVE SPACES TO LS-OUT-LINE
           STRING "  MEAN TIME TO RESOLVE     " LS-FIG-MINUTES
               " MIN  OVER " LS-FIG-COUNT " INCIDENT(S)"
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE LS-STILL-OPEN TO LS-FIG-COUNT
           MOVE SPACES TO LS-OUT-LINE
           STRING "  NOT YET RESOLVED         " LS-FIG-COUNT
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE

           MOVE SPACES TO LS-OUT-LINE
           STRING LS-MONTH-TALLY " INCIDENT(S)  "
               LS-REPEAT-TALLY " REPEAT(S) WITHIN 30 DAYS  "
               LS-STILL-OPEN " UNRESOLVED"
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           CALL "REPORT-WRITER" USING
               "FOOT " LS-OUT-LINE LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-OUT-LINE LS-RPT-ARG-2
           DISPLAY "INCIDENT: " LS-PERIOD " " LS-MONTH-TALLY
               " incident(s), " LS-REPEAT-TALLY " repeat(s); report "
               FUNCTION TRIM(LS-REPORT-PATH)
           MOVE SPACES TO LS-LOG-RESULT
           STRING "period=" LS-PERIOD " incidents=" LS-MONTH-TALLY
               " repeats=" LS-REPEAT-TALLY
               DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-RUN
           MOVE LS-REPORT-PATH(1:100) TO LS-LOG-PATH
           CALL "WRITE-RUN-LOG" USING
               "INCIDENT" LS-LOG-PATH LS-START-RUN LS-END-RUN
               LS-LOG-RESULT
           MOVE 0 TO RETURN-CODE
           .

       REPORT-ONE-INCIDENT.
           ADD 1 TO LS-MONTH-TALLY
           PERFORM TALLY-PROGRAM-CAUSE
           MOVE LS-INC-OPENED(LS-INC-IDX) TO LS-TS-IN
           PERFORM TIMESTAMP-TO-MINUTES
           MOVE LS-MINUTES-OUT TO LS-OPEN-MINUTES
           MOVE SPACES TO LS-OUT-LINE
           STRING "  " LS-INC-ID(LS-INC-IDX) " "
               LS-INC-PROGRAM(LS-INC-IDX) " "
               LS-INC-CAUSE(LS-INC-IDX) " "
               LS-INC-STATUS(LS-INC-IDX)
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           IF LS-INC-ACKED(LS-INC-IDX) NOT = SPACES
               MOVE LS-INC-ACKED(LS-INC-IDX) TO LS-TS-IN
               PERFORM TIMESTAMP-TO-MINUTES
               COMPUTE LS-GAP-MINUTES =
                   LS-MINUTES-OUT - LS-OPEN-MINUTES
               ADD 1 TO LS-ACK-TALLY
               ADD LS-GAP-MINUTES TO LS-ACK-MINUTES
               MOVE LS-GAP-MINUTES TO LS-FIG-MINUTES
               MOVE LS-FIG-MINUTES TO LS-OUT-LINE(53:9)
           ELSE
               MOVE "-" TO LS-OUT-LINE(61:1)
           END-IF
           IF LS-INC-RESOLVED(LS-INC-IDX) NOT = SPACES
               MOVE LS-INC-RESOLVED(LS-INC-IDX) TO LS-TS-IN
               PERFORM TIMESTAMP-TO-MINUTES
               COMPUTE LS-GAP-MINUTES =
                   LS-MINUTES-OUT - LS-OPEN-MINUTES
               ADD 1 TO LS-RESOLVE-TALLY
               ADD LS-GAP-MINUTES TO LS-RESOLVE-MINUTES
               MOVE LS-GAP-MINUTES TO LS-FIG-MINUTES
               MOVE LS-FIG-MINUTES TO LS-OUT-LINE(66:9)
           ELSE
               ADD 1 TO LS-STILL-OPEN
               MOVE "-" TO LS-OUT-LINE(74:1)
           END-IF
           PERFORM FIND-PRIOR-INCIDENT
           IF LS-REPEAT-OF NOT = SPACES
               ADD 1 TO LS-REPEAT-TALLY
               MOVE LS-REPEAT-OF TO LS-OUT-LINE(77:16)
           END-IF
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO LS-OUT-LINE
           STRING "      " LS-INC-TITLE(LS-INC-IDX)
               DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *> A repeat: another incident against the same program,
      *> opened in the 30 days before this one (any month). The
      *> latest such incident is named.
       FIND-PRIOR-INCIDENT.
           MOVE SPACES TO LS-REPEAT-OF
           PERFORM VARYING LS-PRIOR-IDX FROM 1 BY 1
               UNTIL LS-PRIOR-IDX >= LS-INC-IDX
               IF LS-INC-PROGRAM(LS-PRIOR-IDX)
                   = LS-INC-PROGRAM(LS-INC-IDX)
                   MOVE LS-INC-OPENED(LS-PRIOR-IDX) TO LS-TS-IN
                   PERFORM TIMESTAMP-TO-MINUTES
                   MOVE LS-MINUTES-OUT TO LS-OTHER-MINUTES
                   IF LS-OTHER-MINUTES <= LS-OPEN-MINUTES
                       AND LS-OPEN-MINUTES - LS-OTHER-MINUTES
                           <= C-REPEAT-MINUTES
                       MOVE LS-INC-ID(LS-PRIOR-IDX) TO LS-REPEAT-OF
                   END-IF
               END-IF
           END-PERFORM
           .

       TALLY-PROGRAM-CAUSE.
           MOVE 0 TO LS-FOUND-IDX
           PERFORM VARYING LS-GRP-IDX FROM 1 BY 1
               UNTIL LS-GRP-IDX > LS-GROUP-COUNT
               IF LS-GRP-PROGRAM(LS-GRP-IDX)
                   = LS-INC-PROGRAM(LS-INC-IDX)
                   AND LS-GRP-CAUSE(LS-GRP-IDX)
                   = LS-INC-CAUSE(LS-INC-IDX)
                   ADD 1 TO LS-GRP-TALLY(LS-GRP-IDX)
                   MOVE 1 TO LS-FOUND-IDX
               END-IF
           END-PERFORM
           IF LS-FOUND-IDX = 0 AND LS-GROUP-COUNT < C-MAX-GROUPS
               ADD 1 TO LS-GROUP-COUNT
               MOVE LS-INC-PROGRAM(LS-INC-IDX)
                   TO LS-GRP-PROGRAM(LS-GROUP-COUNT)
               MOVE LS-INC-CAUSE(LS-INC-IDX)
                   TO LS-GRP-CAUSE(LS-GROUP-COUNT)
               MOVE 1 TO LS-GRP-TALLY(LS-GROUP-COUNT)
           END-IF
           MOVE 0 TO LS-FOUND-IDX
           PERFORM VARYING LS-CS-IDX FROM 1 BY 1
               UNTIL LS-CS-IDX > LS-CAUSE-COUNT
               IF LS-CS-CAUSE(LS-CS-IDX) = LS-INC-CAUSE(LS-INC-IDX)
                   ADD 1 TO LS-CS-TALLY(LS-CS-IDX)
                   MOVE 1 TO LS-FOUND-IDX
               END-IF
           END-PERFORM
           IF LS-FOUND-IDX = 0 AND LS-CAUSE-COUNT < 20
               ADD 1 TO LS-CAUSE-COUNT
               MOVE LS-INC-CAUSE(LS-INC-IDX)
                   TO LS-CS-CAUSE(LS-CAUSE-COUNT)
               MOVE 1 TO LS-CS-TALLY(LS-CAUSE-COUNT)
           END-IF
           .

      *> Minutes since the calendar's day 1, so intervals may span
      *> days and months.
       TIMESTAMP-TO-MINUTES.
           COMPUTE LS-MINUTES-OUT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LS-TS-IN(1:8))) * 1440
               + FUNCTION NUMVAL(LS-TS-IN(9:2)) * 60
               + FUNCTION NUMVAL(LS-TS-IN(11:2))
           .

      *> Paging, banner and page counts belong to the shared
      *> writer; the sections only hand over body lines.
       PUT-REPORT-LINE.
           CALL "REPORT-WRITER" USING
               "LINE " LS-OUT-LINE LS-RPT-ARG-2
           .
       END PROGRAM INCIDENT.
