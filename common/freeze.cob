       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREEZE-RELEASE.

      *> Change-freeze gate called by the master maintenance
      *> programs (RULEMAINT, ANTMAINT, LOCKMAINT, TOWELPOST STOCK,
      *> STEPCAT APPLY, MAZEMAINT, PROGLIB) after MAINT-RELEASE, and
      *> by RESTORE, PROGLIB RELOAD and DRBUNDLE IMPORT, before they
      *> change anything. Month-end and audit weeks are frozen in
      *> the freeze calendar ("freeze.calendar", FREEZECAL
      *> parameter),
      *> one window per line, "*" comments:
      *>
      *>     <from yyyymmdd> <to yyyymmdd> <scope> <reason...>
      *>
      *> with scope ALL (every master, the step catalog and every
      *> restore), STEPCAT (the step catalog only) or
      *> MASTER=<path> (one master, named by the path the program
      *> is given - LOCKMAINT's master base, RESTORE's target).
      *>
      *> Inside a window that covers the master the change is
      *> refused, unless the FREEZEOVERRIDE environment variable
      *> carries the emergency change's ticket reference - set per
      *> launch, like RUNID and MAINTBATCH, never in the parameter
      *> file. An override is let through and recorded twice: as a
      *> warning in the exception repository and as a line in the
      *> before-image journal,
      *>
      *>     JRNOVR timestamp program path ticket=<ref> user=<id>
      *>            freeze=<from>-<to>
      *>
      *> which FREEZE REPORT reads back for audit.
      *>
      *> IN-PROGRAM-NAME is the caller's name for messages,
      *> IN-LOG-NAME the name it writes to the run log under.
      *> OUT-RELEASED is "Y" when the caller may go ahead, "N" when
      *> it must stop; the refusal is already displayed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CALENDAR ASSIGN TO LS-CALENDAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CALENDAR-STATUS.
           SELECT FD-JOURNAL ASSIGN TO LS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CALENDAR.
       01  F-CALENDAR-RECORD              PIC X(200).
       FD  FD-JOURNAL.
       01  F-JOURNAL-RECORD               PIC X(3010).

       LOCAL-STORAGE SECTION.
       01 LS-CALENDAR-PATH                PIC X(100).
       01 LS-CALENDAR-STATUS              PIC X(2).
       01 LS-JOURNAL-PATH                 PIC X(100).
       01 LS-JOURNAL-STATUS               PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-NOW                          PIC X(21).
       01 LS-TICKET                       PIC X(40).
       01 LS-USER-ID                      PIC X(20).
       01 LS-CAL-FROM                     PIC X(8).
       01 LS-CAL-TO                       PIC X(8).
       01 LS-CAL-SCOPE                    PIC X(120).
       01 LS-CAL-REASON                   PIC X(120).
       01 LS-CAL-PTR                      PIC 9(3).
       01 LS-FROZEN                       PIC 9(1) VALUE 0.
       01 LS-FROZEN-FROM                  PIC X(8).
       01 LS-FROZEN-TO                    PIC X(8).
       01 LS-FROZEN-REASON                PIC X(120).
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).

       LINKAGE SECTION.
       01 IN-PROGRAM-NAME                 PIC X(9).
       01 IN-LOG-NAME                     PIC X(8).
       01 IN-MASTER-PATH                  PIC X(100).
       01 OUT-RELEASED                    PIC X(1).

       PROCEDURE DIVISION USING
           IN-PROGRAM-NAME IN-LOG-NAME IN-MASTER-PATH OUT-RELEASED.

           MOVE "Y" TO OUT-RELEASED
           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           CALL "GET-PARAMETER" USING
               "FREEZECAL           " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CALENDAR-PATH
           IF LS-CALENDAR-PATH = SPACES
               MOVE "freeze.calendar" TO LS-CALENDAR-PATH
           END-IF
      *> No calendar, no freezes.
           OPEN INPUT FD-CALENDAR
           IF LS-CALENDAR-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CALENDAR
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-ONE-WINDOW
                       IF LS-FROZEN = 1
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-CALENDAR
           IF LS-FROZEN = 0
               GOBACK
           END-IF

           ACCEPT LS-TICKET FROM ENVIRONMENT "FREEZEOVERRIDE"
           IF LS-TICKET = SPACES
               MOVE "N" TO OUT-RELEASED
               DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
                   ": changes to " FUNCTION TRIM(IN-MASTER-PATH)
                   " are frozen from " LS-FROZEN-FROM " to "
                   LS-FROZEN-TO ": " FUNCTION TRIM(LS-FROZEN-REASON)
               DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
                   ": an emergency change needs its ticket "
                   "reference in FREEZEOVERRIDE"
               GOBACK
           END-IF

           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
               ": emergency change inside the freeze of "
               LS-FROZEN-FROM "-" LS-FROZEN-TO " under ticket "
               FUNCTION TRIM(LS-TICKET)

           CALL "GET-PARAMETER" USING
               "JOURNAL             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-JOURNAL-PATH
           IF LS-JOURNAL-PATH = SPACES
               MOVE "journal.dat" TO LS-JOURNAL-PATH
           END-IF
           OPEN EXTEND FD-JOURNAL
           IF LS-JOURNAL-STATUS = "05" OR LS-JOURNAL-STATUS = "35"
               OPEN OUTPUT FD-JOURNAL
           END-IF
      *> An override that cannot be journalled is not let through:
      *> the audit trail is the condition of the override.
           IF LS-JOURNAL-STATUS NOT = "00"
               MOVE "N" TO OUT-RELEASED
               DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
                   ": cannot record the override in "
                   FUNCTION TRIM(LS-JOURNAL-PATH)
                   " (status " LS-JOURNAL-STATUS "); nothing changed"
               GOBACK
           END-IF
           MOVE SPACES TO F-JOURNAL-RECORD
           STRING "JRNOVR " DELIMITED BY SIZE
               LS-NOW(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IN-LOG-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IN-MASTER-PATH) DELIMITED BY SIZE
               " ticket=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-TICKET) DELIMITED BY SIZE
               " user=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
               " freeze=" DELIMITED BY SIZE
               LS-FROZEN-FROM "-" LS-FROZEN-TO DELIMITED BY SIZE
               INTO F-JOURNAL-RECORD
           WRITE F-JOURNAL-RECORD
           CLOSE FD-JOURNAL

           MOVE SPACES TO LS-EXC-KEY
           STRING "FREEZE OVERRIDE " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TICKET) DELIMITED BY SIZE
               INTO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING FUNCTION TRIM(IN-MASTER-PATH) DELIMITED BY SIZE
               " changed by " DELIMITED BY SIZE
               FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
               " in freeze " DELIMITED BY SIZE
               LS-FROZEN-FROM "-" LS-FROZEN-TO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(LS-FROZEN-REASON) DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               IN-LOG-NAME "W" LS-EXC-KEY LS-EXC-MESSAGE
           GOBACK.

      *> A window covers the change when today falls inside it and
      *> its scope takes in the caller's master.
       CHECK-ONE-WINDOW.
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
               EXIT PARAGRAPH
           END-IF
           IF LS-NOW(1:8) < LS-CAL-FROM OR LS-NOW(1:8) > LS-CAL-TO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN LS-CAL-SCOPE = "ALL"
                   MOVE 1 TO LS-FROZEN
               WHEN LS-CAL-SCOPE = "STEPCAT"
                   IF IN-LOG-NAME = "STEPCAT"
                       MOVE 1 TO LS-FROZEN
                   END-IF
               WHEN LS-CAL-SCOPE(1:7) = "MASTER="
                   IF FUNCTION TRIM(LS-CAL-SCOPE(8:))
                       = FUNCTION TRIM(IN-MASTER-PATH)
                       MOVE 1 TO LS-FROZEN
                   END-IF
           END-EVALUATE
           IF LS-FROZEN = 1
               MOVE LS-CAL-FROM TO LS-FROZEN-FROM
               MOVE LS-CAL-TO TO LS-FROZEN-TO
               MOVE LS-CAL-REASON TO LS-FROZEN-REASON
           END-IF
           .
       END PROGRAM FREEZE-RELEASE.
