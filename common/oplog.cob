       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-OPERATOR-LOG.

      *> Shared writer for the operator shift log, called by OPLOG
      *> from the command line and by CONSOLE from its menu. The
      *> run log records what the programs did; this records what
      *> the operators did to them and why - the hold, the manual
      *> restart, the restore, the override - in the operator's
      *> own words, one line per entry (layout in oplog.cpy).
      *>
      *> An entry may be linked to what it is about:
      *>
      *>     RUN=<run-id>                a run correlation ID
      *>     STEP=<step-name>            a control-file step
      *>     EXC=<timestamp14>/<program> an exception, keyed as
      *>                                 EXCACK keys it
      *>
      *> A RUN link must name a run on the run log; the entry is
      *> stamped with that run's program and run date so HISTINQ
      *> can show it against the run. An EXC link carries its own
      *> program and date. A STEP link is kept as given.
      *>
      *> The log lands in "operator.log" by default; the OPLOG
      *> parameter (through GET-PARAMETER) relocates it.
      *>
      *> OUT-STATUS: "00" written, "CT" unknown category, "LK"
      *> malformed link, "RN" run ID not on the run log, "IO" the
      *> log could not be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-OPLOG ASSIGN TO LS-OPLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-OPLOG-STATUS.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-OPLOG.
       COPY "oplog" IN "batch".
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).

       LOCAL-STORAGE SECTION.
       01 LS-OPLOG-PATH                   PIC X(100).
       01 LS-OPLOG-STATUS                 PIC X(2).
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-USER-ID                      PIC X(20).
       01 LS-NOW                          PIC X(21).
       01 LS-CATEGORY                     PIC X(11).
       01 LS-LINK-KIND                    PIC X(4).
       01 LS-LINK                         PIC X(40).
       01 LS-PROGRAM                      PIC X(8).
       01 LS-RUN-DATE                     PIC X(8).
       01 LS-EXC-TS                       PIC X(14).
       01 LS-EXC-PROGRAM                  PIC X(8).
       01 LS-RUN-KEY                      PIC X(42).
       01 LS-RUN-KEY-LEN                  PIC 9(3).
       01 LS-MATCH-COUNT                  PIC 9(3).
       01 LS-JUNK                         PIC X(400).
       01 LS-REST                         PIC X(400).
       01 LS-EOF                          PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 IN-CATEGORY                     PIC X(11).
       01 IN-LINK                         PIC X(60).
       01 IN-TEXT                         PIC X(120).
       01 OUT-STATUS                      PIC X(2).

       PROCEDURE DIVISION USING
           IN-CATEGORY IN-LINK IN-TEXT OUT-STATUS.

           MOVE "00" TO OUT-STATUS
           MOVE FUNCTION UPPER-CASE(IN-CATEGORY) TO LS-CATEGORY
           IF LS-CATEGORY NOT = "HOLD"
               AND LS-CATEGORY NOT = "RESTART"
               AND LS-CATEGORY NOT = "RESTORE"
               AND LS-CATEGORY NOT = "OVERRIDE"
               AND LS-CATEGORY NOT = "OBSERVATION"
               MOVE "CT" TO OUT-STATUS
               GOBACK
           END-IF

           PERFORM RESOLVE-LINK
           IF OUT-STATUS NOT = "00"
               GOBACK
           END-IF

           CALL "GET-PARAMETER" USING
               "OPLOG               " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-OPLOG-PATH
           IF LS-OPLOG-PATH = SPACES
               MOVE "operator.log" TO LS-OPLOG-PATH
           END-IF
           OPEN EXTEND FD-OPLOG
           IF LS-OPLOG-STATUS NOT = "00"
               OPEN OUTPUT FD-OPLOG
           END-IF
           IF LS-OPLOG-STATUS NOT = "00"
               MOVE "IO" TO OUT-STATUS
               GOBACK
           END-IF

           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE SPACES TO OPERATOR-LOG-RECORD
           MOVE LS-NOW(1:14) TO OL-TIMESTAMP
           MOVE LS-USER-ID TO OL-OPERATOR
           MOVE LS-CATEGORY TO OL-CATEGORY
           MOVE LS-LINK-KIND TO OL-LINK-KIND
           MOVE LS-LINK TO OL-LINK
           MOVE LS-PROGRAM TO OL-PROGRAM
           MOVE LS-RUN-DATE TO OL-RUN-DATE
           MOVE IN-TEXT TO OL-TEXT
           WRITE OPERATOR-LOG-RECORD
           CLOSE FD-OPLOG

           GOBACK.

      *> Splits "<KIND>=<value>" and works out the program and run
      *> date the entry belongs to. A blank link is kept as "-".
       RESOLVE-LINK.
           MOVE "-" TO LS-LINK-KIND
           MOVE "-" TO LS-LINK
           MOVE SPACES TO LS-PROGRAM
           MOVE SPACES TO LS-RUN-DATE
           IF IN-LINK = SPACES OR IN-LINK = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-JUNK
           MOVE SPACES TO LS-REST
           UNSTRING FUNCTION TRIM(IN-LINK) DELIMITED BY "="
               INTO LS-JUNK LS-REST
           MOVE FUNCTION UPPER-CASE(LS-JUNK(1:4)) TO LS-LINK-KIND
           IF LS-JUNK(5:) NOT = SPACES OR LS-REST = SPACES
               OR LS-REST(41:) NOT = SPACES
               MOVE "LK" TO OUT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LS-REST(1:40) TO LS-LINK
           EVALUATE LS-LINK-KIND
               WHEN "RUN"
                   PERFORM RESOLVE-RUN-LINK
               WHEN "STEP"
                   CONTINUE
               WHEN "EXC"
                   MOVE SPACES TO LS-EXC-TS
                   MOVE SPACES TO LS-EXC-PROGRAM
                   UNSTRING LS-LINK DELIMITED BY "/"
                       INTO LS-EXC-TS LS-EXC-PROGRAM
                   IF LS-EXC-TS IS NOT NUMERIC
                       OR LS-EXC-PROGRAM = SPACES
                       MOVE "LK" TO OUT-STATUS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION UPPER-CASE(LS-EXC-PROGRAM)
                       TO LS-PROGRAM
                   MOVE LS-EXC-TS(1:8) TO LS-RUN-DATE
               WHEN OTHER
                   MOVE "LK" TO OUT-STATUS
           END-EVALUATE
           .

      *> Run-log line layout, as WRITE-RUN-LOG builds it:
      *> PROGNAME run=id user=id release=label file=path start=ts
      *> end=ts result=text
      *> The last line carrying the ID wins: a correlation ID is
      *> one launch, but a relaunch from CONSOLE logs under its own.
       RESOLVE-RUN-LINK.
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           MOVE SPACES TO LS-RUN-KEY
           STRING " run=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-LINK) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO LS-RUN-KEY
           COMPUTE LS-RUN-KEY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LS-LINK)) + 6
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               MOVE "RN" TO OUT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-EOF
           PERFORM UNTIL LS-EOF = 1
               READ FD-RUNLOG
                   AT END
                       MOVE 1 TO LS-EOF
                   NOT AT END
                       MOVE 0 TO LS-MATCH-COUNT
                       INSPECT F-RUNLOG-RECORD TALLYING LS-MATCH-COUNT
                           FOR ALL LS-RUN-KEY(1:LS-RUN-KEY-LEN)
                       IF LS-MATCH-COUNT > 0
                           UNSTRING F-RUNLOG-RECORD DELIMITED BY " "
                               INTO LS-PROGRAM
                           MOVE SPACES TO LS-REST
                           UNSTRING F-RUNLOG-RECORD
                               DELIMITED BY "start="
                               INTO LS-JUNK LS-REST
                           MOVE LS-REST(1:8) TO LS-RUN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-RUNLOG
           IF LS-PROGRAM = SPACES
               MOVE "RN" TO OUT-STATUS
           END-IF
           .
       END PROGRAM WRITE-OPERATOR-LOG.
