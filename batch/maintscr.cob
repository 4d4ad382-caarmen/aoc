       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTSCR.

      *> Full-screen maintenance for the masters, for the desks that
      *> work every other system in the shop through a screen. One
      *> screen per master lists its records in key order, fifteen
      *> to a page, and takes one action at a time:
      *>
      *>   B  browse from a key (blank key: from the top)
      *>   N  next page           P  previous page
      *>   I  inquire on one record
      *>   A  add       C  change       R  retire       D  delete
      *>   X  exit
      *>
      *> Every field is checked on the screen before anything is
      *> sent on - page pairs nn|nn, real calendar dates, single
      *> character frequencies, row and column inside the grid,
      *> five-digit pin profiles of heights 0-5 - and an action the
      *> record's state rules out (an add of a record on file, a
      *> change of one that is not) is refused there too.
      *>
      *> The screen never writes a master. An accepted action is
      *> cut as a transaction in the maintenance program's own
      *> format and applied by that program, exactly as a batch
      *> apply would be - so through its validation, before-image
      *> journal, balancing entries, freeze gate and run log. Where
      *> the MAKERCHECKER parameter is ON it is submitted to MAKECHK
      *> instead and waits for a second person's approval. The
      *> program's verdict is shown on the message line and the
      *> page is re-read from the master.
      *>
      *> Masters and the transactions each action becomes:
      *>
      *>   RULES     DAY05 rule master, RULEMAINT
      *>             A  ADD nn|nn <from>     R  DEL nn|nn <date>
      *>             (the rule history is kept: a rule is retired
      *>             on a date, never changed or deleted)
      *>   ANTENNA   antenna master, ANTMAINT
      *>             A  ADD s rr cc          C  MOV s rr cc nr nc
      *>             D  DEL s rr cc
      *>   LOCKKEY   lock and key masters (base name), LOCKMAINT
      *>             A  ADD LOCK|KEY ppppp   R  RET LOCK|KEY ppppp
      *>   SUSPENSE  DAY01 suspense master (default
      *>             "day01.suspense.dat"); browse and inquire only,
      *>             since its items are opened and cleared by the
      *>             nightly SUSPMAINT merge and nothing else
      *>
      *>     maintscr [RULES|ANTENNA|LOCKKEY|SUSPENSE <master>]
      *>
      *> Without arguments a first screen asks for the master. The
      *> transaction file is "<master>.screen.txn", the program's
      *> messages go to "<master>.screen.log". Executables are
      *> looked for under the MAINTBINDIR prefix as MAKECHK does.
      *> The session goes on the run log with its action counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MASTER ASSIGN TO LS-READ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-READ-STATUS.
           SELECT FD-TXN ASSIGN TO LS-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-MASTER.
       01  F-MASTER-RECORD                PIC X(200).
       FD  FD-TXN.
       01  F-TXN-RECORD                   PIC X(80).

       LOCAL-STORAGE SECTION.
       01 C-MAX-ENTRIES                   CONSTANT 3000.
       01 C-PAGE-SIZE                     CONSTANT 15.
       01 LS-COMMAND-LINE                 PIC X(260).
       01 LS-MASTER-TYPE                  PIC X(10).
       01 LS-MASTER-PATH                  PIC X(100).
       01 LS-PROGRAM                      PIC X(9).
       01 LS-EXE-NAME                     PIC X(40).
       01 LS-REPORT-SUFFIX                PIC X(12).
       01 LS-NOW                          PIC X(21).
       01 LS-TODAY                        PIC X(8).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-BIN-DIR                      PIC X(100).
       01 LS-MAKER-CHECKER                PIC X(3).
       01 LS-READ-PATH                    PIC X(110).
       01 LS-READ-STATUS                  PIC X(2).
       01 LS-TXN-PATH                     PIC X(110).
       01 LS-TXN-STATUS                   PIC X(2).
       01 LS-SCREEN-LOG-PATH              PIC X(110).
       01 LS-RC-PATH                      PIC X(110).
       01 LS-SHELL-COMMAND                PIC X(600).
       01 LS-STEP-RC                      PIC 9(3).
       01 LS-RC-DISPLAY                   PIC Z(2)9.
       01 LS-END-TS                       PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).

      *> The master as listed: one entry per record, sorted by key.
       01 LS-ENTRY-COUNT                  PIC 9(5) VALUE 0.
       01 LS-ENTRY-TABLE.
           05 LS-ENTRY OCCURS 1 TO C-MAX-ENTRIES TIMES
                  DEPENDING ON LS-ENTRY-COUNT
                  INDEXED BY LS-ENTRY-IDX.
               10 LS-ENT-KEY              PIC X(20).
               10 LS-ENT-STATE            PIC X(1).
               10 LS-ENT-LINE             PIC X(76).
               10 LS-ENT-RECORD           PIC X(40).
       01 LS-GRID-SIZE                    PIC 9(2) VALUE 0.
       01 LS-TOP-IDX                      PIC 9(5) VALUE 1.
       01 LS-LINE-IDX                     PIC 9(3).
       01 LS-SCAN-IDX                     PIC 9(5).
       01 LS-FOUND-IDX                    PIC 9(5).
       01 LS-FIND-KEY                     PIC X(20).
       01 LS-TRUNCATED                    PIC 9(1) VALUE 0.

      *> Record fields as read from the masters.
       01 LS-REC-PAIR                     PIC X(10).
       01 LS-REC-FROM                     PIC X(10).
       01 LS-REC-TO                       PIC X(10).
       01 LS-REC-NIGHTS                   PIC X(10).
       01 LS-REC-KIND                     PIC X(4).

      *> What the screen shows and takes.
       01 LS-TITLE                        PIC X(40).
       01 LS-SHOW-PATH                    PIC X(60).
       01 LS-HEADING                      PIC X(76).
       01 LS-LIST-LINE                    PIC X(76)
                                          OCCURS C-PAGE-SIZE TIMES.
       01 LS-PAGE-INFO                    PIC X(30).
       01 LS-KEY-LABEL                    PIC X(14).
       01 LS-F1-LABEL                     PIC X(10).
       01 LS-F2-LABEL                     PIC X(10).
       01 LS-ACTIONS-HELP                 PIC X(78).
       01 LS-DETAIL                       PIC X(78).
       01 LS-MESSAGE                      PIC X(78).
       01 LS-IN-ACTION                    PIC X(1).
       01 LS-IN-KEY                       PIC X(20).
       01 LS-IN-FIELD-1                   PIC X(10).
       01 LS-IN-FIELD-2                   PIC X(10).
       01 LS-SEL-TYPE                     PIC X(1).
       01 LS-SEL-MASTER                   PIC X(60).
       01 LS-SEL-MESSAGE                  PIC X(78).
       01 LS-EXIT-REQUESTED               PIC 9(1) VALUE 0.

      *> Field validation work areas.
       01 LS-FIELD-OK                     PIC 9(1).
       01 LS-KEY-SYMBOL                   PIC X(2).
       01 LS-KEY-ROW                      PIC X(4).
       01 LS-KEY-COL                      PIC X(4).
       01 LS-KEY-EXTRA                    PIC X(10).
       01 LS-KEY-KIND                     PIC X(5).
       01 LS-KEY-PROFILE                  PIC X(6).
       01 LS-COORD-TEXT                   PIC X(10).
       01 LS-COORD-NAME                   PIC X(10).
       01 LS-COORD-LEN                    PIC 9(3).
       01 LS-COORD-NUM                    PIC 9(3).
       01 LS-ROW-OUT                      PIC 9(2).
       01 LS-COL-OUT                      PIC 9(2).
       01 LS-NEW-ROW-OUT                  PIC 9(2).
       01 LS-NEW-COL-OUT                  PIC 9(2).
       01 LS-BAD-DIGITS                   PIC 9(3).
       01 LS-REJECT-HITS                  PIC 9(3).
       01 LS-DATE-TEXT                    PIC X(10).
       01 LS-DATE-OUT                     PIC X(8).
       01 LS-GRID-DISPLAY                 PIC Z9.
       01 LS-TXN-LINE                     PIC X(80).
       01 LS-REPORT-LINE                  PIC X(200).
       01 LS-FIRST-LOG-LINE               PIC X(200).
       01 LS-LAST-LOG-LINE                PIC X(200).

      *> Session counts for the run log.
       01 LS-APPLIED-COUNT                PIC 9(4) VALUE 0.
       01 LS-REJECTED-COUNT               PIC 9(4) VALUE 0.
       01 LS-SUBMITTED-COUNT              PIC 9(4) VALUE 0.
       01 LS-FAILED-COUNT                 PIC 9(4) VALUE 0.
       01 LS-COUNT-DISPLAY                PIC Z(4)9.
       01 LS-COUNT-DISPLAY-2              PIC Z(4)9.

       SCREEN SECTION.
       01 SELECT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "MASTER MAINTENANCE"
                  HIGHLIGHT.
           05 LINE 1 COLUMN 70 PIC X(8) FROM LS-TODAY.
           05 LINE 4 COLUMN 6 VALUE "1  RULES     DAY05 rule master".
           05 LINE 5 COLUMN 6 VALUE "2  ANTENNA   antenna master".
           05 LINE 6 COLUMN 6
                  VALUE "3  LOCKKEY   lock and key masters (base)".
           05 LINE 7 COLUMN 6
                  VALUE "4  SUSPENSE  DAY01 suspense master".
           05 LINE 8 COLUMN 6 VALUE "0  exit".
           05 LINE 11 COLUMN 2 VALUE "Master:".
           05 LINE 11 COLUMN 10 PIC X(1) USING LS-SEL-TYPE.
           05 LINE 12 COLUMN 2 VALUE "File:".
           05 LINE 12 COLUMN 10 PIC X(60) USING LS-SEL-MASTER.
           05 LINE 23 COLUMN 2 PIC X(78) FROM LS-SEL-MESSAGE
                  HIGHLIGHT.

       01 MAINT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 PIC X(40) FROM LS-TITLE HIGHLIGHT.
           05 LINE 1 COLUMN 70 PIC X(8) FROM LS-TODAY.
           05 LINE 2 COLUMN 2 VALUE "Master:".
           05 LINE 2 COLUMN 10 PIC X(60) FROM LS-SHOW-PATH.
           05 LINE 3 COLUMN 2 PIC X(30) FROM LS-PAGE-INFO.
           05 LINE 4 COLUMN 3 PIC X(76) FROM LS-HEADING UNDERLINE.
           05 LINE 5 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(1).
           05 LINE 6 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(2).
           05 LINE 7 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(3).
           05 LINE 8 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(4).
           05 LINE 9 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(5).
           05 LINE 10 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(6).
           05 LINE 11 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(7).
           05 LINE 12 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(8).
           05 LINE 13 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(9).
           05 LINE 14 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(10).
           05 LINE 15 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(11).
           05 LINE 16 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(12).
           05 LINE 17 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(13).
           05 LINE 18 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(14).
           05 LINE 19 COLUMN 3 PIC X(76) FROM LS-LIST-LINE(15).
           05 LINE 20 COLUMN 2 VALUE "Action:".
           05 LINE 20 COLUMN 10 PIC X(1) USING LS-IN-ACTION.
           05 LINE 20 COLUMN 13 PIC X(14) FROM LS-KEY-LABEL.
           05 LINE 20 COLUMN 27 PIC X(20) USING LS-IN-KEY.
           05 LINE 20 COLUMN 49 PIC X(10) FROM LS-F1-LABEL.
           05 LINE 20 COLUMN 59 PIC X(8) USING LS-IN-FIELD-1.
           05 LINE 20 COLUMN 68 PIC X(10) FROM LS-F2-LABEL.
           05 LINE 20 COLUMN 78 PIC X(2) USING LS-IN-FIELD-2.
           05 LINE 21 COLUMN 2 PIC X(78) FROM LS-ACTIONS-HELP.
           05 LINE 22 COLUMN 2 PIC X(78) FROM LS-DETAIL.
           05 LINE 23 COLUMN 2 PIC X(78) FROM LS-MESSAGE HIGHLIGHT.

       01 CLEAR-SCREEN.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW(1:8) TO LS-TODAY
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MASTER-TYPE LS-MASTER-PATH
           MOVE FUNCTION UPPER-CASE(LS-MASTER-TYPE) TO LS-MASTER-TYPE

           CALL "GET-PARAMETER" USING
               "MAINTBINDIR         " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-BIN-DIR
           CALL "GET-PARAMETER" USING
               "MAKERCHECKER        " LS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(LS-PARM-VALUE(1:3))
               TO LS-MAKER-CHECKER

           IF LS-MASTER-TYPE = SPACES
               PERFORM SELECT-MASTER
           ELSE
               PERFORM SET-MASTER-TYPE
               IF LS-PROGRAM = SPACES AND LS-MASTER-TYPE NOT =
                   "SUSPENSE"
                   DISPLAY "MAINTSCR: usage: maintscr [RULES|ANTENNA|"
                       "LOCKKEY|SUSPENSE <master>]"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF LS-MASTER-PATH = SPACES
                   AND LS-MASTER-TYPE = "SUSPENSE"
                   MOVE "day01.suspense.dat" TO LS-MASTER-PATH
               END-IF
               IF LS-MASTER-PATH = SPACES
                   DISPLAY "MAINTSCR: no master named for "
                       FUNCTION TRIM(LS-MASTER-TYPE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF LS-EXIT-REQUESTED = 1
               DISPLAY CLEAR-SCREEN
               STOP RUN
           END-IF

           PERFORM SET-SCREEN-LABELS
           PERFORM NAME-WORK-FILES
           PERFORM LOAD-MASTER
           MOVE 1 TO LS-TOP-IDX
           MOVE SPACES TO LS-MESSAGE LS-DETAIL
           IF LS-TRUNCATED = 1
               MOVE "Master larger than the screen can list; only the "
                   & "first 3000 records are shown" TO LS-MESSAGE
           END-IF

           PERFORM UNTIL LS-EXIT-REQUESTED = 1
               PERFORM FILL-LIST-PAGE
               MOVE SPACES TO LS-IN-ACTION
               DISPLAY MAINT-SCREEN
               ACCEPT MAINT-SCREEN
               MOVE SPACES TO LS-MESSAGE LS-DETAIL
               PERFORM PROCESS-ACTION
           END-PERFORM
           DISPLAY CLEAR-SCREEN

           MOVE SPACES TO LS-LOG-RESULT
           STRING "master=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-MASTER-TYPE) DELIMITED BY SIZE
               " applied=" DELIMITED BY SIZE
               LS-APPLIED-COUNT DELIMITED BY SIZE
               " rejected=" DELIMITED BY SIZE
               LS-REJECTED-COUNT DELIMITED BY SIZE
               " submitted=" DELIMITED BY SIZE
               LS-SUBMITTED-COUNT DELIMITED BY SIZE
               " failed=" DELIMITED BY SIZE
               LS-FAILED-COUNT DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               "MAINTSCR" LS-MASTER-PATH LS-NOW LS-END-TS LS-LOG-RESULT
           IF LS-REJECTED-COUNT > 0 OR LS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The first screen, when no master was named on the command
      *> line.
       SELECT-MASTER.
           MOVE SPACES TO LS-SEL-TYPE LS-SEL-MASTER LS-SEL-MESSAGE
           PERFORM UNTIL EXIT
               DISPLAY SELECT-SCREEN
               ACCEPT SELECT-SCREEN
               MOVE SPACES TO LS-SEL-MESSAGE
               EVALUATE LS-SEL-TYPE
                   WHEN "0"
                       MOVE 1 TO LS-EXIT-REQUESTED
                       EXIT PERFORM
                   WHEN "1"
                       MOVE "RULES" TO LS-MASTER-TYPE
                   WHEN "2"
                       MOVE "ANTENNA" TO LS-MASTER-TYPE
                   WHEN "3"
                       MOVE "LOCKKEY" TO LS-MASTER-TYPE
                   WHEN "4"
                       MOVE "SUSPENSE" TO LS-MASTER-TYPE
                       IF LS-SEL-MASTER = SPACES
                           MOVE "day01.suspense.dat" TO LS-SEL-MASTER
                       END-IF
                   WHEN OTHER
                       MOVE "Master must be 1, 2, 3, 4 or 0"
                           TO LS-SEL-MESSAGE
               END-EVALUATE
               IF LS-SEL-MESSAGE = SPACES AND LS-SEL-MASTER = SPACES
                   MOVE "File: name the master file (LOCKKEY: the "
                       & "base name)" TO LS-SEL-MESSAGE
               END-IF
               IF LS-SEL-MESSAGE = SPACES
                   MOVE LS-SEL-MASTER TO LS-MASTER-PATH
                   PERFORM SET-MASTER-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *> The master type picks the maintenance program and where it
      *> reports a rejected transaction.
       SET-MASTER-TYPE.
           MOVE SPACES TO LS-PROGRAM LS-EXE-NAME LS-REPORT-SUFFIX
           EVALUATE LS-MASTER-TYPE
               WHEN "RULES"
                   MOVE "RULEMAINT" TO LS-PROGRAM
                   MOVE "05/rulemaint" TO LS-EXE-NAME
                   MOVE ".audit" TO LS-REPORT-SUFFIX
               WHEN "ANTENNA"
                   MOVE "ANTMAINT" TO LS-PROGRAM
                   MOVE "2024/08/antmaint" TO LS-EXE-NAME
                   MOVE ".impact" TO LS-REPORT-SUFFIX
               WHEN "LOCKKEY"
                   MOVE "LOCKMAINT" TO LS-PROGRAM
                   MOVE "2024/25/lockmaint" TO LS-EXE-NAME
                   MOVE ".matchdelta" TO LS-REPORT-SUFFIX
           END-EVALUATE
           .

       SET-SCREEN-LABELS.
           MOVE LS-MASTER-PATH(1:60) TO LS-SHOW-PATH
           EVALUATE LS-MASTER-TYPE
               WHEN "RULES"
                   MOVE "RULE MASTER MAINTENANCE" TO LS-TITLE
                   MOVE "PAIR   STATE                   IN FORCE FROM"
                       & "    ENDED" TO LS-HEADING
                   MOVE "Pair nn|nn:" TO LS-KEY-LABEL
                   MOVE "Date:" TO LS-F1-LABEL
                   MOVE SPACES TO LS-F2-LABEL
                   MOVE "B browse N/P page I inquire A add R retire "
                       & "(date: yyyymmdd, blank today) X exit"
                       TO LS-ACTIONS-HELP
               WHEN "ANTENNA"
                   MOVE "ANTENNA MASTER MAINTENANCE" TO LS-TITLE
                   MOVE "FREQ   ROW   COL" TO LS-HEADING
                   MOVE "Ant s rr cc:" TO LS-KEY-LABEL
                   MOVE "New row:" TO LS-F1-LABEL
                   MOVE "New col:" TO LS-F2-LABEL
                   MOVE "B browse N/P page I inquire A add C change "
                       & "(move) D delete X exit" TO LS-ACTIONS-HELP
               WHEN "LOCKKEY"
                   MOVE "LOCK AND KEY MASTER MAINTENANCE" TO LS-TITLE
                   MOVE "KIND   PROFILE   STATUS" TO LS-HEADING
                   MOVE "LOCK/KEY ppppp:" TO LS-KEY-LABEL
                   MOVE SPACES TO LS-F1-LABEL LS-F2-LABEL
                   MOVE "B browse N/P page I inquire A add R retire "
                       & "X exit" TO LS-ACTIONS-HELP
               WHEN OTHER
                   MOVE "SUSPENSE MASTER INQUIRY" TO LS-TITLE
                   MOVE "ID      FIRST SUSPENDED   LAST SEEN   NIGHTS "
                       & "OPEN" TO LS-HEADING
                   MOVE "Id:" TO LS-KEY-LABEL
                   MOVE SPACES TO LS-F1-LABEL LS-F2-LABEL
                   MOVE "B browse N/P page I inquire X exit "
                       & "(items are cleared by the nightly merge)"
                       TO LS-ACTIONS-HELP
           END-EVALUATE
           .

       NAME-WORK-FILES.
           MOVE SPACES TO LS-TXN-PATH LS-SCREEN-LOG-PATH LS-RC-PATH
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".screen.txn" DELIMITED BY SIZE
               INTO LS-TXN-PATH
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".screen.log" DELIMITED BY SIZE
               INTO LS-SCREEN-LOG-PATH
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               ".screen.rc" DELIMITED BY SIZE
               INTO LS-RC-PATH
           .

      *> ------------------------------------------------------------
      *> Reading the master into the list.
      *> ------------------------------------------------------------
       LOAD-MASTER.
           MOVE 0 TO LS-ENTRY-COUNT
           MOVE 0 TO LS-GRID-SIZE
           MOVE 0 TO LS-TRUNCATED
           IF LS-MASTER-TYPE = "LOCKKEY"
               MOVE "LOCK" TO LS-REC-KIND
               MOVE SPACES TO LS-READ-PATH
               STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
                   ".lockmaster" DELIMITED BY SIZE
                   INTO LS-READ-PATH
               PERFORM READ-MASTER-FILE
               MOVE "KEY" TO LS-REC-KIND
               MOVE SPACES TO LS-READ-PATH
               STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
                   ".keymaster" DELIMITED BY SIZE
                   INTO LS-READ-PATH
               PERFORM READ-MASTER-FILE
           ELSE
               MOVE LS-MASTER-PATH TO LS-READ-PATH
               PERFORM READ-MASTER-FILE
           END-IF
           IF LS-ENTRY-COUNT > 1
               SORT LS-ENTRY ON ASCENDING KEY LS-ENT-KEY
           END-IF
           IF LS-MASTER-TYPE = "ANTENNA" AND LS-GRID-SIZE > 0
               MOVE LS-GRID-SIZE TO LS-GRID-DISPLAY
               MOVE SPACES TO LS-TITLE
               STRING "ANTENNA MASTER MAINTENANCE - GRID "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-GRID-DISPLAY) DELIMITED BY SIZE
                   INTO LS-TITLE
           END-IF
           .

      *> A master not there yet lists empty; the maintenance
      *> programs create it on the first add.
       READ-MASTER-FILE.
           OPEN INPUT FD-MASTER
           IF LS-READ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-MASTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(F-MASTER-RECORD) NOT = SPACES
                           PERFORM LOAD-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-MASTER
           .

       LOAD-ONE-RECORD.
           IF LS-MASTER-TYPE = "ANTENNA"
               AND F-MASTER-RECORD(1:5) = "SIZE "
               IF F-MASTER-RECORD(6:2) IS NUMERIC
                   MOVE F-MASTER-RECORD(6:2) TO LS-GRID-SIZE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LS-ENTRY-COUNT >= C-MAX-ENTRIES
               MOVE 1 TO LS-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-ENTRY-COUNT
           MOVE SPACES TO LS-ENTRY(LS-ENTRY-COUNT)
           MOVE "A" TO LS-ENT-STATE(LS-ENTRY-COUNT)
           MOVE F-MASTER-RECORD(1:40) TO LS-ENT-RECORD(LS-ENTRY-COUNT)
           EVALUATE LS-MASTER-TYPE
               WHEN "RULES"
                   PERFORM LOAD-RULE-RECORD
               WHEN "ANTENNA"
                   MOVE F-MASTER-RECORD(1:7)
                       TO LS-ENT-KEY(LS-ENTRY-COUNT)
                   STRING " " F-MASTER-RECORD(1:1) "     "
                       F-MASTER-RECORD(3:2) "    " F-MASTER-RECORD(6:2)
                       DELIMITED BY SIZE
                       INTO LS-ENT-LINE(LS-ENTRY-COUNT)
               WHEN "LOCKKEY"
                   STRING LS-REC-KIND " " F-MASTER-RECORD(1:5)
                       DELIMITED BY SIZE
                       INTO LS-ENT-KEY(LS-ENTRY-COUNT)
                   MOVE F-MASTER-RECORD(7:1)
                       TO LS-ENT-STATE(LS-ENTRY-COUNT)
                   IF F-MASTER-RECORD(7:1) = "A"
                       STRING LS-REC-KIND "   " F-MASTER-RECORD(1:5)
                           "     active" DELIMITED BY SIZE
                           INTO LS-ENT-LINE(LS-ENTRY-COUNT)
                   ELSE
                       STRING LS-REC-KIND "   " F-MASTER-RECORD(1:5)
                           "     retired" DELIMITED BY SIZE
                           INTO LS-ENT-LINE(LS-ENTRY-COUNT)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO LS-REC-PAIR LS-REC-FROM LS-REC-TO
                       LS-REC-NIGHTS
                   UNSTRING F-MASTER-RECORD DELIMITED BY ALL " "
                       INTO LS-REC-PAIR LS-REC-FROM LS-REC-TO
                           LS-REC-NIGHTS
                   MOVE LS-REC-PAIR TO LS-ENT-KEY(LS-ENTRY-COUNT)
                   STRING LS-REC-PAIR(1:8) LS-REC-FROM(1:8)
                       "          " LS-REC-TO(1:8) "    "
                       LS-REC-NIGHTS(1:5) DELIMITED BY SIZE
                       INTO LS-ENT-LINE(LS-ENTRY-COUNT)
           END-EVALUATE
           .

      *> A rule pair can be on the master more than once - retired
      *> and later re-added - so the from-date is part of its key.
       LOAD-RULE-RECORD.
           MOVE SPACES TO LS-REC-PAIR LS-REC-FROM LS-REC-TO
           UNSTRING F-MASTER-RECORD DELIMITED BY ALL " "
               INTO LS-REC-PAIR LS-REC-FROM LS-REC-TO
           STRING LS-REC-PAIR(1:5) " " LS-REC-FROM(1:8)
               DELIMITED BY SIZE INTO LS-ENT-KEY(LS-ENTRY-COUNT)
           IF LS-REC-TO(1:8) = "99999999"
               STRING LS-REC-PAIR(1:5) "  in force                "
                   LS-REC-FROM(1:8) DELIMITED BY SIZE
                   INTO LS-ENT-LINE(LS-ENTRY-COUNT)
           ELSE
               MOVE "R" TO LS-ENT-STATE(LS-ENTRY-COUNT)
               STRING LS-REC-PAIR(1:5) "  retired                 "
                   LS-REC-FROM(1:8) "     " LS-REC-TO(1:8)
                   DELIMITED BY SIZE
                   INTO LS-ENT-LINE(LS-ENTRY-COUNT)
           END-IF
           .

       FILL-LIST-PAGE.
           IF LS-TOP-IDX > LS-ENTRY-COUNT
               MOVE LS-ENTRY-COUNT TO LS-TOP-IDX
           END-IF
           IF LS-TOP-IDX < 1
               MOVE 1 TO LS-TOP-IDX
           END-IF
           PERFORM VARYING LS-LINE-IDX FROM 1 BY 1
               UNTIL LS-LINE-IDX > C-PAGE-SIZE
               COMPUTE LS-SCAN-IDX = LS-TOP-IDX + LS-LINE-IDX - 1
               IF LS-SCAN-IDX > LS-ENTRY-COUNT
                   MOVE SPACES TO LS-LIST-LINE(LS-LINE-IDX)
               ELSE
                   MOVE LS-ENT-LINE(LS-SCAN-IDX)
                       TO LS-LIST-LINE(LS-LINE-IDX)
               END-IF
           END-PERFORM
           MOVE LS-ENTRY-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-PAGE-INFO
           IF LS-ENTRY-COUNT = 0
               MOVE "(no records on file)" TO LS-PAGE-INFO
           ELSE
               MOVE LS-TOP-IDX TO LS-COUNT-DISPLAY-2
               STRING "from " FUNCTION TRIM(LS-COUNT-DISPLAY-2)
                   " of " FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " records" DELIMITED BY SIZE
                   INTO LS-PAGE-INFO
           END-IF
           .

      *> ------------------------------------------------------------
      *> One action from the screen.
      *> ------------------------------------------------------------
       PROCESS-ACTION.
           MOVE FUNCTION UPPER-CASE(LS-IN-ACTION) TO LS-IN-ACTION
           EVALUATE LS-IN-ACTION
               WHEN "X"
                   MOVE 1 TO LS-EXIT-REQUESTED
               WHEN "N"
                   IF LS-TOP-IDX + C-PAGE-SIZE <= LS-ENTRY-COUNT
                       ADD C-PAGE-SIZE TO LS-TOP-IDX
                   ELSE
                       MOVE "Already on the last page" TO LS-MESSAGE
                   END-IF
               WHEN "P"
                   IF LS-TOP-IDX > C-PAGE-SIZE
                       SUBTRACT C-PAGE-SIZE FROM LS-TOP-IDX
                   ELSE
                       MOVE 1 TO LS-TOP-IDX
                   END-IF
               WHEN "B"
                   PERFORM BROWSE-FROM-KEY
               WHEN "I"
                   PERFORM INQUIRE-RECORD
               WHEN "A"
               WHEN "C"
               WHEN "R"
               WHEN "D"
                   PERFORM MAINTAIN-RECORD
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "Action: not one of those listed below"
                       TO LS-MESSAGE
           END-EVALUATE
           .

       BROWSE-FROM-KEY.
           MOVE 1 TO LS-TOP-IDX
           IF LS-IN-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-IN-KEY TO LS-FIND-KEY
           IF LS-MASTER-TYPE = "LOCKKEY"
               PERFORM EDIT-LOCK-KEY
               IF LS-FIELD-OK = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING LS-SCAN-IDX FROM 1 BY 1
               UNTIL LS-SCAN-IDX > LS-ENTRY-COUNT
               IF LS-ENT-KEY(LS-SCAN-IDX) >= LS-FIND-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-SCAN-IDX > LS-ENTRY-COUNT
               MOVE "No record at or after that key" TO LS-MESSAGE
               MOVE LS-ENTRY-COUNT TO LS-TOP-IDX
           ELSE
               MOVE LS-SCAN-IDX TO LS-TOP-IDX
           END-IF
           .

       INQUIRE-RECORD.
           PERFORM EDIT-KEY-FIELD
           IF LS-FIELD-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RECORD
           IF LS-FOUND-IDX = 0
               MOVE "Not on file" TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-FOUND-IDX TO LS-TOP-IDX
           MOVE SPACES TO LS-DETAIL
           EVALUATE LS-MASTER-TYPE
               WHEN "RULES"
                   IF LS-ENT-STATE(LS-FOUND-IDX) = "A"
                       STRING "Rule " LS-FIND-KEY(1:5)
                           " in force since "
                           LS-ENT-RECORD(LS-FOUND-IDX)(7:8)
                           " - record: "
                           LS-ENT-RECORD(LS-FOUND-IDX)
                           DELIMITED BY SIZE INTO LS-DETAIL
                   ELSE
                       STRING "Rule " LS-FIND-KEY(1:5)
                           " not in force; last ended "
                           LS-ENT-RECORD(LS-FOUND-IDX)(16:8)
                           " - record: "
                           LS-ENT-RECORD(LS-FOUND-IDX)
                           DELIMITED BY SIZE INTO LS-DETAIL
                   END-IF
               WHEN "ANTENNA"
                   STRING "Antenna frequency " LS-KEY-SYMBOL(1:1)
                       " at row " LS-ROW-OUT " column " LS-COL-OUT
                       " - record: " LS-ENT-RECORD(LS-FOUND-IDX)
                       DELIMITED BY SIZE INTO LS-DETAIL
               WHEN OTHER
                   STRING "Record: " LS-ENT-RECORD(LS-FOUND-IDX)
                       DELIMITED BY SIZE INTO LS-DETAIL
           END-EVALUATE
           .

      *> Rules are found by pair, the record in force before any
      *> retired one; everything else by its exact key.
       FIND-RECORD.
           MOVE 0 TO LS-FOUND-IDX
           PERFORM VARYING LS-SCAN-IDX FROM 1 BY 1
               UNTIL LS-SCAN-IDX > LS-ENTRY-COUNT
               IF LS-MASTER-TYPE = "RULES"
                   IF LS-ENT-KEY(LS-SCAN-IDX)(1:5) = LS-FIND-KEY(1:5)
                       MOVE LS-SCAN-IDX TO LS-FOUND-IDX
                       IF LS-ENT-STATE(LS-SCAN-IDX) = "A"
                           EXIT PERFORM
                       END-IF
                   END-IF
               ELSE
                   IF LS-ENT-KEY(LS-SCAN-IDX) = LS-FIND-KEY
                       MOVE LS-SCAN-IDX TO LS-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ------------------------------------------------------------
      *> Field-level validation. Each edit leaves LS-FIELD-OK 1 and
      *> the master's key in LS-FIND-KEY, or 0 with the field's
      *> error on the message line.
      *> ------------------------------------------------------------
       EDIT-KEY-FIELD.
           MOVE 0 TO LS-FIELD-OK
           IF LS-IN-KEY = SPACES
               MOVE SPACES TO LS-MESSAGE
               STRING FUNCTION TRIM(LS-KEY-LABEL)
                   " required" DELIMITED BY SIZE INTO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           EVALUATE LS-MASTER-TYPE
               WHEN "RULES"
                   PERFORM EDIT-RULE-PAIR
               WHEN "ANTENNA"
                   PERFORM EDIT-ANTENNA-POSITION
               WHEN "LOCKKEY"
                   PERFORM EDIT-LOCK-KEY
               WHEN OTHER
                   IF LS-IN-KEY(1:5) IS NUMERIC
                       AND LS-IN-KEY(6:) = SPACES
                       MOVE LS-IN-KEY TO LS-FIND-KEY
                       MOVE 1 TO LS-FIELD-OK
                   ELSE
                       MOVE "Id: five digits" TO LS-MESSAGE
                   END-IF
           END-EVALUATE
           .

       EDIT-RULE-PAIR.
           IF LS-IN-KEY(1:2) IS NOT NUMERIC
               OR LS-IN-KEY(3:1) NOT = "|"
               OR LS-IN-KEY(4:2) IS NOT NUMERIC
               OR LS-IN-KEY(6:) NOT = SPACES
               MOVE "Pair: two two-digit page numbers as nn|nn"
                   TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LS-IN-KEY(1:2) = LS-IN-KEY(4:2)
               MOVE "Pair: a page cannot be ordered against itself"
                   TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-IN-KEY TO LS-FIND-KEY
           MOVE 1 TO LS-FIELD-OK
           .

       EDIT-ANTENNA-POSITION.
           MOVE SPACES TO LS-KEY-SYMBOL LS-KEY-ROW LS-KEY-COL
               LS-KEY-EXTRA
           UNSTRING LS-IN-KEY DELIMITED BY ALL " "
               INTO LS-KEY-SYMBOL LS-KEY-ROW LS-KEY-COL LS-KEY-EXTRA
           IF LS-KEY-SYMBOL(2:1) NOT = SPACE
               OR LS-KEY-EXTRA NOT = SPACES
               OR NOT ((LS-KEY-SYMBOL(1:1) >= "a"
                        AND LS-KEY-SYMBOL(1:1) <= "z")
                    OR (LS-KEY-SYMBOL(1:1) >= "A"
                        AND LS-KEY-SYMBOL(1:1) <= "Z")
                    OR LS-KEY-SYMBOL(1:1) IS NUMERIC)
               MOVE "Antenna: one letter or digit frequency, then "
                   & "row and column" TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-KEY-ROW TO LS-COORD-TEXT
           MOVE "Row" TO LS-COORD-NAME
           PERFORM EDIT-GRID-COORDINATE
           IF LS-FIELD-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LS-COORD-NUM TO LS-ROW-OUT
           MOVE LS-KEY-COL TO LS-COORD-TEXT
           MOVE "Column" TO LS-COORD-NAME
           PERFORM EDIT-GRID-COORDINATE
           IF LS-FIELD-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LS-COORD-NUM TO LS-COL-OUT
           MOVE SPACES TO LS-FIND-KEY
           STRING LS-KEY-SYMBOL(1:1) " " LS-ROW-OUT " " LS-COL-OUT
               DELIMITED BY SIZE INTO LS-FIND-KEY
           .

      *> Rows and columns run 1 to the grid size on the master's
      *> SIZE record (to 99 before the master has one).
       EDIT-GRID-COORDINATE.
           MOVE 0 TO LS-FIELD-OK
           MOVE 0 TO LS-COORD-LEN
           INSPECT LS-COORD-TEXT TALLYING LS-COORD-LEN
               FOR CHARACTERS BEFORE INITIAL " "
           IF LS-COORD-LEN = 0 OR LS-COORD-LEN > 2
               MOVE 0 TO LS-COORD-NUM
           ELSE
               IF LS-COORD-TEXT(1:LS-COORD-LEN) IS NUMERIC
                   COMPUTE LS-COORD-NUM =
                       FUNCTION NUMVAL(LS-COORD-TEXT(1:LS-COORD-LEN))
               ELSE
                   MOVE 0 TO LS-COORD-NUM
               END-IF
           END-IF
           IF LS-COORD-NUM < 1
               OR (LS-GRID-SIZE > 0 AND LS-COORD-NUM > LS-GRID-SIZE)
               MOVE SPACES TO LS-MESSAGE
               IF LS-GRID-SIZE > 0
                   MOVE LS-GRID-SIZE TO LS-GRID-DISPLAY
                   STRING FUNCTION TRIM(LS-COORD-NAME)
                       ": a number from 1 to "
                       FUNCTION TRIM(LS-GRID-DISPLAY)
                       DELIMITED BY SIZE INTO LS-MESSAGE
               ELSE
                   STRING FUNCTION TRIM(LS-COORD-NAME)
                       ": a number from 1 to 99"
                       DELIMITED BY SIZE INTO LS-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-FIELD-OK
           .

       EDIT-LOCK-KEY.
           MOVE 0 TO LS-FIELD-OK
           MOVE SPACES TO LS-KEY-KIND LS-KEY-PROFILE LS-KEY-EXTRA
           UNSTRING LS-IN-KEY DELIMITED BY ALL " "
               INTO LS-KEY-KIND LS-KEY-PROFILE LS-KEY-EXTRA
           MOVE FUNCTION UPPER-CASE(LS-KEY-KIND) TO LS-KEY-KIND
           IF (LS-KEY-KIND NOT = "LOCK" AND LS-KEY-KIND NOT = "KEY")
               OR LS-KEY-EXTRA NOT = SPACES
               MOVE "Kind: LOCK or KEY, then the five-digit profile"
                   TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BAD-DIGITS
           INSPECT LS-KEY-PROFILE(1:5) TALLYING LS-BAD-DIGITS
               FOR ALL "6" ALL "7" ALL "8" ALL "9"
           IF LS-KEY-PROFILE(1:5) IS NOT NUMERIC
               OR LS-KEY-PROFILE(6:1) NOT = SPACE
               OR LS-BAD-DIGITS > 0
               MOVE "Profile: five pin heights, each 0 to 5"
                   TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-FIND-KEY
           STRING LS-KEY-KIND(1:4) " " LS-KEY-PROFILE(1:5)
               DELIMITED BY SIZE INTO LS-FIND-KEY
           MOVE 1 TO LS-FIELD-OK
           .

      *> A blank date is today.
       EDIT-DATE-FIELD.
           MOVE 0 TO LS-FIELD-OK
           IF LS-DATE-TEXT = SPACES
               MOVE LS-TODAY TO LS-DATE-OUT
               MOVE 1 TO LS-FIELD-OK
               EXIT PARAGRAPH
           END-IF
           IF LS-DATE-TEXT(1:8) IS NOT NUMERIC
               OR LS-DATE-TEXT(9:) NOT = SPACES
               MOVE "Date: yyyymmdd" TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(LS-DATE-TEXT(1:8))) NOT = 0
               MOVE "Date: not a calendar date" TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-DATE-TEXT(1:8) TO LS-DATE-OUT
           MOVE 1 TO LS-FIELD-OK
           .

      *> ------------------------------------------------------------
      *> Add, change, retire, delete: checked on the screen, cut as
      *> the maintenance program's transaction and sent through it.
      *> ------------------------------------------------------------
       MAINTAIN-RECORD.
           IF LS-PROGRAM = SPACES
               MOVE "The suspense master is maintained only by the "
                   & "nightly SUSPMAINT merge" TO LS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM EDIT-KEY-FIELD
           IF LS-FIELD-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RECORD
           IF LS-FOUND-IDX > 0
               MOVE LS-FOUND-IDX TO LS-TOP-IDX
           END-IF
           MOVE SPACES TO LS-TXN-LINE
           EVALUATE LS-MASTER-TYPE
               WHEN "RULES"
                   PERFORM BUILD-RULE-TRANSACTION
               WHEN "ANTENNA"
                   PERFORM BUILD-ANTENNA-TRANSACTION
               WHEN OTHER
                   PERFORM BUILD-LOCK-TRANSACTION
           END-EVALUATE
           IF LS-TXN-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-TRANSACTION
           PERFORM LOAD-MASTER
           PERFORM FIND-RECORD
           IF LS-FOUND-IDX > 0
               MOVE LS-FOUND-IDX TO LS-TOP-IDX
           END-IF
           .

       BUILD-RULE-TRANSACTION.
           EVALUATE LS-IN-ACTION
               WHEN "A"
                   IF LS-FOUND-IDX > 0
                       AND LS-ENT-STATE(LS-FOUND-IDX) = "A"
                       MOVE "Pair already in force" TO LS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LS-IN-FIELD-1 TO LS-DATE-TEXT
                   PERFORM EDIT-DATE-FIELD
                   IF LS-FIELD-OK = 0
                       EXIT PARAGRAPH
                   END-IF
                   STRING "ADD " LS-FIND-KEY(1:5) " " LS-DATE-OUT
                       DELIMITED BY SIZE INTO LS-TXN-LINE
               WHEN "R"
                   IF LS-FOUND-IDX = 0
                       OR LS-ENT-STATE(LS-FOUND-IDX) NOT = "A"
                       MOVE "Pair not in force; nothing to retire"
                           TO LS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LS-IN-FIELD-1 TO LS-DATE-TEXT
                   PERFORM EDIT-DATE-FIELD
                   IF LS-FIELD-OK = 0
                       EXIT PARAGRAPH
                   END-IF
                   STRING "DEL " LS-FIND-KEY(1:5) " " LS-DATE-OUT
                       DELIMITED BY SIZE INTO LS-TXN-LINE
               WHEN OTHER
                   MOVE "Rules keep their history: retire with R and "
                       & "add the new pair with A" TO LS-MESSAGE
           END-EVALUATE
           .

       BUILD-ANTENNA-TRANSACTION.
           EVALUATE LS-IN-ACTION
               WHEN "A"
                   IF LS-FOUND-IDX > 0
                       MOVE "Antenna already on file at that position"
                           TO LS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   STRING "ADD " LS-FIND-KEY(1:7)
                       DELIMITED BY SIZE INTO LS-TXN-LINE
               WHEN "C"
                   IF LS-FOUND-IDX = 0
                       MOVE "No antenna on file at that position"
                           TO LS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LS-IN-FIELD-1 TO LS-COORD-TEXT
                   MOVE "New row" TO LS-COORD-NAME
                   PERFORM EDIT-GRID-COORDINATE
                   IF LS-FIELD-OK = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LS-COORD-NUM TO LS-NEW-ROW-OUT
                   MOVE LS-IN-FIELD-2 TO LS-COORD-TEXT
                   MOVE "New col" TO LS-COORD-NAME
                   PERFORM EDIT-GRID-COORDINATE
                   IF LS-FIELD-OK = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LS-COORD-NUM TO LS-NEW-COL-OUT
                   IF LS-NEW-ROW-OUT = LS-ROW-OUT
                       AND LS-NEW-COL-OUT = LS-COL-OUT
                       MOVE "New row/col: same as the current position"
                           TO LS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   STRING "MOV " LS-FIND-KEY(1:7) " " LS-NEW-ROW-OUT
                       " " LS-NEW-COL-OUT
                       DELIMITED BY SIZE INTO LS-TXN-LINE
               WHEN "D"
                   IF LS-FOUND-IDX = 0
                       MOVE "No antenna on file at that position"
                           TO LS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   STRING "DEL " LS-FIND-KEY(1:7)
                       DELIMITED BY SIZE INTO LS-TXN-LINE
               WHEN OTHER
                   MOVE "Antennas are not retired: delete with D"
                       TO LS-MESSAGE
           END-EVALUATE
           .

       BUILD-LOCK-TRANSACTION.
           EVALUATE LS-IN-ACTION
               WHEN "A"
                   IF LS-FOUND-IDX > 0
                       MOVE "Profile already on file" TO LS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   STRING "ADD " FUNCTION TRIM(LS-KEY-KIND) " "
                       LS-KEY-PROFILE(1:5)
                       DELIMITED BY SIZE INTO LS-TXN-LINE
               WHEN "R"
                   IF LS-FOUND-IDX = 0
                       OR LS-ENT-STATE(LS-FOUND-IDX) NOT = "A"
                       MOVE "No active profile on file to retire"
                           TO LS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   STRING "RET " FUNCTION TRIM(LS-KEY-KIND) " "
                       LS-KEY-PROFILE(1:5)
                       DELIMITED BY SIZE INTO LS-TXN-LINE
               WHEN OTHER
                   MOVE "Profiles are never changed or deleted: retire "
                       & "with R and add the new one" TO LS-MESSAGE
           END-EVALUATE
           .

      *> The transaction goes through the maintenance program - or
      *> MAKECHK SUBMIT under maker-checker - as one batch of one.
       APPLY-TRANSACTION.
           OPEN OUTPUT FD-TXN
           IF LS-TXN-STATUS NOT = "00"
               MOVE SPACES TO LS-MESSAGE
               STRING "Cannot write " FUNCTION TRIM(LS-TXN-PATH)
                   " (status " LS-TXN-STATUS "); nothing changed"
                   DELIMITED BY SIZE INTO LS-MESSAGE
               ADD 1 TO LS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TXN-LINE TO F-TXN-RECORD
           WRITE F-TXN-RECORD
           CLOSE FD-TXN

           MOVE SPACES TO LS-SHELL-COMMAND
           IF LS-MAKER-CHECKER = "ON"
               STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                   "batch/makechk SUBMIT " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-PROGRAM) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TXN-PATH) DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           ELSE
               STRING FUNCTION TRIM(LS-BIN-DIR) DELIMITED BY SIZE
                   FUNCTION TRIM(LS-EXE-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-TXN-PATH) DELIMITED BY SIZE
                   INTO LS-SHELL-COMMAND
           END-IF
           STRING FUNCTION TRIM(LS-SHELL-COMMAND) DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-SCREEN-LOG-PATH) DELIMITED BY SIZE
               " 2>&1 ; echo $? > " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RC-PATH) DELIMITED BY SIZE
               INTO LS-SHELL-COMMAND
           CALL "SYSTEM" USING FUNCTION TRIM(LS-SHELL-COMMAND)
           PERFORM READ-STEP-RC
           PERFORM READ-SCREEN-LOG

           MOVE SPACES TO LS-MESSAGE
           MOVE LS-STEP-RC TO LS-RC-DISPLAY
           EVALUATE TRUE
               WHEN LS-STEP-RC <= 4 AND LS-MAKER-CHECKER = "ON"
                   ADD 1 TO LS-SUBMITTED-COUNT
                   STRING "SUBMITTED FOR APPROVAL: "
                       FUNCTION TRIM(LS-TXN-LINE) " - "
                       FUNCTION TRIM(LS-LAST-LOG-LINE)
                       DELIMITED BY SIZE INTO LS-MESSAGE
               WHEN LS-STEP-RC = 0
                   ADD 1 TO LS-APPLIED-COUNT
                   STRING "APPLIED: " FUNCTION TRIM(LS-TXN-LINE)
                       DELIMITED BY SIZE INTO LS-MESSAGE
               WHEN LS-STEP-RC = 4 AND LS-MAKER-CHECKER NOT = "ON"
                   ADD 1 TO LS-REJECTED-COUNT
                   PERFORM FIND-REJECTION-REASON
                   STRING FUNCTION TRIM(LS-PROGRAM) " "
                       FUNCTION TRIM(LS-REPORT-LINE)
                       DELIMITED BY SIZE INTO LS-MESSAGE
               WHEN OTHER
                   ADD 1 TO LS-FAILED-COUNT
                   STRING "NOT APPLIED (RC "
                       FUNCTION TRIM(LS-RC-DISPLAY) "): "
                       FUNCTION TRIM(LS-FIRST-LOG-LINE)
                       DELIMITED BY SIZE INTO LS-MESSAGE
           END-EVALUATE
           MOVE SPACES TO LS-DETAIL
           STRING "Transaction: " FUNCTION TRIM(LS-TXN-LINE)
               "   messages: " FUNCTION TRIM(LS-SCREEN-LOG-PATH)
               DELIMITED BY SIZE INTO LS-DETAIL
           .

       READ-STEP-RC.
           MOVE 12 TO LS-STEP-RC
           MOVE LS-RC-PATH TO LS-READ-PATH
           OPEN INPUT FD-MASTER
           IF LS-READ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-MASTER-RECORD
           READ FD-MASTER
               AT END
                   CONTINUE
           END-READ
           CLOSE FD-MASTER
           IF FUNCTION TRIM(F-MASTER-RECORD) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(F-MASTER-RECORD) = 0
               COMPUTE LS-STEP-RC = FUNCTION NUMVAL(F-MASTER-RECORD)
           END-IF
           .

       READ-SCREEN-LOG.
           MOVE SPACES TO LS-FIRST-LOG-LINE LS-LAST-LOG-LINE
           MOVE LS-SCREEN-LOG-PATH TO LS-READ-PATH
           OPEN INPUT FD-MASTER
           IF LS-READ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-MASTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-MASTER-RECORD NOT = SPACES
                           IF LS-FIRST-LOG-LINE = SPACES
                               MOVE F-MASTER-RECORD
                                   TO LS-FIRST-LOG-LINE
                           END-IF
                           MOVE F-MASTER-RECORD TO LS-LAST-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-MASTER
           .

      *> A rejected transaction is explained in the program's own
      *> report beside the master; the latest REJECTED line there is
      *> the one just cut.
       FIND-REJECTION-REASON.
           MOVE "REJECTED (see the program's report)"
               TO LS-REPORT-LINE
           MOVE SPACES TO LS-READ-PATH
           STRING FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               FUNCTION TRIM(LS-REPORT-SUFFIX) DELIMITED BY SIZE
               INTO LS-READ-PATH
           OPEN INPUT FD-MASTER
           IF LS-READ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-MASTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE 0 TO LS-REJECT-HITS
                       INSPECT F-MASTER-RECORD TALLYING LS-REJECT-HITS
                           FOR ALL "REJECTED"
                       IF LS-REJECT-HITS > 0
                           MOVE F-MASTER-RECORD TO LS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-MASTER
           .
       END PROGRAM MAINTSCR.
