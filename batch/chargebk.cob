       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBK.

      *> Monthly chargeback of the batch window to the departments
      *> the steps serve. Each program is owned by a cost centre
      *> in the ownership table ("chargeback.owners", CHGOWNERS
      *> parameter; layout in chargeback.owners.example), and every
      *> run of the month in the run log is charged to its owner:
      *>
      *>     chargebk <yyyymm>
      *>
      *> A run's cost is its elapsed minutes at the CHGRATEMIN rate
      *> plus the records it processed, per thousand, at the
      *> CHGRATEKREC rate (both parameters, money per unit; unset
      *> rates charge nothing for that part). The records are the
      *> input's manifest count for the run date, as the history
      *> mart holds it (HISTMASTER, as HISTLOAD places it); a date
      *> the mart has not loaded falls back to the manifest beside
      *> the input itself.
      *>
      *> Runs are told apart as
      *>     RUN    the first driver-launched run of a program on
      *>            its date,
      *>     RERUN  every later run of it on the same date,
      *>     DRILL  a run launched outside DAYBATCH (no run ID in
      *>            the run log): drills, backfills, trials.
      *> A rerun on a date when FEEDCHK or FEEDCTL rejected the
      *> feed the step reads - an E exception keyed on the feed
      *> (see the FEED entries of the ownership table) or on the
      *> step's input path - was caused by the feed, and is
      *> charged to the feed's owning department instead of the
      *> step's owner. Programs with no owner are charged to
      *> UNASSIGNED and the run ends with return code 4, so the
      *> table gets fixed before finance sees the figures.
      *>
      *> The printed report "chargeback.<yyyymm>.report" lists
      *> every run with its elapsed seconds, records, cost and the
      *> cost centre charged, then the figures per program and per
      *> cost centre; "chargeback.<yyyymm>.dat" carries the cost
      *> centre totals for finance, one fixed-column line each.
      *> Both go in the CHGDIR directory (with trailing slash) when
      *> that parameter is set.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-OWNERS ASSIGN TO LS-OWNERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-OWNERS-STATUS.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT FD-HISTORY ASSIGN TO LS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS LS-HISTORY-STATUS.
           SELECT FD-MANIFEST ASSIGN TO LS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MANIFEST-STATUS.
           SELECT FD-EXCREPO ASSIGN TO LS-EXCREPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-EXCREPO-STATUS.
           SELECT FD-TOTALS ASSIGN TO LS-TOTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-OWNERS.
       01  F-OWNERS-RECORD                PIC X(200).
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).
       FD  FD-HISTORY.
       COPY "history" IN "batch".
       FD  FD-MANIFEST.
      *> "records=nnnnnnnnn checksum=nnnnnnnnn", as MANIFEST
      *> writes it.
       01  F-MANIFEST-RECORD              PIC X(80).
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
       FD  FD-TOTALS.
      *> One line per cost centre charged in the month.
       01  F-TOTALS-RECORD.
           05 F-TOT-PERIOD                PIC X(6).
           05 FILLER                      PIC X(1).
           05 F-TOT-COST-CENTRE           PIC X(10).
           05 FILLER                      PIC X(1).
           05 F-TOT-RUNS                  PIC 9(5).
           05 FILLER                      PIC X(1).
           05 F-TOT-RERUNS                PIC 9(5).
           05 FILLER                      PIC X(1).
           05 F-TOT-DRILLS                PIC 9(5).
           05 FILLER                      PIC X(1).
           05 F-TOT-FEED-RERUNS           PIC 9(5).
           05 FILLER                      PIC X(1).
           05 F-TOT-ELAPSED               PIC 9(9).
           05 FILLER                      PIC X(1).
           05 F-TOT-RECORDS               PIC 9(11).
           05 FILLER                      PIC X(1).
           05 F-TOT-COST                  PIC 9(9).99.

       LOCAL-STORAGE SECTION.
       01 C-MAX-OWNERS                   CONSTANT 200.
       01 C-MAX-FEEDS                    CONSTANT 100.
       01 C-MAX-PROGRAMS                 CONSTANT 100.
       01 C-MAX-CENTRES                  CONSTANT 50.
       01 C-MAX-RUN-DAYS                 CONSTANT 3000.
       01 C-MAX-FEED-ERRORS              CONSTANT 200.
       01 C-UNASSIGNED                   CONSTANT "UNASSIGNED".
       01 LS-COMMAND-LINE                 PIC X(100).
       01 LS-PERIOD                       PIC X(6).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-OWNERS-PATH                  PIC X(100).
       01 LS-OWNERS-STATUS                PIC X(2).
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-HISTORY-PATH                 PIC X(100).
       01 LS-HISTORY-STATUS               PIC X(2).
       01 LS-HISTORY-OPEN                 PIC 9(1) VALUE 0.
       01 LS-MANIFEST-PATH                PIC X(209).
       01 LS-MANIFEST-STATUS              PIC X(2).
       01 LS-EXCDIR                       PIC X(100).
       01 LS-EXCREPO-PATH                 PIC X(130).
       01 LS-EXCREPO-STATUS               PIC X(2).
       01 LS-CHGDIR                       PIC X(100).
       01 LS-TOTALS-PATH                  PIC X(130).
       01 LS-TOTALS-STATUS                PIC X(2).
       01 LS-REPORT-PATH                  PIC X(132).
       01 LS-RATE-MINUTE                  PIC 9(5)V9(4) VALUE 0.
       01 LS-RATE-KREC                    PIC 9(5)V9(4) VALUE 0.
       01 LS-START-RUN                    PIC X(21).
       01 LS-END-RUN                      PIC X(21).
      *> The ownership table.
       01 LS-OWNER-COUNT                  PIC 9(3) VALUE 0.
       01 LS-OWNER-TABLE OCCURS 200 TIMES.
           05 LS-OWN-PROGRAM             PIC X(8).
           05 LS-OWN-CENTRE              PIC X(10).
       01 LS-OWN-IDX                      PIC 9(3).
       01 LS-FEED-COUNT                   PIC 9(3) VALUE 0.
       01 LS-FEED-TABLE OCCURS 100 TIMES.
           05 LS-FD-KEY                  PIC X(40).
           05 LS-FD-CENTRE               PIC X(10).
           05 LS-FD-PATH                 PIC X(100).
       01 LS-FD-IDX                       PIC 9(3).
       01 LS-TOK-KIND                     PIC X(8).
       01 LS-TOK-NAME                     PIC X(100).
       01 LS-TOK-CENTRE                   PIC X(20).
       01 LS-TOK-PATH                     PIC X(100).
      *> Per-program and per-cost-centre figures.
       01 LS-PROGRAM-COUNT                PIC 9(3) VALUE 0.
       01 LS-PROGRAM-TABLE OCCURS 100 TIMES.
           05 LS-PGM-NAME                PIC X(8).
           05 LS-PGM-CENTRE              PIC X(10).
           05 LS-PGM-RUNS                PIC 9(5).
           05 LS-PGM-RERUNS              PIC 9(5).
           05 LS-PGM-DRILLS              PIC 9(5).
           05 LS-PGM-FEED-RERUNS         PIC 9(5).
           05 LS-PGM-ELAPSED             PIC 9(9).
           05 LS-PGM-RECORDS             PIC 9(11).
           05 LS-PGM-COST                PIC 9(9)V99.
       01 LS-PGM-IDX                      PIC 9(3).
       01 LS-CENTRE-COUNT                 PIC 9(3) VALUE 0.
       01 LS-CENTRE-TABLE OCCURS 50 TIMES.
           05 LS-CC-NAME                 PIC X(10).
           05 LS-CC-RUNS                 PIC 9(5).
           05 LS-CC-RERUNS               PIC 9(5).
           05 LS-CC-DRILLS               PIC 9(5).
           05 LS-CC-FEED-RERUNS          PIC 9(5).
           05 LS-CC-ELAPSED              PIC 9(9).
           05 LS-CC-RECORDS              PIC 9(11).
           05 LS-CC-COST                 PIC 9(9)V99.
       01 LS-CC-IDX                       PIC 9(3).
      *> Program and date of every driver-launched run seen, so a
      *> second one on the date is known for a rerun.
       01 LS-RUN-DAY-COUNT                PIC 9(4) VALUE 0.
       01 LS-RUN-DAY-TABLE OCCURS 3000 TIMES.
           05 LS-RD-PROGRAM              PIC X(8).
           05 LS-RD-DATE                 PIC X(8).
       01 LS-RD-IDX                       PIC 9(4).
      *> The feed errors of the date last loaded.
       01 LS-FEED-ERROR-DATE              PIC X(8) VALUE SPACES.
       01 LS-FEED-ERROR-COUNT             PIC 9(3) VALUE 0.
       01 LS-FEED-ERROR-KEY               PIC X(40) OCCURS 200 TIMES.
       01 LS-FE-IDX                       PIC 9(3).
      *> The run in hand.
       01 LS-RUN-PROGRAM                  PIC X(8).
       01 LS-RUN-ID                       PIC X(20).
       01 LS-RUN-FILE                     PIC X(100).
       01 LS-RUN-DATE                     PIC X(8).
       01 LS-RUN-KIND                     PIC X(5).
       01 LS-RUN-CENTRE                   PIC X(10).
       01 LS-RUN-FEED-CAUSED              PIC 9(1).
       01 LS-RUN-RECORDS                  PIC 9(9).
       01 LS-RUN-COST                     PIC 9(9)V99.
       01 LS-REST                         PIC X(400).
       01 LS-JUNK                         PIC X(400).
       01 LS-START-TS                     PIC X(21).
       01 LS-END-TS                       PIC X(21).
       01 LS-ELAPSED                      PIC 9(6).
       01 LS-FOUND                        PIC 9(1).
       01 LS-LOOKUP-CENTRE                PIC X(10).
       01 LS-UNOWNED-COUNT                PIC 9(3) VALUE 0.
       01 LS-RUN-COUNT                    PIC 9(5) VALUE 0.
       01 LS-TOTAL-COST                   PIC 9(9)V99 VALUE 0.
      *> Report lines.
       01 LS-RPT-TITLE                    PIC X(132).
       01 LS-RPT-ARG-2                    PIC X(132).
       01 LS-OUT-LINE                     PIC X(132).
       01 LS-FIG-RUNS                     PIC Z(4)9.
       01 LS-FIG-RERUNS                   PIC Z(4)9.
       01 LS-FIG-DRILLS                   PIC Z(4)9.
       01 LS-FIG-FEED                     PIC Z(4)9.
       01 LS-FIG-ELAPSED                  PIC Z(8)9.
       01 LS-FIG-AVERAGE                  PIC Z(5)9.
       01 LS-FIG-RECORDS                  PIC Z(10)9.
       01 LS-FIG-COST                     PIC Z(8)9.99.
       01 LS-COUNT-DISPLAY                PIC Z(4)9.
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-LOG-RESULT                   PIC X(200).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-START-RUN
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-PERIOD
           IF LS-PERIOD IS NOT NUMERIC
               OR LS-PERIOD(5:2) < "01" OR LS-PERIOD(5:2) > "12"
               DISPLAY "CHARGEBK: usage: chargebk <yyyymm>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOCATE-FILES
           PERFORM LOAD-OWNERS

           OPEN INPUT FD-HISTORY
           IF LS-HISTORY-STATUS = "00"
               MOVE 1 TO LS-HISTORY-OPEN
           ELSE
               DISPLAY "CHARGEBK: history master not available ("
                   FUNCTION TRIM(LS-HISTORY-PATH) " status "
                   LS-HISTORY-STATUS "); records from the manifests"
           END-IF
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               DISPLAY "CHARGEBK: ERROR OPENING " LS-RUNLOG-PATH
                   " STATUS=" LS-RUNLOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO LS-RPT-TITLE
           STRING "BATCH CHARGEBACK - " LS-PERIOD DELIMITED BY SIZE
               INTO LS-RPT-TITLE
           CALL "REPORT-WRITER" USING
               "OPEN " LS-REPORT-PATH LS-RPT-TITLE
           MOVE SPACES TO LS-OUT-LINE
           MOVE LS-RATE-MINUTE TO LS-FIG-COST
           STRING "RATES: PER ELAPSED MINUTE "
               FUNCTION TRIM(LS-FIG-COST) DELIMITED BY SIZE
               INTO LS-OUT-LINE
           MOVE LS-RATE-KREC TO LS-FIG-COST
           STRING FUNCTION TRIM(LS-OUT-LINE) DELIMITED BY SIZE
               "   PER THOUSAND RECORDS " DELIMITED BY SIZE
               FUNCTION TRIM(LS-FIG-COST) DELIMITED BY SIZE
               INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "RUNS" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "  DATE      PROGRAM   KIND   ELAPSED-S      RECORDS"
               & "         COST  CHARGED TO"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE

           PERFORM UNTIL EXIT
               READ FD-RUNLOG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHARGE-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE FD-RUNLOG
           IF LS-HISTORY-OPEN = 1
               CLOSE FD-HISTORY
           END-IF

           PERFORM PRINT-PROGRAM-FIGURES
           PERFORM PRINT-CENTRE-FIGURES
           PERFORM WRITE-CENTRE-TOTALS

           MOVE LS-RUN-COUNT TO LS-FIG-RUNS
           MOVE LS-TOTAL-COST TO LS-FIG-COST
           MOVE SPACES TO LS-OUT-LINE
           STRING "RUNS CHARGED " FUNCTION TRIM(LS-FIG-RUNS)
               "  TOTAL COST " FUNCTION TRIM(LS-FIG-COST)
               DELIMITED BY SIZE INTO LS-OUT-LINE
           CALL "REPORT-WRITER" USING
               "FOOT " LS-OUT-LINE LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-OUT-LINE LS-RPT-ARG-2

           DISPLAY "CHARGEBK: " LS-PERIOD " charged "
               FUNCTION TRIM(LS-FIG-RUNS) " run(s), total "
               FUNCTION TRIM(LS-FIG-COST) "; report "
               FUNCTION TRIM(LS-REPORT-PATH)
           MOVE SPACES TO LS-LOG-RESULT
           STRING "period=" DELIMITED BY SIZE
               LS-PERIOD DELIMITED BY SIZE
               " runs=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-FIG-RUNS) DELIMITED BY SIZE
               " cost=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-FIG-COST) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-RUN
           MOVE LS-TOTALS-PATH(1:100) TO LS-LOG-PATH
           CALL "WRITE-RUN-LOG" USING
               "CHARGEBK" LS-LOG-PATH LS-START-RUN LS-END-RUN
               LS-LOG-RESULT
           IF LS-UNOWNED-COUNT > 0
               MOVE LS-UNOWNED-COUNT TO LS-COUNT-DISPLAY
               DISPLAY "CHARGEBK: " FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " program(s) have no owner in "
                   FUNCTION TRIM(LS-OWNERS-PATH)
                   " and were charged to " C-UNASSIGNED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOCATE-FILES.
           CALL "GET-PARAMETER" USING
               "CHGOWNERS           " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-OWNERS-PATH
           IF LS-OWNERS-PATH = SPACES
               MOVE "chargeback.owners" TO LS-OWNERS-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "CHGRATEMIN          " LS-PARM-VALUE
           IF LS-PARM-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LS-PARM-VALUE) NOT = 0
                   DISPLAY "CHARGEBK: CHGRATEMIN is not a rate: "
                       FUNCTION TRIM(LS-PARM-VALUE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE LS-RATE-MINUTE = FUNCTION NUMVAL(LS-PARM-VALUE)
           END-IF
           CALL "GET-PARAMETER" USING
               "CHGRATEKREC         " LS-PARM-VALUE
           IF LS-PARM-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LS-PARM-VALUE) NOT = 0
                   DISPLAY "CHARGEBK: CHGRATEKREC is not a rate: "
                       FUNCTION TRIM(LS-PARM-VALUE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE LS-RATE-KREC = FUNCTION NUMVAL(LS-PARM-VALUE)
           END-IF
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "HISTMASTER          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-HISTORY-PATH
           IF LS-HISTORY-PATH = SPACES
               MOVE "history.master" TO LS-HISTORY-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "EXCDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-EXCDIR
           CALL "GET-PARAMETER" USING
               "CHGDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CHGDIR
           MOVE SPACES TO LS-REPORT-PATH
           STRING FUNCTION TRIM(LS-CHGDIR) DELIMITED BY SIZE
               "chargeback." DELIMITED BY SIZE
               LS-PERIOD DELIMITED BY SIZE
               ".report" DELIMITED BY SIZE
               INTO LS-REPORT-PATH
           MOVE SPACES TO LS-TOTALS-PATH
           STRING FUNCTION TRIM(LS-CHGDIR) DELIMITED BY SIZE
               "chargeback." DELIMITED BY SIZE
               LS-PERIOD DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO LS-TOTALS-PATH
           .

       LOAD-OWNERS.
           OPEN INPUT FD-OWNERS
           IF LS-OWNERS-STATUS NOT = "00"
               DISPLAY "CHARGEBK: ERROR OPENING " LS-OWNERS-PATH
                   " STATUS=" LS-OWNERS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-OWNERS
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-OWNER
               END-READ
           END-PERFORM
           CLOSE FD-OWNERS
           .

       LOAD-ONE-OWNER.
           IF F-OWNERS-RECORD = SPACES
               OR F-OWNERS-RECORD(1:2) = "**"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TOK-KIND LS-TOK-NAME LS-TOK-CENTRE
               LS-TOK-PATH
           UNSTRING F-OWNERS-RECORD DELIMITED BY ALL " "
               INTO LS-TOK-KIND LS-TOK-NAME LS-TOK-CENTRE LS-TOK-PATH
           IF LS-TOK-CENTRE = SPACES
               DISPLAY "CHARGEBK: ownership entry with no cost "
                   "centre ignored: " FUNCTION TRIM(F-OWNERS-RECORD)
               EXIT PARAGRAPH
           END-IF
           EVALUATE LS-TOK-KIND
               WHEN "PROGRAM"
                   IF LS-OWNER-COUNT < C-MAX-OWNERS
                       ADD 1 TO LS-OWNER-COUNT
                       MOVE LS-TOK-NAME
                           TO LS-OWN-PROGRAM(LS-OWNER-COUNT)
                       MOVE LS-TOK-CENTRE
                           TO LS-OWN-CENTRE(LS-OWNER-COUNT)
                   END-IF
               WHEN "FEED"
                   IF LS-FEED-COUNT < C-MAX-FEEDS
                       ADD 1 TO LS-FEED-COUNT
                       MOVE LS-TOK-NAME TO LS-FD-KEY(LS-FEED-COUNT)
                       MOVE LS-TOK-CENTRE TO LS-FD-CENTRE(LS-FEED-COUNT)
                       IF LS-TOK-PATH = SPACES
                           MOVE LS-TOK-NAME TO LS-FD-PATH(LS-FEED-COUNT)
                       ELSE
                           MOVE LS-TOK-PATH TO LS-FD-PATH(LS-FEED-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "CHARGEBK: unknown ownership entry ignored: "
                       FUNCTION TRIM(F-OWNERS-RECORD)
           END-EVALUATE
           .

      *> Run-log line layout, as WRITE-RUN-LOG builds it:
      *> PROGNAME run=id user=id release=label file=path start=ts
      *> end=ts result=text
       CHARGE-ONE-RUN.
           IF F-RUNLOG-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " start="
               INTO LS-JUNK LS-REST
           IF LS-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-REST(1:21) TO LS-START-TS
           IF LS-START-TS(1:6) NOT = LS-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE LS-START-TS(1:8) TO LS-RUN-DATE
           MOVE SPACES TO LS-JUNK
           UNSTRING LS-REST DELIMITED BY " end="
               INTO LS-JUNK LS-END-TS
           CALL "ELAPSED-SECONDS" USING
               LS-START-TS LS-END-TS LS-ELAPSED
           MOVE SPACES TO LS-RUN-PROGRAM
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " "
               INTO LS-RUN-PROGRAM
           MOVE SPACES TO LS-REST LS-RUN-ID
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " run="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-RUN-ID
           MOVE SPACES TO LS-REST LS-RUN-FILE
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " file="
               INTO LS-JUNK LS-REST
           UNSTRING LS-REST DELIMITED BY " "
               INTO LS-RUN-FILE

           PERFORM FIND-OR-ADD-PROGRAM
           IF LS-PGM-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LS-PGM-CENTRE(LS-PGM-IDX) TO LS-RUN-CENTRE
           MOVE 0 TO LS-RUN-FEED-CAUSED
           EVALUATE TRUE
               WHEN LS-RUN-ID = "-" OR LS-RUN-ID = SPACES
                   MOVE "DRILL" TO LS-RUN-KIND
                   ADD 1 TO LS-PGM-DRILLS(LS-PGM-IDX)
               WHEN OTHER
                   PERFORM NOTE-RUN-DAY
                   IF LS-FOUND = 1
                       MOVE "RERUN" TO LS-RUN-KIND
                       ADD 1 TO LS-PGM-RERUNS(LS-PGM-IDX)
                       PERFORM CHECK-FEED-CAUSE
                   ELSE
                       MOVE "RUN" TO LS-RUN-KIND
                   END-IF
           END-EVALUATE
           PERFORM FIND-RUN-RECORDS
           COMPUTE LS-RUN-COST ROUNDED =
               LS-ELAPSED * LS-RATE-MINUTE / 60
               + LS-RUN-RECORDS * LS-RATE-KREC / 1000

           ADD 1 TO LS-RUN-COUNT
           ADD 1 TO LS-PGM-RUNS(LS-PGM-IDX)
           ADD LS-ELAPSED TO LS-PGM-ELAPSED(LS-PGM-IDX)
           ADD LS-RUN-RECORDS TO LS-PGM-RECORDS(LS-PGM-IDX)
           ADD LS-RUN-COST TO LS-PGM-COST(LS-PGM-IDX)
           ADD LS-RUN-COST TO LS-TOTAL-COST
           MOVE LS-RUN-CENTRE TO LS-LOOKUP-CENTRE
           PERFORM FIND-OR-ADD-CENTRE
           IF LS-CC-IDX > 0
               ADD 1 TO LS-CC-RUNS(LS-CC-IDX)
               IF LS-RUN-KIND = "RERUN"
                   ADD 1 TO LS-CC-RERUNS(LS-CC-IDX)
               END-IF
               IF LS-RUN-KIND = "DRILL"
                   ADD 1 TO LS-CC-DRILLS(LS-CC-IDX)
               END-IF
               IF LS-RUN-FEED-CAUSED = 1
                   ADD 1 TO LS-CC-FEED-RERUNS(LS-CC-IDX)
               END-IF
               ADD LS-ELAPSED TO LS-CC-ELAPSED(LS-CC-IDX)
               ADD LS-RUN-RECORDS TO LS-CC-RECORDS(LS-CC-IDX)
               ADD LS-RUN-COST TO LS-CC-COST(LS-CC-IDX)
           END-IF

           MOVE LS-ELAPSED TO LS-FIG-ELAPSED
           MOVE LS-RUN-RECORDS TO LS-FIG-RECORDS
           MOVE LS-RUN-COST TO LS-FIG-COST
           MOVE SPACES TO LS-OUT-LINE
           STRING "  " LS-RUN-DATE "  " LS-RUN-PROGRAM "  "
               LS-RUN-KIND "  " LS-FIG-ELAPSED "  " LS-FIG-RECORDS
               "  " LS-FIG-COST "  " LS-RUN-CENTRE
               DELIMITED BY SIZE INTO LS-OUT-LINE
           IF LS-RUN-FEED-CAUSED = 1
               MOVE "(FEED PROBLEM)" TO LS-OUT-LINE(91:14)
           END-IF
           PERFORM PUT-REPORT-LINE
           .

       FIND-OR-ADD-PROGRAM.
           PERFORM VARYING LS-PGM-IDX FROM 1 BY 1
               UNTIL LS-PGM-IDX > LS-PROGRAM-COUNT
               IF LS-PGM-NAME(LS-PGM-IDX) = LS-RUN-PROGRAM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-PROGRAM-COUNT >= C-MAX-PROGRAMS
               MOVE 0 TO LS-PGM-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-PROGRAM-COUNT
           MOVE LS-PROGRAM-COUNT TO LS-PGM-IDX
           MOVE LS-RUN-PROGRAM TO LS-PGM-NAME(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-RUNS(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-RERUNS(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-DRILLS(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-FEED-RERUNS(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-ELAPSED(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-RECORDS(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-COST(LS-PGM-IDX)
           MOVE C-UNASSIGNED TO LS-PGM-CENTRE(LS-PGM-IDX)
           PERFORM VARYING LS-OWN-IDX FROM 1 BY 1
               UNTIL LS-OWN-IDX > LS-OWNER-COUNT
               IF LS-OWN-PROGRAM(LS-OWN-IDX) = LS-RUN-PROGRAM
                   MOVE LS-OWN-CENTRE(LS-OWN-IDX)
                       TO LS-PGM-CENTRE(LS-PGM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-PGM-CENTRE(LS-PGM-IDX) = C-UNASSIGNED
               ADD 1 TO LS-UNOWNED-COUNT
           END-IF
           .

       FIND-OR-ADD-CENTRE.
           PERFORM VARYING LS-CC-IDX FROM 1 BY 1
               UNTIL LS-CC-IDX > LS-CENTRE-COUNT
               IF LS-CC-NAME(LS-CC-IDX) = LS-LOOKUP-CENTRE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-CENTRE-COUNT >= C-MAX-CENTRES
               MOVE 0 TO LS-CC-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-CENTRE-COUNT
           MOVE LS-CENTRE-COUNT TO LS-CC-IDX
           MOVE LS-LOOKUP-CENTRE TO LS-CC-NAME(LS-CC-IDX)
           MOVE 0 TO LS-CC-RUNS(LS-CC-IDX)
           MOVE 0 TO LS-CC-RERUNS(LS-CC-IDX)
           MOVE 0 TO LS-CC-DRILLS(LS-CC-IDX)
           MOVE 0 TO LS-CC-FEED-RERUNS(LS-CC-IDX)
           MOVE 0 TO LS-CC-ELAPSED(LS-CC-IDX)
           MOVE 0 TO LS-CC-RECORDS(LS-CC-IDX)
           MOVE 0 TO LS-CC-COST(LS-CC-IDX)
           .

      *> LS-FOUND is 1 when the program already ran on the date.
       NOTE-RUN-DAY.
           MOVE 0 TO LS-FOUND
           PERFORM VARYING LS-RD-IDX FROM 1 BY 1
               UNTIL LS-RD-IDX > LS-RUN-DAY-COUNT
               IF LS-RD-PROGRAM(LS-RD-IDX) = LS-RUN-PROGRAM
                   AND LS-RD-DATE(LS-RD-IDX) = LS-RUN-DATE
                   MOVE 1 TO LS-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-RUN-DAY-COUNT < C-MAX-RUN-DAYS
               ADD 1 TO LS-RUN-DAY-COUNT
               MOVE LS-RUN-PROGRAM TO LS-RD-PROGRAM(LS-RUN-DAY-COUNT)
               MOVE LS-RUN-DATE TO LS-RD-DATE(LS-RUN-DAY-COUNT)
           END-IF
           .

      *> A rerun is the feed's doing when FEEDCHK or FEEDCTL
      *> rejected the step's input on the date: the error is keyed
      *> on the input path itself, or on a feed whose ownership
      *> entry names that path. The feed's owner takes the charge;
      *> a feed with no owner leaves it with the step's.
       CHECK-FEED-CAUSE.
           IF LS-RUN-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LS-RUN-DATE NOT = LS-FEED-ERROR-DATE
               PERFORM LOAD-FEED-ERRORS
           END-IF
           PERFORM VARYING LS-FE-IDX FROM 1 BY 1
               UNTIL LS-FE-IDX > LS-FEED-ERROR-COUNT
               PERFORM VARYING LS-FD-IDX FROM 1 BY 1
                   UNTIL LS-FD-IDX > LS-FEED-COUNT
                   IF LS-FD-PATH(LS-FD-IDX) = LS-RUN-FILE
                       AND (LS-FD-KEY(LS-FD-IDX)
                               = LS-FEED-ERROR-KEY(LS-FE-IDX)
                           OR LS-FD-PATH(LS-FD-IDX)(1:40)
                               = LS-FEED-ERROR-KEY(LS-FE-IDX))
                       MOVE 1 TO LS-RUN-FEED-CAUSED
                       MOVE LS-FD-CENTRE(LS-FD-IDX) TO LS-RUN-CENTRE
                       ADD 1 TO LS-PGM-FEED-RERUNS(LS-PGM-IDX)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               IF LS-RUN-FILE(1:40) = LS-FEED-ERROR-KEY(LS-FE-IDX)
                   MOVE 1 TO LS-RUN-FEED-CAUSED
               END-IF
           END-PERFORM
           IF LS-RUN-FEED-CAUSED = 1
               ADD 1 TO LS-PGM-FEED-RERUNS(LS-PGM-IDX)
           END-IF
           .

       LOAD-FEED-ERRORS.
           MOVE LS-RUN-DATE TO LS-FEED-ERROR-DATE
           MOVE 0 TO LS-FEED-ERROR-COUNT
           MOVE SPACES TO LS-EXCREPO-PATH
           STRING FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
               "exceptions." DELIMITED BY SIZE
               LS-RUN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO LS-EXCREPO-PATH
           OPEN INPUT FD-EXCREPO
           IF LS-EXCREPO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-EXCREPO
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-EXC-SEVERITY = "E"
                           AND (F-EXC-PROGRAM = "FEEDCHK"
                               OR F-EXC-PROGRAM = "FEEDCTL")
                           AND LS-FEED-ERROR-COUNT < C-MAX-FEED-ERRORS
                           ADD 1 TO LS-FEED-ERROR-COUNT
                           MOVE F-EXC-KEY
                               TO LS-FEED-ERROR-KEY(LS-FEED-ERROR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-EXCREPO
           .

      *> Records processed: the history mart's manifest count for
      *> the program and date, else the input's own manifest.
       FIND-RUN-RECORDS.
           MOVE 0 TO LS-RUN-RECORDS
           IF LS-HISTORY-OPEN = 1
               MOVE LS-RUN-PROGRAM TO HM-PROGRAM
               MOVE LS-RUN-DATE TO HM-RUN-DATE
               READ FD-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HM-RECORDS TO LS-RUN-RECORDS
                       EXIT PARAGRAPH
               END-READ
           END-IF
           IF LS-RUN-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-MANIFEST-PATH
           STRING FUNCTION TRIM(LS-RUN-FILE) DELIMITED BY SIZE
               ".manifest" DELIMITED BY SIZE
               INTO LS-MANIFEST-PATH
           OPEN INPUT FD-MANIFEST
           IF LS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FD-MANIFEST
               AT END
                   CONTINUE
               NOT AT END
                   IF F-MANIFEST-RECORD(1:8) = "records="
                       AND F-MANIFEST-RECORD(9:9) IS NUMERIC
                       MOVE F-MANIFEST-RECORD(9:9) TO LS-RUN-RECORDS
                   END-IF
           END-READ
           CLOSE FD-MANIFEST
           .

       PRINT-PROGRAM-FIGURES.
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "BY PROGRAM" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "  PROGRAM   OWNER        RUNS RERUNS DRILLS  FEED"
               & "  AVG-S   ELAPSED-S      RECORDS         COST"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING LS-PGM-IDX FROM 1 BY 1
               UNTIL LS-PGM-IDX > LS-PROGRAM-COUNT
               MOVE LS-PGM-RUNS(LS-PGM-IDX) TO LS-FIG-RUNS
               MOVE LS-PGM-RERUNS(LS-PGM-IDX) TO LS-FIG-RERUNS
               MOVE LS-PGM-DRILLS(LS-PGM-IDX) TO LS-FIG-DRILLS
               MOVE LS-PGM-FEED-RERUNS(LS-PGM-IDX) TO LS-FIG-FEED
               MOVE LS-PGM-ELAPSED(LS-PGM-IDX) TO LS-FIG-ELAPSED
               COMPUTE LS-FIG-AVERAGE ROUNDED =
                   LS-PGM-ELAPSED(LS-PGM-IDX) / LS-PGM-RUNS(LS-PGM-IDX)
               MOVE LS-PGM-RECORDS(LS-PGM-IDX) TO LS-FIG-RECORDS
               MOVE LS-PGM-COST(LS-PGM-IDX) TO LS-FIG-COST
               MOVE SPACES TO LS-OUT-LINE
               STRING "  " LS-PGM-NAME(LS-PGM-IDX) "  "
                   LS-PGM-CENTRE(LS-PGM-IDX) " " LS-FIG-RUNS " "
                   LS-FIG-RERUNS "  " LS-FIG-DRILLS " " LS-FIG-FEED
                   " " LS-FIG-AVERAGE "   " LS-FIG-ELAPSED "  "
                   LS-FIG-RECORDS "  " LS-FIG-COST
                   DELIMITED BY SIZE INTO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-PERFORM
           .

       PRINT-CENTRE-FIGURES.
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "BY COST CENTRE (FEED = RERUNS TAKEN OVER FROM STEP "
               & "OWNERS FOR A FEED PROBLEM)"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "  COST CENTRE  RUNS RERUNS DRILLS  FEED   ELAPSED-S"
               & "      RECORDS         COST"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING LS-CC-IDX FROM 1 BY 1
               UNTIL LS-CC-IDX > LS-CENTRE-COUNT
               MOVE LS-CC-RUNS(LS-CC-IDX) TO LS-FIG-RUNS
               MOVE LS-CC-RERUNS(LS-CC-IDX) TO LS-FIG-RERUNS
               MOVE LS-CC-DRILLS(LS-CC-IDX) TO LS-FIG-DRILLS
               MOVE LS-CC-FEED-RERUNS(LS-CC-IDX) TO LS-FIG-FEED
               MOVE LS-CC-ELAPSED(LS-CC-IDX) TO LS-FIG-ELAPSED
               MOVE LS-CC-RECORDS(LS-CC-IDX) TO LS-FIG-RECORDS
               MOVE LS-CC-COST(LS-CC-IDX) TO LS-FIG-COST
               MOVE SPACES TO LS-OUT-LINE
               STRING "  " LS-CC-NAME(LS-CC-IDX) " " LS-FIG-RUNS " "
                   LS-FIG-RERUNS "  " LS-FIG-DRILLS " " LS-FIG-FEED
                   "   " LS-FIG-ELAPSED "  " LS-FIG-RECORDS "  "
                   LS-FIG-COST
                   DELIMITED BY SIZE INTO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-PERFORM
           .

       WRITE-CENTRE-TOTALS.
           OPEN OUTPUT FD-TOTALS
           IF LS-TOTALS-STATUS NOT = "00"
               DISPLAY "CHARGEBK: ERROR OPENING " LS-TOTALS-PATH
                   " STATUS=" LS-TOTALS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-CC-IDX FROM 1 BY 1
               UNTIL LS-CC-IDX > LS-CENTRE-COUNT
               MOVE SPACES TO F-TOTALS-RECORD
               MOVE LS-PERIOD TO F-TOT-PERIOD
               MOVE LS-CC-NAME(LS-CC-IDX) TO F-TOT-COST-CENTRE
               MOVE LS-CC-RUNS(LS-CC-IDX) TO F-TOT-RUNS
               MOVE LS-CC-RERUNS(LS-CC-IDX) TO F-TOT-RERUNS
               MOVE LS-CC-DRILLS(LS-CC-IDX) TO F-TOT-DRILLS
               MOVE LS-CC-FEED-RERUNS(LS-CC-IDX) TO F-TOT-FEED-RERUNS
               MOVE LS-CC-ELAPSED(LS-CC-IDX) TO F-TOT-ELAPSED
               MOVE LS-CC-RECORDS(LS-CC-IDX) TO F-TOT-RECORDS
               MOVE LS-CC-COST(LS-CC-IDX) TO F-TOT-COST
               WRITE F-TOTALS-RECORD
           END-PERFORM
           CLOSE FD-TOTALS
           .

       PUT-REPORT-LINE.
           CALL "REPORT-WRITER" USING
               "LINE " LS-OUT-LINE LS-RPT-ARG-2
           .
