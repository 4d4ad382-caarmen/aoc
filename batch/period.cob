       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD.

      *> Month-end period close over the operational ledgers. The
      *> run log, the dated exception repositories and balancing
      *> ledgers keep growing day by day and HOUSEKEEP trims them
      *> with no regard to month boundaries; this rolls one
      *> calendar month up into a summary that stays, so month-end
      *> audit questions are answered from one file rather than
      *> from the archives.
      *>
      *>     period CLOSE <yyyymm> [FORCE <reason...>]
      *>         roll the month's run-log entries (runs and elapsed
      *>         time per program), exceptions by program and
      *>         severity, balancing entries and breaks (an IN
      *>         entry whose in is not used + rejected), and SLA
      *>         breaches (a run over 150% of the average of the
      *>         program's 7 runs before it, as HANDOVER measures
      *>         it) into "period.<yyyymm>.summary" (layout in
      *>         period.cpy), print the period report, and mark the
      *>         period closed. Only a finished month can close.
      *>         A month with errors in the exception repository
      *>         that nobody has dispositioned through EXCACK is
      *>         refused (return code 8, each error listed) unless
      *>         FORCE is given with a reason; a forced close
      *>         records who overrode, why, and which errors were
      *>         open, in the summary, the period control file and
      *>         the exception repository.
      *>     period ADJUST <yyyymm> <program> <figure> <delta>
      *>            <reason...>
      *>         post a correction against a closed period as an
      *>         adjustment record in "period.<yyyymm>.adjust"
      *>         (layout in adjust.cpy). Figures are RUNS, ELAPSED,
      *>         BREACHES, EXC-I, EXC-W, EXC-E, BAL-ENTRIES and
      *>         BAL-BREAKS; the delta is signed. A period still
      *>         open takes no adjustments - correct the dailies and
      *>         close it.
      *>     period REPORT <yyyymm>
      *>         reprint the report of a closed period with its
      *>         adjustments applied, and prove the dailies behind
      *>         it unchanged: a dated repository or ledger whose
      *>         checksum no longer matches the one taken at the
      *>         close is an error (return code 8) - the dailies of
      *>         a closed period are never rewritten. A daily no
      *>         longer at its path (HOUSEKEEP archives them) is
      *>         noted, not flagged.
      *>
      *> Closed periods are recorded in "period.control.dat"
      *> (PERIODCTL parameter). The summary, adjustments and the
      *> report "period.<yyyymm>.report" go in the PERIODDIR
      *> directory (with trailing slash) when that parameter is
      *> set. The dailies are found through EXCDIR and BALDIR and
      *> the run log through RUNLOG, as their writers place them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CONTROL ASSIGN TO LS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CONTROL-STATUS.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT FD-EXCREPO ASSIGN TO LS-DAILY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-DAILY-STATUS.
           SELECT FD-BALANCE ASSIGN TO LS-DAILY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-DAILY-STATUS.
           SELECT FD-ACK ASSIGN TO LS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ACK-STATUS.
           SELECT FD-SUMMARY ASSIGN TO LS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SUMMARY-STATUS.
           SELECT FD-ADJUST ASSIGN TO LS-ADJUST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ADJUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CONTROL.
      *> "<yyyymm> CLOSED <ts14> <user> <NORMAL|FORCED> <reason>"
       01  F-CONTROL-RECORD.
           05 F-CTL-PERIOD                PIC X(6).
           05 FILLER                      PIC X(1).
           05 F-CTL-STATE                 PIC X(6).
           05 FILLER                      PIC X(1).
           05 F-CTL-AT                    PIC X(14).
           05 FILLER                      PIC X(1).
           05 F-CTL-BY                    PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-CTL-KIND                  PIC X(6).
           05 FILLER                      PIC X(1).
           05 F-CTL-REASON                PIC X(60).
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
       FD  FD-BALANCE.
       01  F-BALANCE-RECORD               PIC X(300).
       FD  FD-ACK.
       01  F-ACK-RECORD.
           05 F-ACK-TIMESTAMP             PIC X(14).
           05 FILLER                      PIC X(1).
           05 F-ACK-PROGRAM               PIC X(8).
           05 FILLER                      PIC X(1).
           05 F-ACK-STATUS                PIC X(3).
       FD  FD-SUMMARY.
       COPY "period" IN "batch".
       FD  FD-ADJUST.
       COPY "adjust" IN "batch".

       LOCAL-STORAGE SECTION.
       01 C-MAX-PROGRAMS                 CONSTANT 100.
       01 C-MAX-BREACHES                 CONSTANT 500.
       01 C-MAX-OPEN-ERRORS              CONSTANT 200.
       01 C-MAX-ACKS                     CONSTANT 5000.
       01 C-SLA-WINDOW                   CONSTANT 7.
       01 C-SLA-THRESHOLD-PCT            CONSTANT 150.
       01 LS-COMMAND-LINE                 PIC X(300).
       01 LS-MODE                         PIC X(6).
       01 LS-PERIOD                       PIC X(6).
       01 LS-ARG-3                        PIC X(20).
       01 LS-ARG-4                        PIC X(20).
       01 LS-ARG-5                        PIC X(20).
       01 LS-ARG-PTR                      PIC 9(3).
       01 LS-REASON                       PIC X(80).
       01 LS-FORCED                       PIC 9(1) VALUE 0.
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-PERIOD-DIR                   PIC X(100).
       01 LS-EXCDIR                       PIC X(100).
       01 LS-BALDIR                       PIC X(100).
       01 LS-CONTROL-PATH                 PIC X(100).
       01 LS-CONTROL-STATUS               PIC X(2).
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-DAILY-PATH                   PIC X(200).
       01 LS-DAILY-STATUS                 PIC X(2).
       01 LS-ACK-PATH                     PIC X(130).
       01 LS-ACK-STATUS                   PIC X(2).
       01 LS-SUMMARY-PATH                 PIC X(130).
       01 LS-SUMMARY-STATUS               PIC X(2).
       01 LS-ADJUST-PATH                  PIC X(130).
       01 LS-ADJUST-STATUS                PIC X(2).
       01 LS-REPORT-PATH                  PIC X(132).
       01 LS-USER-ID                      PIC X(20).
       01 LS-NOW                          PIC X(21).
       01 LS-START-RUN                    PIC X(21).
       01 LS-END-RUN                      PIC X(21).
      *> The period's standing in the control file.
       01 LS-CLOSED                       PIC 9(1) VALUE 0.
       01 LS-CLOSED-AT                    PIC X(14).
       01 LS-CLOSED-BY                    PIC X(20).
       01 LS-CLOSE-KIND                   PIC X(6).
       01 LS-CLOSE-REASON                 PIC X(60).
      *> Per-program figures, with the trailing run times the SLA
      *> baseline is taken from.
       01 LS-PROGRAM-COUNT                PIC 9(3) VALUE 0.
       01 LS-PROGRAM-TABLE OCCURS 100 TIMES.
           05 LS-PGM-NAME                PIC X(8).
           05 LS-PGM-RUNS                PIC S9(9).
           05 LS-PGM-ELAPSED             PIC S9(9).
           05 LS-PGM-BREACHES            PIC S9(9).
           05 LS-PGM-EXC-INFO            PIC S9(9).
           05 LS-PGM-EXC-WARNING         PIC S9(9).
           05 LS-PGM-EXC-ERROR           PIC S9(9).
           05 LS-PGM-BAL-ENTRIES         PIC S9(9).
           05 LS-PGM-BAL-BREAKS          PIC S9(9).
           05 LS-PGM-ADJUSTED            PIC X(1).
           05 LS-PGM-HIST-COUNT          PIC 9(2).
           05 LS-PGM-HIST                PIC 9(6) OCCURS 7 TIMES.
       01 LS-PGM-IDX                      PIC 9(3).
       01 LS-HIST-IDX                     PIC 9(2).
       01 LS-BREACH-COUNT                 PIC 9(3) VALUE 0.
       01 LS-BREACH-TABLE OCCURS 500 TIMES.
           05 LS-BR-PROGRAM              PIC X(8).
           05 LS-BR-STARTED              PIC X(14).
           05 LS-BR-ELAPSED              PIC 9(6).
           05 LS-BR-BASELINE             PIC 9(6).
       01 LS-BR-IDX                       PIC 9(3).
       01 LS-OPEN-ERROR-COUNT             PIC 9(5) VALUE 0.
       01 LS-OPEN-ERROR-TABLE OCCURS 200 TIMES.
           05 LS-OE-TIMESTAMP            PIC X(14).
           05 LS-OE-PROGRAM              PIC X(8).
           05 LS-OE-KEY                  PIC X(40).
       01 LS-OE-IDX                       PIC 9(3).
       01 LS-DAILY-COUNT                  PIC 9(3) VALUE 0.
       01 LS-DAILY-TABLE OCCURS 62 TIMES.
           05 LS-DY-PATH                 PIC X(140).
           05 LS-DY-RECORDS              PIC 9(9).
           05 LS-DY-CHECKSUM             PIC 9(9).
       01 LS-DY-IDX                       PIC 9(3).
       01 LS-ACK-COUNT                    PIC 9(4) VALUE 0.
       01 LS-ACK-TABLE OCCURS 5000 TIMES.
           05 LS-ACK-TS                  PIC X(14).
           05 LS-ACK-PROG                PIC X(8).
       01 LS-ACK-IDX                      PIC 9(4).
       01 LS-ACK-FOUND                    PIC 9(1).
       01 LS-ADJUST-COUNT                 PIC 9(5) VALUE 0.
      *> Run-log parsing, as HANDOVER does it.
       01 LS-LINE-NAME                    PIC X(8).
       01 LS-REST                         PIC X(400).
       01 LS-REST-2                       PIC X(400).
       01 LS-JUNK                         PIC X(400).
       01 LS-START-TS                     PIC X(21).
       01 LS-END-TS                       PIC X(21).
       01 LS-ELAPSED                      PIC 9(6).
       01 LS-BASE-SUM                     PIC 9(9).
       01 LS-BASELINE                     PIC 9(6).
      *> Balancing-ledger tokens, as BALANCER takes them.
       01 LS-TOK-TS                       PIC X(14).
       01 LS-TOK-PROGRAM                  PIC X(8).
       01 LS-TOK-ROLE                     PIC X(3).
       01 LS-TOK-IN                       PIC X(20).
       01 LS-TOK-USED                     PIC X(20).
       01 LS-TOK-REJ                      PIC X(20).
       01 LS-BAL-IN                       PIC 9(9).
       01 LS-BAL-USED                     PIC 9(9).
       01 LS-BAL-REJ                      PIC 9(9).
       01 LS-DAY                          PIC 9(2).
       01 LS-DAY-DATE                     PIC X(8).
       01 LS-RECORDS                      PIC 9(9).
       01 LS-CHECKSUM                     PIC 9(9).
       01 LS-SUM-STATUS                   PIC X(2).
       01 LS-CHANGED-COUNT                PIC 9(3) VALUE 0.
       01 LS-MISSING-COUNT                PIC 9(3) VALUE 0.
       01 LS-DELTA                        PIC S9(9).
       01 LS-FIGURE                       PIC X(11).
       01 LS-PROGRAM                      PIC X(8).
      *> Report lines.
       01 LS-RPT-TITLE                    PIC X(132).
       01 LS-RPT-ARG-2                    PIC X(132).
       01 LS-OUT-LINE                     PIC X(132).
       01 LS-FIG-1                        PIC -(8)9.
       01 LS-FIG-2                        PIC -(8)9.
       01 LS-FIG-3                        PIC -(5)9.
       01 LS-FIG-4                        PIC -(5)9.
       01 LS-FIG-5                        PIC -(5)9.
       01 LS-FIG-6                        PIC -(5)9.
       01 LS-FIG-7                        PIC -(5)9.
       01 LS-FIG-8                        PIC -(5)9.
       01 LS-TOT-RUNS                     PIC S9(9) VALUE 0.
       01 LS-TOT-BREACHES                 PIC S9(9) VALUE 0.
       01 LS-TOT-ERRORS                   PIC S9(9) VALUE 0.
       01 LS-TOT-BREAKS                   PIC S9(9) VALUE 0.
       01 LS-COUNT-DISPLAY                PIC Z(4)9.
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-LOG-RESULT                   PIC X(200).
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW TO LS-START-RUN
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           MOVE 1 TO LS-ARG-PTR
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-PERIOD
               WITH POINTER LS-ARG-PTR
           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           IF LS-PERIOD IS NOT NUMERIC
               OR LS-PERIOD(5:2) < "01" OR LS-PERIOD(5:2) > "12"
               MOVE SPACES TO LS-MODE
           END-IF
           PERFORM LOCATE-FILES
           PERFORM READ-PERIOD-STATE

           EVALUATE LS-MODE
               WHEN "CLOSE"
                   MOVE 1 TO LS-ARG-PTR
                   UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                       INTO LS-MODE LS-PERIOD LS-ARG-3
                       WITH POINTER LS-ARG-PTR
                   MOVE SPACES TO LS-REASON
                   IF LS-ARG-PTR <= LENGTH OF LS-COMMAND-LINE
                       MOVE LS-COMMAND-LINE(LS-ARG-PTR:) TO LS-REASON
                   END-IF
                   IF LS-ARG-3 = "FORCE"
                       MOVE 1 TO LS-FORCED
                       IF LS-REASON = SPACES
                           DISPLAY "PERIOD: FORCE needs a reason, "
                               "which is recorded with the close"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   PERFORM CLOSE-PERIOD
               WHEN "ADJUST"
                   MOVE 1 TO LS-ARG-PTR
                   UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
                       INTO LS-MODE LS-PERIOD LS-ARG-3 LS-ARG-4 LS-ARG-5
                       WITH POINTER LS-ARG-PTR
                   MOVE SPACES TO LS-REASON
                   IF LS-ARG-PTR <= LENGTH OF LS-COMMAND-LINE
                       MOVE LS-COMMAND-LINE(LS-ARG-PTR:) TO LS-REASON
                   END-IF
                   PERFORM POST-ADJUSTMENT
               WHEN "REPORT"
                   PERFORM REPRINT-PERIOD-REPORT
               WHEN OTHER
                   DISPLAY "PERIOD: usage: period CLOSE <yyyymm> "
                       "[FORCE <reason>]"
                   DISPLAY "PERIOD:        period ADJUST <yyyymm> "
                       "<program> <figure> <delta> <reason>"
                   DISPLAY "PERIOD:        period REPORT <yyyymm>"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOCATE-FILES.
           CALL "GET-PARAMETER" USING
               "PERIODDIR           " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-PERIOD-DIR
           CALL "GET-PARAMETER" USING
               "PERIODCTL           " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CONTROL-PATH
           IF LS-CONTROL-PATH = SPACES
               MOVE "period.control.dat" TO LS-CONTROL-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "EXCDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-EXCDIR
           CALL "GET-PARAMETER" USING
               "BALDIR              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-BALDIR
           MOVE SPACES TO LS-ACK-PATH
           STRING FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
               "exceptions.ack.dat" DELIMITED BY SIZE
               INTO LS-ACK-PATH
           MOVE SPACES TO LS-SUMMARY-PATH
           STRING FUNCTION TRIM(LS-PERIOD-DIR) DELIMITED BY SIZE
               "period." DELIMITED BY SIZE
               LS-PERIOD DELIMITED BY SIZE
               ".summary" DELIMITED BY SIZE
               INTO LS-SUMMARY-PATH
           MOVE SPACES TO LS-ADJUST-PATH
           STRING FUNCTION TRIM(LS-PERIOD-DIR) DELIMITED BY SIZE
               "period." DELIMITED BY SIZE
               LS-PERIOD DELIMITED BY SIZE
               ".adjust" DELIMITED BY SIZE
               INTO LS-ADJUST-PATH
           MOVE SPACES TO LS-REPORT-PATH
           STRING FUNCTION TRIM(LS-PERIOD-DIR) DELIMITED BY SIZE
               "period." DELIMITED BY SIZE
               LS-PERIOD DELIMITED BY SIZE
               ".report" DELIMITED BY SIZE
               INTO LS-REPORT-PATH
           .

       READ-PERIOD-STATE.
           OPEN INPUT FD-CONTROL
           IF LS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CONTROL
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-CTL-PERIOD = LS-PERIOD
                           AND F-CTL-STATE = "CLOSED"
                           MOVE 1 TO LS-CLOSED
                           MOVE F-CTL-AT TO LS-CLOSED-AT
                           MOVE F-CTL-BY TO LS-CLOSED-BY
                           MOVE F-CTL-KIND TO LS-CLOSE-KIND
                           MOVE F-CTL-REASON TO LS-CLOSE-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-CONTROL
           .

      *> ---------------------------------------------------------
      *> CLOSE: roll up, refuse on open errors, summarise, mark.
      *> ---------------------------------------------------------
       CLOSE-PERIOD.
           IF LS-CLOSED = 1
               DISPLAY "PERIOD: " LS-PERIOD " was closed at "
                   LS-CLOSED-AT " by " FUNCTION TRIM(LS-CLOSED-BY)
                   "; post corrections with ADJUST"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF LS-PERIOD >= LS-NOW(1:6)
               DISPLAY "PERIOD: " LS-PERIOD " has not ended; only a "
                   "finished month can close"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DISPOSITIONS
           PERFORM COLLECT-RUN-LOG
           PERFORM COLLECT-DAILIES
           IF LS-OPEN-ERROR-COUNT > 0
               PERFORM LIST-OPEN-ERRORS
               IF LS-FORCED = 0
                   DISPLAY "PERIOD: " LS-PERIOD " not closed; "
                       "disposition the errors with EXCACK, or "
                       "close with FORCE <reason>"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LS-NOW(1:14) TO LS-CLOSED-AT
           MOVE LS-USER-ID TO LS-CLOSED-BY
           MOVE SPACES TO LS-CLOSE-REASON
           IF LS-FORCED = 1
               MOVE "FORCED" TO LS-CLOSE-KIND
               MOVE LS-REASON TO LS-CLOSE-REASON
           ELSE
               MOVE "NORMAL" TO LS-CLOSE-KIND
           END-IF
           PERFORM WRITE-PERIOD-SUMMARY
           PERFORM MARK-PERIOD-CLOSED
           PERFORM PRINT-PERIOD-REPORT

           IF LS-FORCED = 1
               MOVE LS-OPEN-ERROR-COUNT TO LS-COUNT-DISPLAY
               MOVE LS-PERIOD TO LS-EXC-KEY
               MOVE SPACES TO LS-EXC-MESSAGE
               STRING "period closed by FORCE with " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
                   " open error(s), by " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-REASON) DELIMITED BY SIZE
                   INTO LS-EXC-MESSAGE
               CALL "WRITE-EXCEPTION" USING
                   "PERIOD  " "W" LS-EXC-KEY LS-EXC-MESSAGE
           END-IF
           MOVE LS-PROGRAM-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "PERIOD: " LS-PERIOD " closed ("
               FUNCTION TRIM(LS-CLOSE-KIND) "); "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " program(s), summary "
               FUNCTION TRIM(LS-SUMMARY-PATH) ", report "
               FUNCTION TRIM(LS-REPORT-PATH)
           MOVE LS-OPEN-ERROR-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-LOG-RESULT
           STRING "closed period=" DELIMITED BY SIZE
               LS-PERIOD DELIMITED BY SIZE
               " kind=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-CLOSE-KIND) DELIMITED BY SIZE
               " open-errors=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           PERFORM LOG-THIS-RUN
           IF LS-FORCED = 1
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *> Every disposition on file counts: an error someone has
      *> acknowledged, assigned or closed has been seen.
       LOAD-DISPOSITIONS.
           OPEN INPUT FD-ACK
           IF LS-ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-ACK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LS-ACK-COUNT < C-MAX-ACKS
                           ADD 1 TO LS-ACK-COUNT
                           MOVE F-ACK-TIMESTAMP
                               TO LS-ACK-TS(LS-ACK-COUNT)
                           MOVE F-ACK-PROGRAM
                               TO LS-ACK-PROG(LS-ACK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-ACK
           .

      *> Run-log line layout, as WRITE-RUN-LOG builds it:
      *> PROGNAME run=id user=id release=label file=path start=ts
      *> end=ts result=text
      *> Runs before the period only feed the SLA baselines.
       COLLECT-RUN-LOG.
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               DISPLAY "PERIOD: run log not found or unreadable: "
                   FUNCTION TRIM(LS-RUNLOG-PATH)
                   " (status " LS-RUNLOG-STATUS "); no runs rolled up"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-RUNLOG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TAKE-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE FD-RUNLOG
           .

       TAKE-ONE-RUN.
           IF FUNCTION TRIM(F-RUNLOG-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-LINE-NAME
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " "
               INTO LS-LINE-NAME
           MOVE SPACES TO LS-REST
           UNSTRING F-RUNLOG-RECORD DELIMITED BY "start="
               INTO LS-JUNK LS-REST
           IF LS-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-REST(1:21) TO LS-START-TS
           IF LS-START-TS(1:6) > LS-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REST-2
           UNSTRING LS-REST DELIMITED BY "end="
               INTO LS-JUNK LS-REST-2
           IF LS-REST-2 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LS-REST-2(1:21) TO LS-END-TS
           CALL "ELAPSED-SECONDS" USING
               LS-START-TS LS-END-TS LS-ELAPSED
           MOVE LS-LINE-NAME TO LS-PROGRAM
           PERFORM FIND-OR-ADD-PROGRAM
           IF LS-PGM-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF LS-START-TS(1:6) = LS-PERIOD
               ADD 1 TO LS-PGM-RUNS(LS-PGM-IDX)
               ADD LS-ELAPSED TO LS-PGM-ELAPSED(LS-PGM-IDX)
               PERFORM CHECK-RUN-AGAINST-BASELINE
           END-IF
           IF LS-PGM-HIST-COUNT(LS-PGM-IDX) = C-SLA-WINDOW
               PERFORM VARYING LS-HIST-IDX FROM 1 BY 1
                   UNTIL LS-HIST-IDX >= C-SLA-WINDOW
                   MOVE LS-PGM-HIST(LS-PGM-IDX, LS-HIST-IDX + 1)
                       TO LS-PGM-HIST(LS-PGM-IDX, LS-HIST-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO LS-PGM-HIST-COUNT(LS-PGM-IDX)
           END-IF
           MOVE LS-ELAPSED TO LS-PGM-HIST(LS-PGM-IDX,
               LS-PGM-HIST-COUNT(LS-PGM-IDX))
           .

       CHECK-RUN-AGAINST-BASELINE.
           IF LS-PGM-HIST-COUNT(LS-PGM-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BASE-SUM
           PERFORM VARYING LS-HIST-IDX FROM 1 BY 1
               UNTIL LS-HIST-IDX > LS-PGM-HIST-COUNT(LS-PGM-IDX)
               ADD LS-PGM-HIST(LS-PGM-IDX, LS-HIST-IDX) TO LS-BASE-SUM
           END-PERFORM
           COMPUTE LS-BASELINE =
               LS-BASE-SUM / LS-PGM-HIST-COUNT(LS-PGM-IDX)
           IF LS-BASELINE = 0
               OR LS-ELAPSED * 100 <= LS-BASELINE * C-SLA-THRESHOLD-PCT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-PGM-BREACHES(LS-PGM-IDX)
           IF LS-BREACH-COUNT < C-MAX-BREACHES
               ADD 1 TO LS-BREACH-COUNT
               MOVE LS-LINE-NAME TO LS-BR-PROGRAM(LS-BREACH-COUNT)
               MOVE LS-START-TS(1:14) TO LS-BR-STARTED(LS-BREACH-COUNT)
               MOVE LS-ELAPSED TO LS-BR-ELAPSED(LS-BREACH-COUNT)
               MOVE LS-BASELINE TO LS-BR-BASELINE(LS-BREACH-COUNT)
           END-IF
           .

       FIND-OR-ADD-PROGRAM.
           PERFORM VARYING LS-PGM-IDX FROM 1 BY 1
               UNTIL LS-PGM-IDX > LS-PROGRAM-COUNT
               IF LS-PGM-NAME(LS-PGM-IDX) = LS-PROGRAM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-PROGRAM-COUNT >= C-MAX-PROGRAMS
               MOVE 0 TO LS-PGM-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-PROGRAM-COUNT
           MOVE LS-PROGRAM-COUNT TO LS-PGM-IDX
           MOVE LS-PROGRAM TO LS-PGM-NAME(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-RUNS(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-ELAPSED(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-BREACHES(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-EXC-INFO(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-EXC-WARNING(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-EXC-ERROR(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-BAL-ENTRIES(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-BAL-BREAKS(LS-PGM-IDX)
           MOVE SPACE TO LS-PGM-ADJUSTED(LS-PGM-IDX)
           MOVE 0 TO LS-PGM-HIST-COUNT(LS-PGM-IDX)
           .

      *> One dated exception repository and one balancing ledger
      *> per day of the month, each fingerprinted as it is read.
       COLLECT-DAILIES.
           PERFORM VARYING LS-DAY FROM 1 BY 1 UNTIL LS-DAY > 31
               MOVE SPACES TO LS-DAY-DATE
               STRING LS-PERIOD LS-DAY DELIMITED BY SIZE
                   INTO LS-DAY-DATE
               MOVE SPACES TO LS-DAILY-PATH
               STRING FUNCTION TRIM(LS-EXCDIR) DELIMITED BY SIZE
                   "exceptions." DELIMITED BY SIZE
                   LS-DAY-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO LS-DAILY-PATH
               PERFORM COLLECT-ONE-REPOSITORY
               MOVE SPACES TO LS-DAILY-PATH
               STRING FUNCTION TRIM(LS-BALDIR) DELIMITED BY SIZE
                   "balance." DELIMITED BY SIZE
                   LS-DAY-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO LS-DAILY-PATH
               PERFORM COLLECT-ONE-LEDGER
           END-PERFORM
           .

       FINGERPRINT-DAILY.
           CALL "FILE-CHECKSUM" USING
               LS-DAILY-PATH LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
           ADD 1 TO LS-DAILY-COUNT
           MOVE LS-DAILY-PATH TO LS-DY-PATH(LS-DAILY-COUNT)
           MOVE LS-RECORDS TO LS-DY-RECORDS(LS-DAILY-COUNT)
           MOVE LS-CHECKSUM TO LS-DY-CHECKSUM(LS-DAILY-COUNT)
           .

       COLLECT-ONE-REPOSITORY.
           OPEN INPUT FD-EXCREPO
           IF LS-DAILY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-EXCREPO
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-EXC-PROGRAM NOT = SPACES
                           PERFORM TAKE-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-EXCREPO
           PERFORM FINGERPRINT-DAILY
           .

       TAKE-ONE-EXCEPTION.
           MOVE F-EXC-PROGRAM TO LS-PROGRAM
           PERFORM FIND-OR-ADD-PROGRAM
           IF LS-PGM-IDX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE F-EXC-SEVERITY
               WHEN "E"
                   ADD 1 TO LS-PGM-EXC-ERROR(LS-PGM-IDX)
                   PERFORM CHECK-ERROR-DISPOSITION
               WHEN "W"
                   ADD 1 TO LS-PGM-EXC-WARNING(LS-PGM-IDX)
               WHEN OTHER
                   ADD 1 TO LS-PGM-EXC-INFO(LS-PGM-IDX)
           END-EVALUATE
           .

       CHECK-ERROR-DISPOSITION.
           MOVE 0 TO LS-ACK-FOUND
           PERFORM VARYING LS-ACK-IDX FROM 1 BY 1
               UNTIL LS-ACK-IDX > LS-ACK-COUNT
               IF LS-ACK-TS(LS-ACK-IDX) = F-EXC-TIMESTAMP
                   AND LS-ACK-PROG(LS-ACK-IDX) = F-EXC-PROGRAM
                   MOVE 1 TO LS-ACK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-ACK-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-OPEN-ERROR-COUNT
           IF LS-OPEN-ERROR-COUNT <= C-MAX-OPEN-ERRORS
               MOVE F-EXC-TIMESTAMP
                   TO LS-OE-TIMESTAMP(LS-OPEN-ERROR-COUNT)
               MOVE F-EXC-PROGRAM TO LS-OE-PROGRAM(LS-OPEN-ERROR-COUNT)
               MOVE F-EXC-KEY TO LS-OE-KEY(LS-OPEN-ERROR-COUNT)
           END-IF
           .

      *> <ts14> <program8> <IN|OUT> in=n used=n rej=n <file>
       COLLECT-ONE-LEDGER.
           OPEN INPUT FD-BALANCE
           IF LS-DAILY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-BALANCE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(F-BALANCE-RECORD) NOT = SPACES
                           PERFORM TAKE-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-BALANCE
           PERFORM FINGERPRINT-DAILY
           .

       TAKE-ONE-BALANCE.
           MOVE SPACES TO LS-TOK-TS
           MOVE SPACES TO LS-TOK-PROGRAM
           MOVE SPACES TO LS-TOK-ROLE
           MOVE SPACES TO LS-TOK-IN
           MOVE SPACES TO LS-TOK-USED
           MOVE SPACES TO LS-TOK-REJ
           UNSTRING F-BALANCE-RECORD DELIMITED BY ALL " "
               INTO LS-TOK-TS LS-TOK-PROGRAM LS-TOK-ROLE
                    LS-TOK-IN LS-TOK-USED LS-TOK-REJ
           MOVE LS-TOK-PROGRAM TO LS-PROGRAM
           PERFORM FIND-OR-ADD-PROGRAM
           IF LS-PGM-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-PGM-BAL-ENTRIES(LS-PGM-IDX)
           IF LS-TOK-ROLE NOT = "IN"
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-BAL-IN = FUNCTION NUMVAL(LS-TOK-IN(4:9))
           COMPUTE LS-BAL-USED = FUNCTION NUMVAL(LS-TOK-USED(6:9))
           COMPUTE LS-BAL-REJ = FUNCTION NUMVAL(LS-TOK-REJ(5:9))
           IF LS-BAL-IN NOT = LS-BAL-USED + LS-BAL-REJ
               ADD 1 TO LS-PGM-BAL-BREAKS(LS-PGM-IDX)
           END-IF
           .

       LIST-OPEN-ERRORS.
           MOVE LS-OPEN-ERROR-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "PERIOD: " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " error(s) in " LS-PERIOD " with no disposition:"
           PERFORM VARYING LS-OE-IDX FROM 1 BY 1
               UNTIL LS-OE-IDX > LS-OPEN-ERROR-COUNT
               OR LS-OE-IDX > C-MAX-OPEN-ERRORS
               DISPLAY "PERIOD:   " LS-OE-TIMESTAMP(LS-OE-IDX) " "
                   LS-OE-PROGRAM(LS-OE-IDX) " "
                   FUNCTION TRIM(LS-OE-KEY(LS-OE-IDX))
           END-PERFORM
           .

       WRITE-PERIOD-SUMMARY.
           OPEN OUTPUT FD-SUMMARY
           IF LS-SUMMARY-STATUS NOT = "00"
               DISPLAY "PERIOD: ERROR OPENING " LS-SUMMARY-PATH
                   " STATUS=" LS-SUMMARY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PERIOD-HEADER-RECORD
           MOVE "H" TO PH-TYPE
           MOVE LS-PERIOD TO PH-PERIOD
           MOVE LS-CLOSED-AT TO PH-CLOSED-AT
           MOVE LS-CLOSED-BY TO PH-CLOSED-BY
           MOVE LS-CLOSE-KIND TO PH-CLOSE-KIND
           MOVE LS-CLOSE-REASON TO PH-REASON
           WRITE PERIOD-HEADER-RECORD
           PERFORM VARYING LS-PGM-IDX FROM 1 BY 1
               UNTIL LS-PGM-IDX > LS-PROGRAM-COUNT
               IF LS-PGM-RUNS(LS-PGM-IDX) > 0
                   OR LS-PGM-EXC-INFO(LS-PGM-IDX) > 0
                   OR LS-PGM-EXC-WARNING(LS-PGM-IDX) > 0
                   OR LS-PGM-EXC-ERROR(LS-PGM-IDX) > 0
                   OR LS-PGM-BAL-ENTRIES(LS-PGM-IDX) > 0
                   MOVE SPACES TO PERIOD-PROGRAM-RECORD
                   MOVE "P" TO PP-TYPE
                   MOVE LS-PGM-NAME(LS-PGM-IDX) TO PP-PROGRAM
                   MOVE LS-PGM-RUNS(LS-PGM-IDX) TO PP-RUNS
                   MOVE LS-PGM-ELAPSED(LS-PGM-IDX) TO PP-ELAPSED
                   MOVE LS-PGM-BREACHES(LS-PGM-IDX) TO PP-SLA-BREACHES
                   MOVE LS-PGM-EXC-INFO(LS-PGM-IDX) TO PP-EXC-INFO
                   MOVE LS-PGM-EXC-WARNING(LS-PGM-IDX)
                       TO PP-EXC-WARNING
                   MOVE LS-PGM-EXC-ERROR(LS-PGM-IDX) TO PP-EXC-ERROR
                   MOVE LS-PGM-BAL-ENTRIES(LS-PGM-IDX)
                       TO PP-BAL-ENTRIES
                   MOVE LS-PGM-BAL-BREAKS(LS-PGM-IDX) TO PP-BAL-BREAKS
                   WRITE PERIOD-PROGRAM-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING LS-BR-IDX FROM 1 BY 1
               UNTIL LS-BR-IDX > LS-BREACH-COUNT
               MOVE SPACES TO PERIOD-BREACH-RECORD
               MOVE "S" TO PB-TYPE
               MOVE LS-BR-PROGRAM(LS-BR-IDX) TO PB-PROGRAM
               MOVE LS-BR-STARTED(LS-BR-IDX) TO PB-STARTED
               MOVE LS-BR-ELAPSED(LS-BR-IDX) TO PB-ELAPSED
               MOVE LS-BR-BASELINE(LS-BR-IDX) TO PB-BASELINE
               WRITE PERIOD-BREACH-RECORD
           END-PERFORM
           PERFORM VARYING LS-OE-IDX FROM 1 BY 1
               UNTIL LS-OE-IDX > LS-OPEN-ERROR-COUNT
               OR LS-OE-IDX > C-MAX-OPEN-ERRORS
               MOVE SPACES TO PERIOD-OPEN-ERROR-RECORD
               MOVE "U" TO PU-TYPE
               MOVE LS-OE-TIMESTAMP(LS-OE-IDX) TO PU-TIMESTAMP
               MOVE LS-OE-PROGRAM(LS-OE-IDX) TO PU-PROGRAM
               MOVE LS-OE-KEY(LS-OE-IDX) TO PU-KEY
               WRITE PERIOD-OPEN-ERROR-RECORD
           END-PERFORM
           PERFORM VARYING LS-DY-IDX FROM 1 BY 1
               UNTIL LS-DY-IDX > LS-DAILY-COUNT
               MOVE SPACES TO PERIOD-DAILY-RECORD
               MOVE "D" TO PD-TYPE
               MOVE LS-DY-RECORDS(LS-DY-IDX) TO PD-RECORDS
               MOVE LS-DY-CHECKSUM(LS-DY-IDX) TO PD-CHECKSUM
               MOVE LS-DY-PATH(LS-DY-IDX) TO PD-PATH
               WRITE PERIOD-DAILY-RECORD
           END-PERFORM
           CLOSE FD-SUMMARY
           .

       MARK-PERIOD-CLOSED.
           OPEN EXTEND FD-CONTROL
           IF LS-CONTROL-STATUS = "05" OR LS-CONTROL-STATUS = "35"
               OPEN OUTPUT FD-CONTROL
           END-IF
           IF LS-CONTROL-STATUS NOT = "00"
               DISPLAY "PERIOD: ERROR OPENING " LS-CONTROL-PATH
                   " STATUS=" LS-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-CONTROL-RECORD
           MOVE LS-PERIOD TO F-CTL-PERIOD
           MOVE "CLOSED" TO F-CTL-STATE
           MOVE LS-CLOSED-AT TO F-CTL-AT
           MOVE LS-CLOSED-BY TO F-CTL-BY
           MOVE LS-CLOSE-KIND TO F-CTL-KIND
           MOVE LS-CLOSE-REASON TO F-CTL-REASON
           WRITE F-CONTROL-RECORD
           CLOSE FD-CONTROL
           .

      *> ---------------------------------------------------------
      *> ADJUST: the only correction a closed period takes.
      *> ---------------------------------------------------------
       POST-ADJUSTMENT.
           IF LS-CLOSED = 0
               DISPLAY "PERIOD: " LS-PERIOD " is not closed; correct "
                   "the dailies themselves and close it"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ARG-3(1:8) TO LS-PROGRAM
           MOVE LS-ARG-4(1:11) TO LS-FIGURE
           IF LS-PROGRAM = SPACES OR LS-REASON = SPACES
               OR LS-ARG-5 = SPACES
               OR FUNCTION TEST-NUMVAL(LS-ARG-5) NOT = 0
               OR (LS-FIGURE NOT = "RUNS" AND NOT = "ELAPSED"
                   AND NOT = "BREACHES" AND NOT = "EXC-I"
                   AND NOT = "EXC-W" AND NOT = "EXC-E"
                   AND NOT = "BAL-ENTRIES" AND NOT = "BAL-BREAKS")
               DISPLAY "PERIOD: ADJUST needs a program, a figure "
                   "(RUNS ELAPSED BREACHES EXC-I EXC-W EXC-E "
                   "BAL-ENTRIES BAL-BREAKS), a signed delta and a "
                   "reason"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-DELTA = FUNCTION NUMVAL(LS-ARG-5)
           OPEN EXTEND FD-ADJUST
           IF LS-ADJUST-STATUS = "05" OR LS-ADJUST-STATUS = "35"
               OPEN OUTPUT FD-ADJUST
           END-IF
           IF LS-ADJUST-STATUS NOT = "00"
               DISPLAY "PERIOD: ERROR OPENING " LS-ADJUST-PATH
                   " STATUS=" LS-ADJUST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PERIOD-ADJUST-RECORD
           MOVE LS-NOW(1:14) TO PA-POSTED-AT
           MOVE LS-USER-ID TO PA-POSTED-BY
           MOVE LS-PROGRAM TO PA-PROGRAM
           MOVE LS-FIGURE TO PA-FIGURE
           MOVE LS-DELTA TO PA-DELTA
           MOVE LS-REASON TO PA-REASON
           WRITE PERIOD-ADJUST-RECORD
           CLOSE FD-ADJUST
           MOVE LS-DELTA TO LS-FIG-1
           DISPLAY "PERIOD: adjustment posted to " LS-PERIOD ": "
               FUNCTION TRIM(LS-PROGRAM) " "
               FUNCTION TRIM(LS-FIGURE) " "
               FUNCTION TRIM(LS-FIG-1)
           MOVE SPACES TO LS-LOG-RESULT
           STRING "adjusted period=" DELIMITED BY SIZE
               LS-PERIOD DELIMITED BY SIZE
               " program=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-PROGRAM) DELIMITED BY SIZE
               " figure=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-FIGURE) DELIMITED BY SIZE
               " delta=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-FIG-1) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           PERFORM LOG-THIS-RUN
           .

      *> ---------------------------------------------------------
      *> REPORT: the closed period as summarised and adjusted.
      *> ---------------------------------------------------------
       REPRINT-PERIOD-REPORT.
           IF LS-CLOSED = 0
               DISPLAY "PERIOD: " LS-PERIOD " is not closed; there is "
                   "no period summary yet"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-SUMMARY
           PERFORM APPLY-ADJUSTMENTS
           PERFORM VERIFY-DAILIES
           PERFORM PRINT-PERIOD-REPORT
           MOVE LS-ADJUST-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "PERIOD: " LS-PERIOD " report reprinted with "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " adjustment(s) in "
               FUNCTION TRIM(LS-REPORT-PATH)
           IF LS-CHANGED-COUNT > 0
               MOVE LS-CHANGED-COUNT TO LS-COUNT-DISPLAY
               DISPLAY "PERIOD: " FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " daily file(s) rewritten since the close"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       LOAD-PERIOD-SUMMARY.
           OPEN INPUT FD-SUMMARY
           IF LS-SUMMARY-STATUS NOT = "00"
               DISPLAY "PERIOD: summary of closed period " LS-PERIOD
                   " not found: " FUNCTION TRIM(LS-SUMMARY-PATH)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-SUMMARY
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-SUMMARY-RECORD
               END-READ
           END-PERFORM
           CLOSE FD-SUMMARY
           .

       LOAD-ONE-SUMMARY-RECORD.
           EVALUATE PH-TYPE
               WHEN "P"
                   MOVE PP-PROGRAM TO LS-PROGRAM
                   PERFORM FIND-OR-ADD-PROGRAM
                   IF LS-PGM-IDX > 0
                       MOVE PP-RUNS TO LS-PGM-RUNS(LS-PGM-IDX)
                       MOVE PP-ELAPSED TO LS-PGM-ELAPSED(LS-PGM-IDX)
                       MOVE PP-SLA-BREACHES
                           TO LS-PGM-BREACHES(LS-PGM-IDX)
                       MOVE PP-EXC-INFO TO LS-PGM-EXC-INFO(LS-PGM-IDX)
                       MOVE PP-EXC-WARNING
                           TO LS-PGM-EXC-WARNING(LS-PGM-IDX)
                       MOVE PP-EXC-ERROR
                           TO LS-PGM-EXC-ERROR(LS-PGM-IDX)
                       MOVE PP-BAL-ENTRIES
                           TO LS-PGM-BAL-ENTRIES(LS-PGM-IDX)
                       MOVE PP-BAL-BREAKS
                           TO LS-PGM-BAL-BREAKS(LS-PGM-IDX)
                   END-IF
               WHEN "S"
                   IF LS-BREACH-COUNT < C-MAX-BREACHES
                       ADD 1 TO LS-BREACH-COUNT
                       MOVE PB-PROGRAM TO LS-BR-PROGRAM(LS-BREACH-COUNT)
                       MOVE PB-STARTED TO LS-BR-STARTED(LS-BREACH-COUNT)
                       MOVE PB-ELAPSED TO LS-BR-ELAPSED(LS-BREACH-COUNT)
                       MOVE PB-BASELINE
                           TO LS-BR-BASELINE(LS-BREACH-COUNT)
                   END-IF
               WHEN "U"
                   ADD 1 TO LS-OPEN-ERROR-COUNT
                   IF LS-OPEN-ERROR-COUNT <= C-MAX-OPEN-ERRORS
                       MOVE PU-TIMESTAMP
                           TO LS-OE-TIMESTAMP(LS-OPEN-ERROR-COUNT)
                       MOVE PU-PROGRAM
                           TO LS-OE-PROGRAM(LS-OPEN-ERROR-COUNT)
                       MOVE PU-KEY TO LS-OE-KEY(LS-OPEN-ERROR-COUNT)
                   END-IF
               WHEN "D"
                   IF LS-DAILY-COUNT < 62
                       ADD 1 TO LS-DAILY-COUNT
                       MOVE PD-PATH TO LS-DY-PATH(LS-DAILY-COUNT)
                       MOVE PD-RECORDS TO LS-DY-RECORDS(LS-DAILY-COUNT)
                       MOVE PD-CHECKSUM
                           TO LS-DY-CHECKSUM(LS-DAILY-COUNT)
                   END-IF
           END-EVALUATE
           .

       APPLY-ADJUSTMENTS.
           OPEN INPUT FD-ADJUST
           IF LS-ADJUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-ADJUST
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-ADJUST-COUNT
                       MOVE PA-PROGRAM TO LS-PROGRAM
                       PERFORM FIND-OR-ADD-PROGRAM
                       IF LS-PGM-IDX > 0
                           PERFORM APPLY-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-ADJUST
           .

       APPLY-ONE-ADJUSTMENT.
           MOVE "*" TO LS-PGM-ADJUSTED(LS-PGM-IDX)
           EVALUATE PA-FIGURE
               WHEN "RUNS"
                   ADD PA-DELTA TO LS-PGM-RUNS(LS-PGM-IDX)
               WHEN "ELAPSED"
                   ADD PA-DELTA TO LS-PGM-ELAPSED(LS-PGM-IDX)
               WHEN "BREACHES"
                   ADD PA-DELTA TO LS-PGM-BREACHES(LS-PGM-IDX)
               WHEN "EXC-I"
                   ADD PA-DELTA TO LS-PGM-EXC-INFO(LS-PGM-IDX)
               WHEN "EXC-W"
                   ADD PA-DELTA TO LS-PGM-EXC-WARNING(LS-PGM-IDX)
               WHEN "EXC-E"
                   ADD PA-DELTA TO LS-PGM-EXC-ERROR(LS-PGM-IDX)
               WHEN "BAL-ENTRIES"
                   ADD PA-DELTA TO LS-PGM-BAL-ENTRIES(LS-PGM-IDX)
               WHEN "BAL-BREAKS"
                   ADD PA-DELTA TO LS-PGM-BAL-BREAKS(LS-PGM-IDX)
           END-EVALUATE
           .

      *> A daily must still carry the checksum it had at the
      *> close. One rewritten since is reported and raised as an
      *> error; the adjustment file is the only place a closed
      *> month may change.
       VERIFY-DAILIES.
           PERFORM VARYING LS-DY-IDX FROM 1 BY 1
               UNTIL LS-DY-IDX > LS-DAILY-COUNT
               MOVE LS-DY-PATH(LS-DY-IDX) TO LS-DAILY-PATH
               CALL "FILE-CHECKSUM" USING
                   LS-DAILY-PATH LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
               EVALUATE TRUE
                   WHEN LS-SUM-STATUS NOT = "00"
                       ADD 1 TO LS-MISSING-COUNT
                   WHEN LS-RECORDS NOT = LS-DY-RECORDS(LS-DY-IDX)
                       OR LS-CHECKSUM NOT = LS-DY-CHECKSUM(LS-DY-IDX)
                       ADD 1 TO LS-CHANGED-COUNT
                       DISPLAY "PERIOD: " FUNCTION TRIM(LS-DAILY-PATH)
                           " no longer matches the close of "
                           LS-PERIOD
                       MOVE LS-DAILY-PATH(1:40) TO LS-EXC-KEY
                       MOVE SPACES TO LS-EXC-MESSAGE
                       STRING "daily of closed period " DELIMITED BY
                           SIZE
                           LS-PERIOD DELIMITED BY SIZE
                           " rewritten since the close; post "
                           DELIMITED BY SIZE
                           "corrections with PERIOD ADJUST"
                           DELIMITED BY SIZE
                           INTO LS-EXC-MESSAGE
                       CALL "WRITE-EXCEPTION" USING
                           "PERIOD  " "E" LS-EXC-KEY LS-EXC-MESSAGE
               END-EVALUATE
           END-PERFORM
           .

      *> ---------------------------------------------------------
      *> The printed period report, through the shared writer.
      *> ---------------------------------------------------------
       PRINT-PERIOD-REPORT.
           MOVE SPACES TO LS-RPT-TITLE
           STRING "PERIOD CLOSE - " LS-PERIOD DELIMITED BY SIZE
               INTO LS-RPT-TITLE
           CALL "REPORT-WRITER" USING
               "OPEN " LS-REPORT-PATH LS-RPT-TITLE
           MOVE SPACES TO LS-OUT-LINE
           STRING "CLOSED " LS-CLOSED-AT " BY "
               FUNCTION TRIM(LS-CLOSED-BY) "  "
               FUNCTION TRIM(LS-CLOSE-KIND)
               DELIMITED BY SIZE INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           IF LS-CLOSE-KIND = "FORCED"
               MOVE SPACES TO LS-OUT-LINE
               STRING "OVERRIDE: " FUNCTION TRIM(LS-CLOSE-REASON)
                   DELIMITED BY SIZE INTO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE

           MOVE "PROGRAM FIGURES (* = ADJUSTED AFTER THE CLOSE)"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "  PROGRAM        RUNS  ELAPSED-S   SLA-BR    EXC-I"
               & "    EXC-W    EXC-E  BAL-ENT  BAL-BRK"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING LS-PGM-IDX FROM 1 BY 1
               UNTIL LS-PGM-IDX > LS-PROGRAM-COUNT
               IF LS-PGM-RUNS(LS-PGM-IDX) NOT = 0
                   OR LS-PGM-EXC-INFO(LS-PGM-IDX) NOT = 0
                   OR LS-PGM-EXC-WARNING(LS-PGM-IDX) NOT = 0
                   OR LS-PGM-EXC-ERROR(LS-PGM-IDX) NOT = 0
                   OR LS-PGM-BAL-ENTRIES(LS-PGM-IDX) NOT = 0
                   OR LS-PGM-ADJUSTED(LS-PGM-IDX) = "*"
                   PERFORM PRINT-ONE-PROGRAM
               END-IF
           END-PERFORM

           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "SLA BREACHES (OVER 150% OF THE 7-RUN BASELINE)"
               TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           IF LS-BREACH-COUNT = 0
               MOVE "  (none)" TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING LS-BR-IDX FROM 1 BY 1
               UNTIL LS-BR-IDX > LS-BREACH-COUNT
               MOVE LS-BR-ELAPSED(LS-BR-IDX) TO LS-FIG-3
               MOVE LS-BR-BASELINE(LS-BR-IDX) TO LS-FIG-4
               MOVE SPACES TO LS-OUT-LINE
               STRING "  " LS-BR-PROGRAM(LS-BR-IDX) "  "
                   LS-BR-STARTED(LS-BR-IDX) "  ELAPSED " LS-FIG-3
                   "S  BASELINE " LS-FIG-4 "S"
                   DELIMITED BY SIZE INTO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-PERFORM

           IF LS-OPEN-ERROR-COUNT > 0
               MOVE SPACES TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
               MOVE "ERRORS OPEN AT THE FORCED CLOSE" TO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
               PERFORM VARYING LS-OE-IDX FROM 1 BY 1
                   UNTIL LS-OE-IDX > LS-OPEN-ERROR-COUNT
                   OR LS-OE-IDX > C-MAX-OPEN-ERRORS
                   MOVE SPACES TO LS-OUT-LINE
                   STRING "  " LS-OE-TIMESTAMP(LS-OE-IDX) "  "
                       LS-OE-PROGRAM(LS-OE-IDX) "  "
                       LS-OE-KEY(LS-OE-IDX)
                       DELIMITED BY SIZE INTO LS-OUT-LINE
                   PERFORM PUT-REPORT-LINE
               END-PERFORM
           END-IF

           IF LS-ADJUST-COUNT > 0
               PERFORM PRINT-ADJUSTMENTS
           END-IF

           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE LS-DAILY-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-OUT-LINE
           STRING "DAILY FILES ROLLED UP: "
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           IF LS-MODE = "REPORT"
               MOVE LS-CHANGED-COUNT TO LS-FIG-3
               MOVE LS-MISSING-COUNT TO LS-FIG-4
               MOVE SPACES TO LS-OUT-LINE
               STRING "  REWRITTEN SINCE THE CLOSE: " LS-FIG-3
                   "   NO LONGER ON FILE (ARCHIVED): " LS-FIG-4
                   DELIMITED BY SIZE INTO LS-OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF

           MOVE LS-TOT-RUNS TO LS-FIG-1
           MOVE LS-TOT-BREACHES TO LS-FIG-2
           MOVE LS-TOT-ERRORS TO LS-FIG-5
           MOVE LS-TOT-BREAKS TO LS-FIG-6
           MOVE SPACES TO LS-OUT-LINE
           STRING "RUNS " FUNCTION TRIM(LS-FIG-1)
               "  SLA BREACHES " FUNCTION TRIM(LS-FIG-2)
               "  ERRORS " FUNCTION TRIM(LS-FIG-5)
               "  BALANCING BREAKS " FUNCTION TRIM(LS-FIG-6)
               DELIMITED BY SIZE INTO LS-OUT-LINE
           CALL "REPORT-WRITER" USING
               "FOOT " LS-OUT-LINE LS-RPT-ARG-2
           CALL "REPORT-WRITER" USING
               "CLOSE" LS-OUT-LINE LS-RPT-ARG-2
           .

       PRINT-ONE-PROGRAM.
           ADD LS-PGM-RUNS(LS-PGM-IDX) TO LS-TOT-RUNS
           ADD LS-PGM-BREACHES(LS-PGM-IDX) TO LS-TOT-BREACHES
           ADD LS-PGM-EXC-ERROR(LS-PGM-IDX) TO LS-TOT-ERRORS
           ADD LS-PGM-BAL-BREAKS(LS-PGM-IDX) TO LS-TOT-BREAKS
           MOVE LS-PGM-RUNS(LS-PGM-IDX) TO LS-FIG-1
           MOVE LS-PGM-ELAPSED(LS-PGM-IDX) TO LS-FIG-2
           MOVE LS-PGM-BREACHES(LS-PGM-IDX) TO LS-FIG-3
           MOVE LS-PGM-EXC-INFO(LS-PGM-IDX) TO LS-FIG-4
           MOVE LS-PGM-EXC-WARNING(LS-PGM-IDX) TO LS-FIG-5
           MOVE LS-PGM-EXC-ERROR(LS-PGM-IDX) TO LS-FIG-6
           MOVE LS-PGM-BAL-ENTRIES(LS-PGM-IDX) TO LS-FIG-7
           MOVE LS-PGM-BAL-BREAKS(LS-PGM-IDX) TO LS-FIG-8
           MOVE SPACES TO LS-OUT-LINE
           STRING LS-PGM-ADJUSTED(LS-PGM-IDX) " "
               LS-PGM-NAME(LS-PGM-IDX) "  " LS-FIG-1 "  " LS-FIG-2
               "   " LS-FIG-3 "   " LS-FIG-4 "   " LS-FIG-5
               "   " LS-FIG-6 "   " LS-FIG-7 "   " LS-FIG-8
               DELIMITED BY SIZE INTO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           .

       PRINT-ADJUSTMENTS.
           MOVE SPACES TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "ADJUSTMENTS POSTED AFTER THE CLOSE" TO LS-OUT-LINE
           PERFORM PUT-REPORT-LINE
           OPEN INPUT FD-ADJUST
           IF LS-ADJUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-ADJUST
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE PA-DELTA TO LS-FIG-1
                       MOVE SPACES TO LS-OUT-LINE
                       STRING "  " PA-POSTED-AT "  "
                           PA-POSTED-BY(1:12) "  " PA-PROGRAM "  "
                           PA-FIGURE "  " LS-FIG-1 "  "
                           FUNCTION TRIM(PA-REASON)
                           DELIMITED BY SIZE INTO LS-OUT-LINE
                       PERFORM PUT-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE FD-ADJUST
           .

       PUT-REPORT-LINE.
           CALL "REPORT-WRITER" USING
               "LINE " LS-OUT-LINE LS-RPT-ARG-2
           .

       LOG-THIS-RUN.
           MOVE FUNCTION CURRENT-DATE TO LS-END-RUN
           MOVE LS-SUMMARY-PATH(1:100) TO LS-LOG-PATH
           CALL "WRITE-RUN-LOG" USING
               "PERIOD  " LS-LOG-PATH LS-START-RUN LS-END-RUN
               LS-LOG-RESULT
           .
