      *>         the daily late/missing report: every calendar
      *>         feed's expected versus actual arrival for the
      *>         date, and each source's average lateness over
      *>         the recorded history, then the date's delivery-
      *>         sequence gaps: every duplicate, out-of-order or
      *>         missing sequence (and every other rejection)
      *>         FEEDCTL logged in feeds.sequence.dat.
      *>
      *> Calendar ("feeds.calendar", or the FEEDCAL environment
      *> variable), one feed per line:
           SELECT FD-MANIFEST ASSIGN TO LS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MANIFEST-STATUS.
           SELECT FD-SEQLOG ASSIGN TO LS-SEQLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SEQLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  F-PROBE-RECORD                 PIC X(1).
       FD  FD-MANIFEST.
       01  F-MANIFEST-RECORD              PIC X(80).
       FD  FD-SEQLOG.
      *> "<date8> <hhmmss> <disposition> <feed-name> <expected>
      *> <received> <path>", as FEEDCTL writes it
       01  F-SEQLOG-RECORD                PIC X(300).

       LOCAL-STORAGE SECTION.
       01 C-MAX-FEEDS                    CONSTANT 50.
       01 LS-PROBE-STATUS                 PIC X(2).
       01 LS-MANIFEST-PATH                PIC X(209).
       01 LS-MANIFEST-STATUS              PIC X(2).
       01 LS-SEQLOG-PATH                  PIC X(100).
       01 LS-SEQLOG-STATUS                PIC X(2).
       01 LS-SEQ-DATE                     PIC X(8).
       01 LS-SEQ-TIME                     PIC X(6).
       01 LS-SEQ-DISPOSITION              PIC X(12).
       01 LS-SEQ-FEED-NAME                PIC X(20).
       01 LS-SEQ-EXPECTED                 PIC X(6).
       01 LS-SEQ-RECEIVED                 PIC X(6).
       01 LS-SEQ-PATH                     PIC X(200).
       01 LS-GAP-COUNT                    PIC 9(3) VALUE 0.
       01 LS-FEED-COUNT                   PIC 9(2) VALUE 0.
       01 LS-FEED-TABLE OCCURS 50 TIMES.
           05 LS-FEED-PATH               PIC X(200).
               MOVE "feeds.calendar" TO LS-CAL-PATH
           END-IF
           MOVE "feeds.arrivals.dat" TO LS-ARRIVALS-PATH
           MOVE "feeds.sequence.dat" TO LS-SEQLOG-PATH

           PERFORM LOAD-FEED-CALENDAR
           EVALUATE LS-MODE
                   " avg " LS-LATE-DISPLAY " min over "
                   LS-SRC-RUNS(LS-SRC-IDX) " arrival(s)"
           END-PERFORM
           PERFORM REPORT-SEQUENCE-GAPS
           DISPLAY "FEEDWATCH: " LS-LATE-COUNT " late, "
               LS-MISSING-COUNT " missing, "
               LS-GAP-COUNT " sequence gap(s)"
           IF LS-LATE-COUNT > 0 OR LS-MISSING-COUNT > 0
               OR LS-GAP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *> A feed can land on time and still be the wrong delivery:
      *> the date's sequence rejections from FEEDCTL, and any hand
      *> resync, which writes a gap off rather than closing it.
       REPORT-SEQUENCE-GAPS.
           DISPLAY "DELIVERY SEQUENCE GAPS FOR " LS-REPORT-DATE
           OPEN INPUT FD-SEQLOG
           IF LS-SEQLOG-STATUS NOT = "00"
               DISPLAY "  (no sequence checks on record)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-SEQLOG
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO LS-SEQ-DATE LS-SEQ-TIME
                           LS-SEQ-DISPOSITION LS-SEQ-FEED-NAME
                           LS-SEQ-EXPECTED LS-SEQ-RECEIVED
                           LS-SEQ-PATH
                       UNSTRING F-SEQLOG-RECORD DELIMITED BY ALL " "
                           INTO LS-SEQ-DATE LS-SEQ-TIME
                                LS-SEQ-DISPOSITION LS-SEQ-FEED-NAME
                                LS-SEQ-EXPECTED LS-SEQ-RECEIVED
                                LS-SEQ-PATH
                       IF LS-SEQ-DATE = LS-REPORT-DATE
                           AND LS-SEQ-DISPOSITION NOT = "ACCEPTED"
                           ADD 1 TO LS-GAP-COUNT
                           DISPLAY "  " LS-SEQ-DISPOSITION " "
                               LS-SEQ-FEED-NAME " expected "
                               LS-SEQ-EXPECTED " received "
                               LS-SEQ-RECEIVED " at "
                               LS-SEQ-TIME(1:4) " "
                               FUNCTION TRIM(LS-SEQ-PATH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-SEQLOG
           .

      *> The whole arrivals history feeds the per-source trend;
      *> the report date's rows also fill in the feeds' actual
      *> arrival times.
