       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCTL.

      *> Feed header/trailer control and delivery-sequence check.
      *> MANIFEST proves a feed has the right count and checksum;
      *> it cannot tell Tuesday's file delivered twice from
      *> Wednesday's. A feed may now open with a header record and
      *> close with a trailer record:
      *>
      *>     HDR <sender-id> <feed-name> <business-date> <sequence>
      *>     ... data records ...
      *>     TRL <record-count>
      *>
      *>     feedctl <feed-path>
      *>         the pre-step run ahead of the DAY program that
      *>         reads the feed. The trailer count must match the
      *>         data records between header and trailer, and the
      *>         sequence must be exactly one past the last one
      *>         accepted for that feed name: a repeat is rejected
      *>         as DUPLICATE, an earlier one as OUT-OF-ORDER, a
      *>         later one as MISSING (a delivery never arrived).
      *>         A rejection is an error in the exception
      *>         repository and return code 8, and the feed is left
      *>         untouched. An accepted feed is kept whole as
      *>         "<feed-path>.received" and rewritten in place with
      *>         header and trailer stripped, so the DAY program
      *>         reads plain data; an existing ".manifest" is
      *>         verified against the delivery first and re-cut for
      *>         the stripped file, so DAYBATCH's launch check
      *>         still holds.
      *>     feedctl SEQ <feed-name> <sequence>
      *>         set the last accepted sequence by hand - after a
      *>         missing delivery has been written off with the
      *>         sender, or to enrol a new feed at a known point.
      *>
      *> A feed with no header is not under sequence control and
      *> passes unchanged (return code 0), as does one already
      *> stripped by an earlier run of the same night.
      *>
      *> The control master, "feeds.control.dat" or the FEEDCONTROL
      *> parameter, holds one line per feed name: sender, last
      *> sequence accepted, its business date, and when. Every check
      *> is also appended to "feeds.sequence.dat", which FEEDWATCH's
      *> late-feed report reads for the sequence gaps:
      *>
      *>     <date8> <hhmmss> <disposition> <feed-name> <expected>
      *>         <received> <feed-path>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-FEED ASSIGN TO LS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FEED-STATUS.
           SELECT FD-RECEIVED ASSIGN TO LS-RECEIVED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RECEIVED-STATUS.
           SELECT FD-CONTROL ASSIGN TO LS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CONTROL-STATUS.
           SELECT FD-SEQLOG ASSIGN TO LS-SEQLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SEQLOG-STATUS.
           SELECT FD-MANIFEST ASSIGN TO LS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-FEED.
       01  F-FEED-RECORD                  PIC X(3000).
       FD  FD-RECEIVED.
       01  F-RECEIVED-RECORD              PIC X(3000).
       FD  FD-CONTROL.
       01  F-CONTROL-RECORD.
           05 F-CTL-FEED-NAME             PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-CTL-SENDER                PIC X(10).
           05 FILLER                      PIC X(1).
           05 F-CTL-LAST-SEQ              PIC 9(6).
           05 FILLER                      PIC X(1).
           05 F-CTL-BUSINESS-DATE         PIC X(8).
           05 FILLER                      PIC X(1).
           05 F-CTL-ACCEPTED-AT           PIC X(14).
       FD  FD-SEQLOG.
       01  F-SEQLOG-RECORD                PIC X(300).
       FD  FD-MANIFEST.
       01  F-MANIFEST-RECORD              PIC X(80).

       LOCAL-STORAGE SECTION.
       01 C-MAX-FEEDS                    CONSTANT 100.
       01 LS-COMMAND-LINE                 PIC X(250).
       01 LS-ARG-1                        PIC X(200).
       01 LS-ARG-2                        PIC X(20).
       01 LS-ARG-3                        PIC X(10).
       01 LS-FEED-PATH                    PIC X(200).
       01 LS-FEED-STATUS                  PIC X(2).
       01 LS-RECEIVED-PATH                PIC X(209).
       01 LS-RECEIVED-STATUS              PIC X(2).
       01 LS-CONTROL-PATH                 PIC X(100).
       01 LS-CONTROL-STATUS               PIC X(2).
       01 LS-SEQLOG-PATH                  PIC X(100).
       01 LS-SEQLOG-STATUS                PIC X(2).
       01 LS-MANIFEST-PATH                PIC X(209).
       01 LS-MANIFEST-STATUS              PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-JOURNAL-TARGET               PIC X(200).
       01 LS-JOURNAL-STATUS               PIC X(2).
      *> The header, as delivered.
       01 LS-HDR-TAG                      PIC X(3).
       01 LS-HDR-SENDER                   PIC X(10).
       01 LS-HDR-FEED-NAME                PIC X(20).
       01 LS-HDR-BUSINESS-DATE            PIC X(8).
       01 LS-HDR-SEQ-TEXT                 PIC X(10).
       01 LS-HDR-SEQ                      PIC 9(6).
       01 LS-TRL-TAG                      PIC X(3).
       01 LS-TRL-COUNT-TEXT               PIC X(10).
       01 LS-TRL-COUNT                    PIC 9(9).
       01 LS-LAST-RECORD                  PIC X(3000).
       01 LS-TOTAL-RECORDS                PIC 9(9) VALUE 0.
       01 LS-DATA-RECORDS                 PIC 9(9) VALUE 0.
       01 LS-COPY-IDX                     PIC 9(9).
      *> The control master, held whole while one feed is checked.
       01 LS-CTL-COUNT                    PIC 9(3) VALUE 0.
       01 LS-CTL-TABLE OCCURS 100 TIMES.
           05 LS-CTL-FEED-NAME           PIC X(20).
           05 LS-CTL-SENDER              PIC X(10).
           05 LS-CTL-LAST-SEQ            PIC 9(6).
           05 LS-CTL-BUSINESS-DATE       PIC X(8).
           05 LS-CTL-ACCEPTED-AT         PIC X(14).
       01 LS-CTL-IDX                      PIC 9(3).
       01 LS-CTL-FOUND                    PIC 9(3).
       01 LS-EXPECTED-SEQ                 PIC 9(6).
       01 LS-MISSED-COUNT                 PIC 9(6).
       01 LS-DISPOSITION                  PIC X(12).
       01 LS-MAN-RECORDS                  PIC X(9).
       01 LS-MAN-CHECKSUM                 PIC X(9).
       01 LS-MAN-JUNK                     PIC X(80).
       01 LS-RECORDS                      PIC 9(9).
       01 LS-CHECKSUM                     PIC 9(9).
       01 LS-SUM-STATUS                   PIC X(2).
       01 LS-NOW                          PIC X(21).
       01 LS-START-RUN                    PIC X(21).
       01 LS-END-RUN                      PIC X(21).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-LOG-RESULT                   PIC X(200).
       01 LS-COUNT-DISPLAY                PIC Z(8)9.
       01 LS-COUNT-DISPLAY-2              PIC Z(8)9.
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW TO LS-START-RUN
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-ARG-1 LS-ARG-2 LS-ARG-3
           CALL "GET-PARAMETER" USING
               "FEEDCONTROL         " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CONTROL-PATH
           IF LS-CONTROL-PATH = SPACES
               MOVE "feeds.control.dat" TO LS-CONTROL-PATH
           END-IF
           MOVE "feeds.sequence.dat" TO LS-SEQLOG-PATH

           EVALUATE TRUE
               WHEN LS-ARG-1 = SPACES
                   DISPLAY "FEEDCTL: usage: feedctl <feed-path>"
                   DISPLAY "FEEDCTL:        feedctl SEQ <feed-name> "
                       "<sequence>"
                   MOVE 12 TO RETURN-CODE
               WHEN LS-ARG-1 = "SEQ"
                   PERFORM SET-LAST-SEQUENCE
               WHEN OTHER
                   MOVE LS-ARG-1 TO LS-FEED-PATH
                   PERFORM CHECK-ONE-FEED
           END-EVALUATE
           STOP RUN.

       CHECK-ONE-FEED.
           MOVE SPACES TO LS-RECEIVED-PATH
           STRING FUNCTION TRIM(LS-FEED-PATH) DELIMITED BY SIZE
               ".received" DELIMITED BY SIZE
               INTO LS-RECEIVED-PATH
           MOVE SPACES TO LS-MANIFEST-PATH
           STRING FUNCTION TRIM(LS-FEED-PATH) DELIMITED BY SIZE
               ".manifest" DELIMITED BY SIZE
               INTO LS-MANIFEST-PATH
           PERFORM SCAN-DELIVERY
           IF LS-HDR-TAG NOT = "HDR"
               OPEN INPUT FD-RECEIVED
               IF LS-RECEIVED-STATUS = "00"
                   CLOSE FD-RECEIVED
                   DISPLAY "FEEDCTL: " FUNCTION TRIM(LS-FEED-PATH)
                       " already stripped; delivery kept as "
                       FUNCTION TRIM(LS-RECEIVED-PATH)
               ELSE
                   DISPLAY "FEEDCTL: " FUNCTION TRIM(LS-FEED-PATH)
                       " has no header; not under sequence control"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-HEADER-AND-TRAILER
           PERFORM VERIFY-DELIVERY-MANIFEST
           PERFORM LOAD-CONTROL-MASTER
           PERFORM CHECK-DELIVERY-SEQUENCE
           PERFORM STRIP-CONTROL-RECORDS
           PERFORM RECUT-MANIFEST
           PERFORM ACCEPT-DELIVERY
           MOVE LS-DATA-RECORDS TO LS-COUNT-DISPLAY
           DISPLAY "FEEDCTL: " FUNCTION TRIM(LS-FEED-PATH)
               " accepted: " FUNCTION TRIM(LS-HDR-FEED-NAME)
               " sequence " LS-HDR-SEQ " business date "
               LS-HDR-BUSINESS-DATE ", "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " record(s)"
           MOVE FUNCTION CURRENT-DATE TO LS-END-RUN
           MOVE LS-FEED-PATH(1:100) TO LS-LOG-PATH
           MOVE SPACES TO LS-LOG-RESULT
           STRING "accepted=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-HDR-FEED-NAME) DELIMITED BY SIZE
               " seq=" DELIMITED BY SIZE
               LS-HDR-SEQ DELIMITED BY SIZE
               " records=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           CALL "WRITE-RUN-LOG" USING
               "FEEDCTL " LS-LOG-PATH LS-START-RUN LS-END-RUN
               LS-LOG-RESULT
           .

      *> One pass for the header (first record), the trailer
      *> (whatever record comes last) and the record count.
       SCAN-DELIVERY.
           MOVE SPACES TO LS-HDR-TAG
           OPEN INPUT FD-FEED
           IF LS-FEED-STATUS NOT = "00"
               DISPLAY "FEEDCTL: ERROR OPENING "
                   FUNCTION TRIM(LS-FEED-PATH)
                   " (status " LS-FEED-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-FEED
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-TOTAL-RECORDS
                       IF LS-TOTAL-RECORDS = 1
                           MOVE SPACES TO LS-HDR-SENDER
                           MOVE SPACES TO LS-HDR-FEED-NAME
                           MOVE SPACES TO LS-HDR-BUSINESS-DATE
                           MOVE SPACES TO LS-HDR-SEQ-TEXT
                           UNSTRING F-FEED-RECORD
                               DELIMITED BY ALL " "
                               INTO LS-HDR-TAG LS-HDR-SENDER
                                    LS-HDR-FEED-NAME
                                    LS-HDR-BUSINESS-DATE
                                    LS-HDR-SEQ-TEXT
                       END-IF
                       MOVE F-FEED-RECORD TO LS-LAST-RECORD
               END-READ
           END-PERFORM
           CLOSE FD-FEED
           .

       CHECK-HEADER-AND-TRAILER.
           IF LS-HDR-SENDER = SPACES OR LS-HDR-FEED-NAME = SPACES
               OR LS-HDR-BUSINESS-DATE IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(LS-HDR-SEQ-TEXT) NOT = 0
               MOVE "HEADER" TO LS-DISPOSITION
               MOVE "FEED HEADER MALFORMED: HDR <SENDER> <FEED> "
                   & "<YYYYMMDD> <SEQUENCE> EXPECTED"
                   TO LS-EXC-MESSAGE
               PERFORM REJECT-DELIVERY
           END-IF
           COMPUTE LS-HDR-SEQ = FUNCTION NUMVAL(LS-HDR-SEQ-TEXT)
           MOVE SPACES TO LS-TRL-TAG
           MOVE SPACES TO LS-TRL-COUNT-TEXT
           UNSTRING LS-LAST-RECORD DELIMITED BY ALL " "
               INTO LS-TRL-TAG LS-TRL-COUNT-TEXT
           IF LS-TOTAL-RECORDS < 2 OR LS-TRL-TAG NOT = "TRL"
               OR FUNCTION TEST-NUMVAL(LS-TRL-COUNT-TEXT) NOT = 0
               MOVE "NO-TRAILER" TO LS-DISPOSITION
               MOVE "FEED HAS A HEADER BUT NO TRL <COUNT> TRAILER; "
                   & "DELIVERY MAY BE TRUNCATED"
                   TO LS-EXC-MESSAGE
               PERFORM REJECT-DELIVERY
           END-IF
           COMPUTE LS-TRL-COUNT = FUNCTION NUMVAL(LS-TRL-COUNT-TEXT)
           COMPUTE LS-DATA-RECORDS = LS-TOTAL-RECORDS - 2
           IF LS-TRL-COUNT NOT = LS-DATA-RECORDS
               MOVE "COUNT" TO LS-DISPOSITION
               MOVE LS-TRL-COUNT TO LS-COUNT-DISPLAY
               MOVE LS-DATA-RECORDS TO LS-COUNT-DISPLAY-2
               MOVE SPACES TO LS-EXC-MESSAGE
               STRING "TRAILER COUNT " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-COUNT-DISPLAY)
                   DELIMITED BY SIZE
                   ", RECORDS DELIVERED " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-COUNT-DISPLAY-2)
                   DELIMITED BY SIZE
                   INTO LS-EXC-MESSAGE
               PERFORM REJECT-DELIVERY
           END-IF
           .

      *> The manifest FEEDWATCH cut on arrival describes the file
      *> as delivered, header and trailer included.
       VERIFY-DELIVERY-MANIFEST.
           OPEN INPUT FD-MANIFEST
           IF LS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-MANIFEST-RECORD
           READ FD-MANIFEST
               AT END
                   MOVE SPACES TO F-MANIFEST-RECORD
           END-READ
           CLOSE FD-MANIFEST
           MOVE SPACES TO LS-MAN-RECORDS
           MOVE SPACES TO LS-MAN-CHECKSUM
           UNSTRING F-MANIFEST-RECORD DELIMITED BY "records="
               INTO LS-MAN-JUNK LS-MAN-RECORDS
           UNSTRING F-MANIFEST-RECORD DELIMITED BY "checksum="
               INTO LS-MAN-JUNK LS-MAN-CHECKSUM
           CALL "FILE-CHECKSUM" USING
               LS-FEED-PATH LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
           IF LS-MAN-RECORDS NOT = LS-RECORDS
               OR LS-MAN-CHECKSUM NOT = LS-CHECKSUM
               MOVE "MANIFEST" TO LS-DISPOSITION
               MOVE "DELIVERY DOES NOT MATCH ITS MANIFEST"
                   TO LS-EXC-MESSAGE
               PERFORM REJECT-DELIVERY
           END-IF
           .

       CHECK-DELIVERY-SEQUENCE.
           PERFORM FIND-CONTROL-ENTRY
           IF LS-CTL-FOUND = 0
               MOVE LS-HDR-SEQ TO LS-EXPECTED-SEQ
               DISPLAY "FEEDCTL: " FUNCTION TRIM(LS-HDR-FEED-NAME)
                   " not on the control master; enrolled at "
                   "sequence " LS-HDR-SEQ
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-EXPECTED-SEQ = LS-CTL-LAST-SEQ(LS-CTL-FOUND) + 1
           IF LS-HDR-SEQ = LS-EXPECTED-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-EXC-MESSAGE
           EVALUATE TRUE
               WHEN LS-HDR-SEQ = LS-CTL-LAST-SEQ(LS-CTL-FOUND)
                   MOVE "DUPLICATE" TO LS-DISPOSITION
                   STRING "SEQUENCE " DELIMITED BY SIZE
                       LS-HDR-SEQ DELIMITED BY SIZE
                       " ALREADY ACCEPTED ON " DELIMITED BY SIZE
                       LS-CTL-ACCEPTED-AT(LS-CTL-FOUND)(1:8)
                       DELIMITED BY SIZE
                       "; DUPLICATE DELIVERY" DELIMITED BY SIZE
                       INTO LS-EXC-MESSAGE
               WHEN LS-HDR-SEQ < LS-CTL-LAST-SEQ(LS-CTL-FOUND)
                   MOVE "OUT-OF-ORDER" TO LS-DISPOSITION
                   STRING "SEQUENCE " DELIMITED BY SIZE
                       LS-HDR-SEQ DELIMITED BY SIZE
                       " IS BEHIND LAST ACCEPTED " DELIMITED BY SIZE
                       LS-CTL-LAST-SEQ(LS-CTL-FOUND)
                       DELIMITED BY SIZE
                       INTO LS-EXC-MESSAGE
               WHEN OTHER
                   MOVE "MISSING" TO LS-DISPOSITION
                   COMPUTE LS-MISSED-COUNT =
                       LS-HDR-SEQ - LS-EXPECTED-SEQ
                   MOVE LS-MISSED-COUNT TO LS-COUNT-DISPLAY
                   STRING "SEQUENCE " DELIMITED BY SIZE
                       LS-HDR-SEQ DELIMITED BY SIZE
                       " RECEIVED, " DELIMITED BY SIZE
                       LS-EXPECTED-SEQ DELIMITED BY SIZE
                       " EXPECTED: " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-COUNT-DISPLAY)
                       DELIMITED BY SIZE
                       " DELIVERY(S) NEVER RECEIVED"
                       DELIMITED BY SIZE
                       INTO LS-EXC-MESSAGE
           END-EVALUATE
           PERFORM REJECT-DELIVERY
           .

      *> The delivery is kept whole, then the feed is rewritten
      *> from it without the first and last records.
       STRIP-CONTROL-RECORDS.
           OPEN INPUT FD-FEED
           OPEN OUTPUT FD-RECEIVED
           IF LS-FEED-STATUS NOT = "00"
               OR LS-RECEIVED-STATUS NOT = "00"
               DISPLAY "FEEDCTL: ERROR OPENING "
                   FUNCTION TRIM(LS-RECEIVED-PATH)
                   " (status " LS-FEED-STATUS "/"
                   LS-RECEIVED-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-FEED
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       WRITE F-RECEIVED-RECORD FROM F-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE FD-FEED
           CLOSE FD-RECEIVED
           OPEN INPUT FD-RECEIVED
           OPEN OUTPUT FD-FEED
           IF LS-FEED-STATUS NOT = "00"
               OR LS-RECEIVED-STATUS NOT = "00"
               DISPLAY "FEEDCTL: ERROR OPENING "
                   FUNCTION TRIM(LS-FEED-PATH)
                   " for rewrite (status " LS-FEED-STATUS "/"
                   LS-RECEIVED-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO LS-COPY-IDX
           PERFORM UNTIL EXIT
               READ FD-RECEIVED
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-COPY-IDX
                       IF LS-COPY-IDX > 1
                           AND LS-COPY-IDX < LS-TOTAL-RECORDS
                           WRITE F-FEED-RECORD
                               FROM F-RECEIVED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-RECEIVED
           CLOSE FD-FEED
           .

       RECUT-MANIFEST.
           OPEN INPUT FD-MANIFEST
           IF LS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE FD-MANIFEST
           CALL "FILE-CHECKSUM" USING
               LS-FEED-PATH LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
           OPEN OUTPUT FD-MANIFEST
           IF LS-MANIFEST-STATUS NOT = "00"
               DISPLAY "FEEDCTL: ERROR OPENING "
                   FUNCTION TRIM(LS-MANIFEST-PATH)
                   " (status " LS-MANIFEST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-MANIFEST-RECORD
           STRING "records=" DELIMITED BY SIZE
               LS-RECORDS DELIMITED BY SIZE
               " checksum=" DELIMITED BY SIZE
               LS-CHECKSUM DELIMITED BY SIZE
               INTO F-MANIFEST-RECORD
           WRITE F-MANIFEST-RECORD
           CLOSE FD-MANIFEST
           .

       ACCEPT-DELIVERY.
           IF LS-CTL-FOUND = 0
               IF LS-CTL-COUNT >= C-MAX-FEEDS
                   DISPLAY "FEEDCTL: control master full ("
                       C-MAX-FEEDS " feeds); "
                       FUNCTION TRIM(LS-HDR-FEED-NAME)
                       " not enrolled"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LS-CTL-COUNT
               MOVE LS-CTL-COUNT TO LS-CTL-FOUND
               MOVE LS-HDR-FEED-NAME TO LS-CTL-FEED-NAME(LS-CTL-FOUND)
           END-IF
           MOVE LS-HDR-SENDER TO LS-CTL-SENDER(LS-CTL-FOUND)
           MOVE LS-HDR-SEQ TO LS-CTL-LAST-SEQ(LS-CTL-FOUND)
           MOVE LS-HDR-BUSINESS-DATE
               TO LS-CTL-BUSINESS-DATE(LS-CTL-FOUND)
           MOVE LS-NOW(1:14) TO LS-CTL-ACCEPTED-AT(LS-CTL-FOUND)
           PERFORM REWRITE-CONTROL-MASTER
           MOVE "ACCEPTED" TO LS-DISPOSITION
           PERFORM LOG-SEQUENCE-CHECK
           .

      *> Nothing about the delivery is changed on a rejection:
      *> the feed stays as delivered for the sender to be asked
      *> about, and the DAY step behind this one does not run.
       REJECT-DELIVERY.
           PERFORM LOG-SEQUENCE-CHECK
           DISPLAY "FEEDCTL: " FUNCTION TRIM(LS-FEED-PATH)
               " rejected (" FUNCTION TRIM(LS-DISPOSITION) "): "
               FUNCTION TRIM(LS-EXC-MESSAGE)
           MOVE SPACES TO LS-EXC-KEY
           IF LS-HDR-FEED-NAME NOT = SPACES
               MOVE LS-HDR-FEED-NAME TO LS-EXC-KEY
           ELSE
               MOVE LS-FEED-PATH(1:40) TO LS-EXC-KEY
           END-IF
           CALL "WRITE-EXCEPTION" USING
               "FEEDCTL " "E" LS-EXC-KEY LS-EXC-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

       LOG-SEQUENCE-CHECK.
           OPEN EXTEND FD-SEQLOG
           IF LS-SEQLOG-STATUS = "05" OR LS-SEQLOG-STATUS = "35"
               OPEN OUTPUT FD-SEQLOG
           END-IF
           IF LS-SEQLOG-STATUS NOT = "00"
               DISPLAY "FEEDCTL: cannot write sequence log "
                   FUNCTION TRIM(LS-SEQLOG-PATH)
                   " (status " LS-SEQLOG-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           IF LS-DISPOSITION = "HEADER" OR "NO-TRAILER"
               OR "COUNT" OR "MANIFEST" OR "RESYNC"
               MOVE LS-HDR-SEQ TO LS-EXPECTED-SEQ
           END-IF
           IF LS-HDR-FEED-NAME = SPACES
               MOVE "-" TO LS-HDR-FEED-NAME
           END-IF
           MOVE SPACES TO F-SEQLOG-RECORD
           STRING LS-NOW(1:8) " " LS-NOW(9:6) " "
               DELIMITED BY SIZE
               LS-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-HDR-FEED-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-EXPECTED-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-HDR-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-FEED-PATH) DELIMITED BY SIZE
               INTO F-SEQLOG-RECORD
           WRITE F-SEQLOG-RECORD
           CLOSE FD-SEQLOG
           .

      *> The operator's resync: the sequence given becomes the
      *> last one accepted, so the next delivery expected is one
      *> past it.
       SET-LAST-SEQUENCE.
           IF LS-ARG-2 = SPACES
               OR FUNCTION TEST-NUMVAL(LS-ARG-3) NOT = 0
               OR LS-ARG-3 = SPACES
               DISPLAY "FEEDCTL: SEQ needs <feed-name> <sequence>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-ARG-2 TO LS-HDR-FEED-NAME
           COMPUTE LS-HDR-SEQ = FUNCTION NUMVAL(LS-ARG-3)
           PERFORM LOAD-CONTROL-MASTER
           PERFORM FIND-CONTROL-ENTRY
           IF LS-CTL-FOUND = 0
               IF LS-CTL-COUNT >= C-MAX-FEEDS
                   DISPLAY "FEEDCTL: control master full ("
                       C-MAX-FEEDS " feeds)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LS-CTL-COUNT
               MOVE LS-CTL-COUNT TO LS-CTL-FOUND
               MOVE LS-HDR-FEED-NAME TO LS-CTL-FEED-NAME(LS-CTL-FOUND)
               MOVE SPACES TO LS-CTL-SENDER(LS-CTL-FOUND)
               MOVE SPACES TO LS-CTL-BUSINESS-DATE(LS-CTL-FOUND)
               MOVE 0 TO LS-CTL-LAST-SEQ(LS-CTL-FOUND)
           END-IF
           DISPLAY "FEEDCTL: " FUNCTION TRIM(LS-HDR-FEED-NAME)
               " last accepted sequence "
               LS-CTL-LAST-SEQ(LS-CTL-FOUND) " set to " LS-HDR-SEQ
           MOVE LS-HDR-SEQ TO LS-CTL-LAST-SEQ(LS-CTL-FOUND)
           MOVE LS-NOW(1:14) TO LS-CTL-ACCEPTED-AT(LS-CTL-FOUND)
           PERFORM REWRITE-CONTROL-MASTER
           MOVE "RESYNC" TO LS-DISPOSITION
           MOVE "-" TO LS-FEED-PATH
           PERFORM LOG-SEQUENCE-CHECK
           .

       LOAD-CONTROL-MASTER.
           OPEN INPUT FD-CONTROL
           IF LS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CONTROL
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF F-CTL-FEED-NAME NOT = SPACES
                           AND LS-CTL-COUNT < C-MAX-FEEDS
                           ADD 1 TO LS-CTL-COUNT
                           MOVE F-CTL-FEED-NAME
                               TO LS-CTL-FEED-NAME(LS-CTL-COUNT)
                           MOVE F-CTL-SENDER
                               TO LS-CTL-SENDER(LS-CTL-COUNT)
                           MOVE F-CTL-LAST-SEQ
                               TO LS-CTL-LAST-SEQ(LS-CTL-COUNT)
                           MOVE F-CTL-BUSINESS-DATE
                               TO LS-CTL-BUSINESS-DATE(LS-CTL-COUNT)
                           MOVE F-CTL-ACCEPTED-AT
                               TO LS-CTL-ACCEPTED-AT(LS-CTL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-CONTROL
           .

       FIND-CONTROL-ENTRY.
           MOVE 0 TO LS-CTL-FOUND
           PERFORM VARYING LS-CTL-IDX FROM 1 BY 1
               UNTIL LS-CTL-IDX > LS-CTL-COUNT
               IF LS-CTL-FEED-NAME(LS-CTL-IDX) = LS-HDR-FEED-NAME
                   MOVE LS-CTL-IDX TO LS-CTL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       REWRITE-CONTROL-MASTER.
           MOVE LS-CONTROL-PATH TO LS-JOURNAL-TARGET
           CALL "JOURNAL-FILE" USING
               "FEEDCTL " LS-JOURNAL-TARGET LS-JOURNAL-STATUS
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FEEDCTL: before-image journal failed "
                   "(status " LS-JOURNAL-STATUS "); control master "
                   "not rewritten"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-CONTROL
           IF LS-CONTROL-STATUS NOT = "00"
               DISPLAY "FEEDCTL: ERROR OPENING "
                   FUNCTION TRIM(LS-CONTROL-PATH)
                   " (status " LS-CONTROL-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-CTL-IDX FROM 1 BY 1
               UNTIL LS-CTL-IDX > LS-CTL-COUNT
               MOVE SPACES TO F-CONTROL-RECORD
               MOVE LS-CTL-FEED-NAME(LS-CTL-IDX) TO F-CTL-FEED-NAME
               MOVE LS-CTL-SENDER(LS-CTL-IDX) TO F-CTL-SENDER
               MOVE LS-CTL-LAST-SEQ(LS-CTL-IDX) TO F-CTL-LAST-SEQ
               MOVE LS-CTL-BUSINESS-DATE(LS-CTL-IDX)
                   TO F-CTL-BUSINESS-DATE
               MOVE LS-CTL-ACCEPTED-AT(LS-CTL-IDX)
                   TO F-CTL-ACCEPTED-AT
               WRITE F-CONTROL-RECORD
           END-PERFORM
           CLOSE FD-CONTROL
           .
       END PROGRAM FEEDCTL.
