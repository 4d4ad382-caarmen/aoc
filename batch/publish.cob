       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLISH.

      *> Outbound answer publication with acknowledgment handshake.
      *> The night's answers leave the shop in one file for the
      *> downstream consumer, built only from a clean night, and
      *> the consumer's acknowledgment is watched for rather than
      *> assumed.
      *>
      *>     publish BUILD <control-file> [date]
      *>         the publication step at the end of the batch.
      *>         Refuses (return code 8, with an error in the
      *>         exception repository) when any DAYBATCH step of
      *>         the control file's night failed, or when any of
      *>         the night's answers differs from its certified
      *>         answer without a fresh CERTIFY sign-off. Otherwise
      *>         writes the outbound file: header, one detail per
      *>         DAY program and input (the latest run of the
      *>         date) with its certification status, and a
      *>         trailer carrying the counts and a hash.
      *>     publish WATCH [date] [cycles] [interval-seconds]
      *>         poll for the consumer's acknowledgment (default
      *>         60 cycles of 60 seconds). An acknowledgment still
      *>         missing at the PUBLISHACKBY time (hhmm, default
      *>         0800) on the publication date, or any time after
      *>         it, goes into the exception repository as an
      *>         error, where NOTIFY routes and escalates it like
      *>         any other.
      *>
      *> The outbound file is "answers.<date>.pub", in the
      *> PUBLISHDIR directory (with trailing slash) when that
      *> parameter is set; record layouts are in publish.cpy. The
      *> consumer acknowledges by dropping "<outbound>.ack" beside
      *> it, first line either
      *>
      *>     ACK <hash>          the trailer hash it verified
      *>     NAK <reason text>   the file was refused
      *>
      *> An ACK whose hash is not the published one is treated as
      *> a refusal: the consumer verified some other file.
      *>
      *> The step dispositions come from "<control-file>.status",
      *> or from the dated ".statusdone" copy once DAYBATCH has
      *> retired a finished night's status file. The certified
      *> master and the run log are the ones CERTIFY uses
      *> (CERTMASTER and RUNLOG parameters).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CERT ASSIGN TO LS-CERT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS LS-CERT-STATUS.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.
           SELECT FD-STATUS ASSIGN TO LS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-STATUS-STATUS.
           SELECT FD-OUTBOUND ASSIGN TO LS-OUTBOUND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-OUTBOUND-STATUS.
           SELECT FD-ACK ASSIGN TO LS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CERT.
       01  CERTIFIED-RECORD.
           05  CM-KEY.
               10  CM-PROGRAM              PIC X(8).
               10  CM-INPUT                PIC X(100).
           05  CM-RESULT                   PIC X(200).
           05  CM-SIGNED-BY                PIC X(3).
           05  CM-SIGNED-DATE              PIC X(8).
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).
       FD  FD-STATUS.
       01  F-STATUS-RECORD.
           05 F-STATUS-NAME               PIC X(40).
           05 F-STATUS-DISPOSITION        PIC X(20).
       FD  FD-OUTBOUND.
       COPY "publish" IN "batch".
       FD  FD-ACK.
       01  F-ACK-RECORD                   PIC X(200).

       LOCAL-STORAGE SECTION.
       01 C-MAX-ANSWERS                  CONSTANT 200.
       01 LS-COMMAND-LINE                 PIC X(160).
       01 LS-MODE                         PIC X(5).
       01 LS-ARG-1                        PIC X(100).
       01 LS-ARG-2                        PIC X(10).
       01 LS-ARG-3                        PIC X(10).
       01 LS-CONTROL-FILE                 PIC X(100).
       01 LS-PUBLISH-DATE                 PIC X(8).
       01 LS-CERT-PATH                    PIC X(100).
       01 LS-CERT-STATUS                  PIC X(2).
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-STATUS-PATH                  PIC X(200).
       01 LS-STATUS-STATUS                PIC X(2).
       01 LS-OUTBOUND-PATH                PIC X(200).
       01 LS-OUTBOUND-STATUS              PIC X(2).
       01 LS-ACK-PATH                     PIC X(200).
       01 LS-ACK-STATUS                   PIC X(2).
       01 LS-PUBLISH-DIR                  PIC X(100).
       01 LS-ACK-BY                       PIC X(4).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-LINE-NAME                    PIC X(8).
       01 LS-FILE-TOKEN                   PIC X(200).
       01 LS-RESULT-TEXT                  PIC X(200).
       01 LS-START-TS                     PIC X(21).
       01 LS-REST                         PIC X(400).
       01 LS-JUNK                         PIC X(400).
      *> The night's answers, latest run per program and input.
       01 LS-ANSWER-COUNT                 PIC 9(3) VALUE 0.
       01 LS-ANSWER-TABLE OCCURS 200 TIMES.
           05 LS-ANS-PROGRAM             PIC X(8).
           05 LS-ANS-INPUT               PIC X(100).
           05 LS-ANS-RESULT              PIC X(200).
           05 LS-ANS-CERT-STATUS         PIC X(11).
       01 LS-ANS-IDX                      PIC 9(3).
       01 LS-ANS-FOUND                    PIC 9(3).
       01 LS-STEP-COUNT                   PIC 9(3) VALUE 0.
       01 LS-FAILED-COUNT                 PIC 9(3) VALUE 0.
       01 LS-DRIFT-COUNT                  PIC 9(3) VALUE 0.
       01 LS-CERTIFIED-COUNT              PIC 9(5) VALUE 0.
       01 LS-UNCERTIFIED-COUNT            PIC 9(5) VALUE 0.
       01 LS-RECORDS                      PIC 9(9).
       01 LS-CHECKSUM                     PIC 9(9).
       01 LS-SUM-STATUS                   PIC X(2).
       01 LS-CYCLES                       PIC 9(4) VALUE 60.
       01 LS-INTERVAL                     PIC 9(4) VALUE 60.
       01 LS-CYCLE-IDX                    PIC 9(4).
       01 LS-ACK-SEEN                     PIC 9(1) VALUE 0.
       01 LS-ACK-OVERDUE                  PIC 9(1) VALUE 0.
       01 LS-ACK-VERB                     PIC X(3).
       01 LS-ACK-HASH                     PIC X(20).
       01 LS-ACK-REASON                   PIC X(200).
       01 LS-PUBLISHED-HASH               PIC X(9).
       01 LS-NOW                          PIC X(21).
       01 LS-START-RUN                    PIC X(21).
       01 LS-END-RUN                      PIC X(21).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-LOG-RESULT                   PIC X(200).
       01 LS-COUNT-DISPLAY                PIC Z(4)9.
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW TO LS-START-RUN
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-ARG-1 LS-ARG-2 LS-ARG-3
           CALL "GET-PARAMETER" USING
               "CERTMASTER          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-CERT-PATH
           IF LS-CERT-PATH = SPACES
               MOVE "certified.master" TO LS-CERT-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           CALL "GET-PARAMETER" USING
               "PUBLISHDIR          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-PUBLISH-DIR
           CALL "GET-PARAMETER" USING
               "PUBLISHACKBY        " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:4) TO LS-ACK-BY
           IF LS-ACK-BY = SPACES OR LS-ACK-BY IS NOT NUMERIC
               MOVE "0800" TO LS-ACK-BY
           END-IF

           EVALUATE LS-MODE
               WHEN "BUILD"
                   IF LS-ARG-1 = SPACES
                       DISPLAY "PUBLISH: BUILD needs <control-file>"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE LS-ARG-1 TO LS-CONTROL-FILE
                   MOVE LS-ARG-2(1:8) TO LS-PUBLISH-DATE
                   IF LS-PUBLISH-DATE = SPACES
                       MOVE LS-NOW(1:8) TO LS-PUBLISH-DATE
                   END-IF
                   PERFORM NAME-OUTBOUND-FILE
                   PERFORM BUILD-PUBLICATION
               WHEN "WATCH"
                   MOVE LS-ARG-1(1:8) TO LS-PUBLISH-DATE
                   IF LS-PUBLISH-DATE = SPACES
                       MOVE LS-NOW(1:8) TO LS-PUBLISH-DATE
                   END-IF
                   IF LS-ARG-2 NOT = SPACES
                       COMPUTE LS-CYCLES =
                           FUNCTION NUMVAL(LS-ARG-2)
                   END-IF
                   IF LS-ARG-3 NOT = SPACES
                       COMPUTE LS-INTERVAL =
                           FUNCTION NUMVAL(LS-ARG-3)
                   END-IF
                   PERFORM NAME-OUTBOUND-FILE
                   PERFORM WATCH-FOR-ACKNOWLEDGMENT
               WHEN OTHER
                   DISPLAY "PUBLISH: usage: publish BUILD "
                       "<control-file> [date]"
                   DISPLAY "PUBLISH:        publish WATCH [date] "
                       "[cycles] [interval-seconds]"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       NAME-OUTBOUND-FILE.
           MOVE SPACES TO LS-OUTBOUND-PATH
           STRING FUNCTION TRIM(LS-PUBLISH-DIR) DELIMITED BY SIZE
               "answers." DELIMITED BY SIZE
               LS-PUBLISH-DATE DELIMITED BY SIZE
               ".pub" DELIMITED BY SIZE
               INTO LS-OUTBOUND-PATH
           MOVE SPACES TO LS-ACK-PATH
           STRING FUNCTION TRIM(LS-OUTBOUND-PATH) DELIMITED BY SIZE
               ".ack" DELIMITED BY SIZE
               INTO LS-ACK-PATH
           .

      *> Nothing leaves the shop from a night with a failed step
      *> or an unexplained change of answer: both refusals are
      *> checked in full first, so the operator sees every reason
      *> at once rather than one per rerun.
       BUILD-PUBLICATION.
           PERFORM CHECK-STEP-DISPOSITIONS
           PERFORM COLLECT-NIGHT-ANSWERS
           PERFORM GRADE-AGAINST-CERTIFIED
           IF LS-FAILED-COUNT > 0 OR LS-DRIFT-COUNT > 0
               OR LS-ANSWER-COUNT = 0
               PERFORM REFUSE-PUBLICATION
           END-IF
           PERFORM WRITE-OUTBOUND-FILE
           MOVE LS-ANSWER-COUNT TO LS-COUNT-DISPLAY
           DISPLAY "PUBLISH: " FUNCTION TRIM(LS-OUTBOUND-PATH)
               " published, " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " answer(s), hash " LS-CHECKSUM
           IF LS-UNCERTIFIED-COUNT > 0
               MOVE LS-UNCERTIFIED-COUNT TO LS-COUNT-DISPLAY
               DISPLAY "PUBLISH:   "
                   FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " answer(s) published without a certified "
                   "baseline"
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LS-END-RUN
           MOVE LS-OUTBOUND-PATH(1:100) TO LS-LOG-PATH
           MOVE LS-ANSWER-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-LOG-RESULT
           STRING "published=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-COUNT-DISPLAY) DELIMITED BY SIZE
               " hash=" DELIMITED BY SIZE
               LS-CHECKSUM DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           CALL "WRITE-RUN-LOG" USING
               "PUBLISH " LS-LOG-PATH LS-START-RUN LS-END-RUN
               LS-LOG-RESULT
           .

      *> The live status file while DAYBATCH is still running the
      *> night (PUBLISH as its last step), the retired dated copy
      *> when run after the batch has closed.
       CHECK-STEP-DISPOSITIONS.
           MOVE SPACES TO LS-STATUS-PATH
           STRING FUNCTION TRIM(LS-CONTROL-FILE) DELIMITED BY SIZE
               ".status" DELIMITED BY SIZE
               INTO LS-STATUS-PATH
           OPEN INPUT FD-STATUS
           IF LS-STATUS-STATUS NOT = "00"
               MOVE SPACES TO LS-STATUS-PATH
               STRING FUNCTION TRIM(LS-CONTROL-FILE)
                   DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   LS-PUBLISH-DATE DELIMITED BY SIZE
                   ".statusdone" DELIMITED BY SIZE
                   INTO LS-STATUS-PATH
               OPEN INPUT FD-STATUS
           END-IF
           IF LS-STATUS-STATUS NOT = "00"
               DISPLAY "PUBLISH: no step status on file for "
                   FUNCTION TRIM(LS-CONTROL-FILE) " on "
                   LS-PUBLISH-DATE "; the night cannot be shown "
                   "to have run clean"
               ADD 1 TO LS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-STATUS
                   AT END
                       EXIT PERFORM
                   NOT AT END
      *> Quiesce and resume marks ("*...") are not steps.
                       IF F-STATUS-NAME NOT = SPACES
                           AND F-STATUS-NAME(1:1) NOT = "*"
                           ADD 1 TO LS-STEP-COUNT
                           IF F-STATUS-DISPOSITION(1:6) = "FAILED"
                               ADD 1 TO LS-FAILED-COUNT
                               DISPLAY "PUBLISH: step "
                                   FUNCTION TRIM(F-STATUS-NAME) " "
                                   FUNCTION TRIM(
                                       F-STATUS-DISPOSITION)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-STATUS
           .

      *> Every DAYnn run of the date; a rerun of the same program
      *> against the same input replaces the earlier answer, as
      *> the later run is the one that stands.
       COLLECT-NIGHT-ANSWERS.
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               DISPLAY "PUBLISH: run log not found or unreadable: "
                   FUNCTION TRIM(LS-RUNLOG-PATH)
                   " (status " LS-RUNLOG-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-RUNLOG INTO F-RUNLOG-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PARSE-RUNLOG-RECORD
                       IF LS-START-TS(1:8) = LS-PUBLISH-DATE
                           AND LS-LINE-NAME(1:3) = "DAY"
                           AND LS-LINE-NAME(4:2) IS NUMERIC
                           PERFORM NOTE-ONE-ANSWER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-RUNLOG
           .

       NOTE-ONE-ANSWER.
           MOVE 0 TO LS-ANS-FOUND
           PERFORM VARYING LS-ANS-IDX FROM 1 BY 1
               UNTIL LS-ANS-IDX > LS-ANSWER-COUNT
               IF LS-ANS-PROGRAM(LS-ANS-IDX) = LS-LINE-NAME
                   AND LS-ANS-INPUT(LS-ANS-IDX) =
                       LS-FILE-TOKEN(1:100)
                   MOVE LS-ANS-IDX TO LS-ANS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-ANS-FOUND = 0
               IF LS-ANSWER-COUNT >= C-MAX-ANSWERS
                   DISPLAY "PUBLISH: more than " C-MAX-ANSWERS
                       " answers on " LS-PUBLISH-DATE
                       "; the rest are not published"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-ANSWER-COUNT
               MOVE LS-ANSWER-COUNT TO LS-ANS-FOUND
               MOVE LS-LINE-NAME TO LS-ANS-PROGRAM(LS-ANS-FOUND)
               MOVE LS-FILE-TOKEN(1:100)
                   TO LS-ANS-INPUT(LS-ANS-FOUND)
           END-IF
           MOVE LS-RESULT-TEXT TO LS-ANS-RESULT(LS-ANS-FOUND)
           .

      *> An answer with a certified baseline must reproduce it to
      *> the character, as CERTIFY CHECK demands; one that differs
      *> is drift and blocks publication until someone re-signs it
      *> with CERTIFY SIGN. An answer nobody has certified yet is
      *> published, marked as such.
       GRADE-AGAINST-CERTIFIED.
           OPEN INPUT FD-CERT
           IF LS-CERT-STATUS NOT = "00"
               DISPLAY "PUBLISH: certified master not found: "
                   FUNCTION TRIM(LS-CERT-PATH)
                   "; every answer publishes uncertified"
           END-IF
           PERFORM VARYING LS-ANS-IDX FROM 1 BY 1
               UNTIL LS-ANS-IDX > LS-ANSWER-COUNT
               MOVE "UNCERTIFIED" TO LS-ANS-CERT-STATUS(LS-ANS-IDX)
               IF LS-CERT-STATUS = "00"
                   PERFORM GRADE-ONE-ANSWER
               END-IF
               IF LS-ANS-CERT-STATUS(LS-ANS-IDX) = "UNCERTIFIED"
                   ADD 1 TO LS-UNCERTIFIED-COUNT
               END-IF
           END-PERFORM
           IF LS-CERT-STATUS = "00"
               CLOSE FD-CERT
           END-IF
           .

       GRADE-ONE-ANSWER.
           MOVE SPACES TO CERTIFIED-RECORD
           MOVE LS-ANS-PROGRAM(LS-ANS-IDX) TO CM-PROGRAM
           MOVE LS-ANS-INPUT(LS-ANS-IDX) TO CM-INPUT
           READ FD-CERT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(CM-RESULT) =
               FUNCTION TRIM(LS-ANS-RESULT(LS-ANS-IDX))
               MOVE "CERTIFIED" TO LS-ANS-CERT-STATUS(LS-ANS-IDX)
               ADD 1 TO LS-CERTIFIED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "DRIFT" TO LS-ANS-CERT-STATUS(LS-ANS-IDX)
           ADD 1 TO LS-DRIFT-COUNT
           DISPLAY "PUBLISH: DRIFT " LS-ANS-PROGRAM(LS-ANS-IDX)
               " against " FUNCTION TRIM(LS-ANS-INPUT(LS-ANS-IDX))
           DISPLAY "PUBLISH:   certified: "
               FUNCTION TRIM(CM-RESULT)
               " (by " CM-SIGNED-BY " on " CM-SIGNED-DATE ")"
           DISPLAY "PUBLISH:   tonight:   "
               FUNCTION TRIM(LS-ANS-RESULT(LS-ANS-IDX))
           .

      *> No outbound file is written, so the consumer can never
      *> pick up a half-good night; the refusal is an error in the
      *> exception repository for NOTIFY to route.
       REFUSE-PUBLICATION.
           MOVE SPACES TO LS-EXC-MESSAGE
           EVALUATE TRUE
               WHEN LS-FAILED-COUNT > 0
                   MOVE LS-FAILED-COUNT TO LS-COUNT-DISPLAY
                   STRING "PUBLICATION REFUSED: " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-COUNT-DISPLAY)
                       DELIMITED BY SIZE
                       " FAILED OR UNRECORDED STEP(S)"
                       DELIMITED BY SIZE
                       INTO LS-EXC-MESSAGE
               WHEN LS-DRIFT-COUNT > 0
                   MOVE LS-DRIFT-COUNT TO LS-COUNT-DISPLAY
                   STRING "PUBLICATION REFUSED: " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-COUNT-DISPLAY)
                       DELIMITED BY SIZE
                       " ANSWER(S) DRIFT FROM CERTIFIED BASELINE"
                       DELIMITED BY SIZE
                       INTO LS-EXC-MESSAGE
               WHEN OTHER
                   MOVE "PUBLICATION REFUSED: NO DAY PROGRAM "
                       & "RESULTS ON THE RUN LOG"
                       TO LS-EXC-MESSAGE
           END-EVALUATE
           IF LS-FAILED-COUNT > 0 AND LS-DRIFT-COUNT > 0
               MOVE LS-DRIFT-COUNT TO LS-COUNT-DISPLAY
               MOVE SPACES TO LS-JUNK
               STRING FUNCTION TRIM(LS-EXC-MESSAGE)
                   DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-COUNT-DISPLAY)
                   DELIMITED BY SIZE
                   " DRIFTED" DELIMITED BY SIZE
                   INTO LS-JUNK
               MOVE LS-JUNK(1:120) TO LS-EXC-MESSAGE
           END-IF
           DISPLAY "PUBLISH: " FUNCTION TRIM(LS-EXC-MESSAGE)
           DISPLAY "PUBLISH: nothing published for "
               LS-PUBLISH-DATE
           MOVE SPACES TO LS-EXC-KEY
           MOVE LS-OUTBOUND-PATH(1:40) TO LS-EXC-KEY
           CALL "WRITE-EXCEPTION" USING
               "PUBLISH " "E" LS-EXC-KEY LS-EXC-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

      *> Header and details first; the hash is FILE-CHECKSUM's
      *> over exactly those records, so the consumer verifies with
      *> the same routine MANIFEST uses, then the trailer goes on
      *> the end.
       WRITE-OUTBOUND-FILE.
           OPEN OUTPUT FD-OUTBOUND
           IF LS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "PUBLISH: ERROR OPENING "
                   FUNCTION TRIM(LS-OUTBOUND-PATH)
                   " (status " LS-OUTBOUND-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PUBLISH-DETAIL-RECORD
           MOVE "H" TO PH-TYPE
           MOVE "ANSWERS" TO PH-SOURCE
           MOVE LS-PUBLISH-DATE TO PH-PUBLISH-DATE
           MOVE LS-NOW(1:14) TO PH-BUILT-AT
           WRITE PUBLISH-HEADER-RECORD
           PERFORM VARYING LS-ANS-IDX FROM 1 BY 1
               UNTIL LS-ANS-IDX > LS-ANSWER-COUNT
               MOVE SPACES TO PUBLISH-DETAIL-RECORD
               MOVE "D" TO PD-TYPE
               MOVE LS-ANS-PROGRAM(LS-ANS-IDX) TO PD-PROGRAM
               MOVE LS-ANS-CERT-STATUS(LS-ANS-IDX)
                   TO PD-CERT-STATUS
               MOVE LS-ANS-INPUT(LS-ANS-IDX) TO PD-INPUT
               MOVE LS-ANS-RESULT(LS-ANS-IDX) TO PD-RESULT
               WRITE PUBLISH-DETAIL-RECORD
           END-PERFORM
           CLOSE FD-OUTBOUND
           CALL "FILE-CHECKSUM" USING
               LS-OUTBOUND-PATH LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
           OPEN EXTEND FD-OUTBOUND
           IF LS-OUTBOUND-STATUS NOT = "00"
               OR LS-SUM-STATUS NOT = "00"
               DISPLAY "PUBLISH: ERROR OPENING "
                   FUNCTION TRIM(LS-OUTBOUND-PATH)
                   " for the trailer (status " LS-OUTBOUND-STATUS
                   "/" LS-SUM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PUBLISH-DETAIL-RECORD
           MOVE "T" TO PT-TYPE
           MOVE LS-ANSWER-COUNT TO PT-DETAIL-COUNT
           MOVE LS-CERTIFIED-COUNT TO PT-CERTIFIED-COUNT
           MOVE LS-RECORDS TO PT-HASHED-RECORDS
           MOVE LS-CHECKSUM TO PT-HASH
           WRITE PUBLISH-TRAILER-RECORD
           CLOSE FD-OUTBOUND
           .

      *> The handshake: the acknowledgment is polled for until it
      *> lands, the watch runs out, or the PUBLISHACKBY time
      *> passes on the publication date.
       WATCH-FOR-ACKNOWLEDGMENT.
           PERFORM READ-PUBLISHED-HASH
           PERFORM VARYING LS-CYCLE-IDX FROM 1 BY 1
               UNTIL LS-CYCLE-IDX > LS-CYCLES
               PERFORM PROBE-ACKNOWLEDGMENT
               IF LS-ACK-SEEN = 1
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION CURRENT-DATE TO LS-NOW
               IF LS-NOW(1:8) > LS-PUBLISH-DATE
                   OR (LS-NOW(1:8) = LS-PUBLISH-DATE
                       AND LS-NOW(9:4) >= LS-ACK-BY)
                   MOVE 1 TO LS-ACK-OVERDUE
                   EXIT PERFORM
               END-IF
               IF LS-CYCLE-IDX < LS-CYCLES
                   CALL "C$SLEEP" USING LS-INTERVAL
               END-IF
           END-PERFORM
           IF LS-ACK-SEEN = 1
               PERFORM CHECK-ACKNOWLEDGMENT
               EXIT PARAGRAPH
           END-IF
           IF LS-ACK-OVERDUE = 1
               DISPLAY "PUBLISH: no acknowledgment of "
                   FUNCTION TRIM(LS-OUTBOUND-PATH) " by "
                   LS-ACK-BY(1:2) ":" LS-ACK-BY(3:2)
               MOVE SPACES TO LS-EXC-MESSAGE
               STRING "NO CONSUMER ACKNOWLEDGMENT BY "
                   DELIMITED BY SIZE
                   LS-ACK-BY DELIMITED BY SIZE
                   " FOR PUBLICATION OF " DELIMITED BY SIZE
                   LS-PUBLISH-DATE DELIMITED BY SIZE
                   INTO LS-EXC-MESSAGE
               MOVE SPACES TO LS-EXC-KEY
               MOVE LS-OUTBOUND-PATH(1:40) TO LS-EXC-KEY
               CALL "WRITE-EXCEPTION" USING
                   "PUBLISH " "E" LS-EXC-KEY LS-EXC-MESSAGE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PUBLISH: watch ended with "
               FUNCTION TRIM(LS-OUTBOUND-PATH)
               " still unacknowledged; due by "
               LS-ACK-BY(1:2) ":" LS-ACK-BY(3:2)
           MOVE 4 TO RETURN-CODE
           .

      *> The trailer of the file actually published is what the
      *> acknowledgment must quote back.
       READ-PUBLISHED-HASH.
           OPEN INPUT FD-OUTBOUND
           IF LS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "PUBLISH: nothing published to watch: "
                   FUNCTION TRIM(LS-OUTBOUND-PATH)
                   " (status " LS-OUTBOUND-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LS-PUBLISHED-HASH
           PERFORM UNTIL EXIT
               READ FD-OUTBOUND
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PT-TYPE = "T"
                           MOVE PT-HASH TO LS-PUBLISHED-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-OUTBOUND
           IF LS-PUBLISHED-HASH = SPACES
               DISPLAY "PUBLISH: " FUNCTION TRIM(LS-OUTBOUND-PATH)
                   " has no trailer; rebuild it with "
                   "publish BUILD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       PROBE-ACKNOWLEDGMENT.
           OPEN INPUT FD-ACK
           IF LS-ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-ACK-RECORD
           READ FD-ACK
               AT END
                   MOVE SPACES TO F-ACK-RECORD
           END-READ
           CLOSE FD-ACK
           MOVE 1 TO LS-ACK-SEEN
           .

       CHECK-ACKNOWLEDGMENT.
           MOVE SPACES TO LS-ACK-VERB
           MOVE SPACES TO LS-ACK-HASH
           MOVE SPACES TO LS-ACK-REASON
           UNSTRING F-ACK-RECORD DELIMITED BY ALL " "
               INTO LS-ACK-VERB LS-ACK-HASH
           IF LS-ACK-VERB = "ACK"
               AND FUNCTION TRIM(LS-ACK-HASH) = LS-PUBLISHED-HASH
               DISPLAY "PUBLISH: " FUNCTION TRIM(LS-OUTBOUND-PATH)
                   " acknowledged, hash " LS-PUBLISHED-HASH
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-EXC-MESSAGE
           IF LS-ACK-VERB = "ACK"
               STRING "CONSUMER ACKNOWLEDGED HASH "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-ACK-HASH) DELIMITED BY SIZE
                   ", PUBLISHED " DELIMITED BY SIZE
                   LS-PUBLISHED-HASH DELIMITED BY SIZE
                   INTO LS-EXC-MESSAGE
           ELSE
               UNSTRING F-ACK-RECORD DELIMITED BY "NAK "
                   INTO LS-JUNK LS-ACK-REASON
               STRING "CONSUMER REFUSED PUBLICATION: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-ACK-REASON) DELIMITED BY SIZE
                   INTO LS-EXC-MESSAGE
           END-IF
           DISPLAY "PUBLISH: " FUNCTION TRIM(LS-EXC-MESSAGE)
           MOVE SPACES TO LS-EXC-KEY
           MOVE LS-OUTBOUND-PATH(1:40) TO LS-EXC-KEY
           CALL "WRITE-EXCEPTION" USING
               "PUBLISH " "E" LS-EXC-KEY LS-EXC-MESSAGE
           MOVE 8 TO RETURN-CODE
           .

      *> Run-log line layout, as WRITE-RUN-LOG builds it:
      *> PROGNAME file=path start=ts end=ts result=text
       PARSE-RUNLOG-RECORD.
           MOVE SPACES TO LS-LINE-NAME
           MOVE SPACES TO LS-FILE-TOKEN
           MOVE SPACES TO LS-RESULT-TEXT
           MOVE SPACES TO LS-START-TS
           IF FUNCTION TRIM(F-RUNLOG-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING F-RUNLOG-RECORD DELIMITED BY " "
               INTO LS-LINE-NAME
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
       END PROGRAM PUBLISH.
