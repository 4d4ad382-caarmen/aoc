       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLIB.

      *> Maintenance for the DAY17 program library. Chronospatial
      *> programs used to live one per input file with their
      *> register values, the same program copied into dozens of
      *> files with nothing to say which copy was authoritative.
      *> The library holds each program once per version, keyed by
      *> name and version, with its owner, the date it takes
      *> effect and its status -
      *>
      *>     proglib ADD <name> <version> <program-file> <owner>
      *>         [<effective-yyyymmdd>]
      *>         take the opcode list from an existing program
      *>         file's "Program:" line and file it as a DRAFT,
      *>         effective today unless a date is given. A version
      *>         once filed is never overwritten; changes go in as
      *>         a new version.
      *>     proglib APPROVE <name> <version> <initials>
      *>         sign off a DRAFT version. The version must have
      *>         been through DAY17 COMPARE first - normally against
      *>         the version in force - and the run log must carry
      *>         an EQUIVALENT verdict for exactly its opcode list;
      *>         without one it is refused.
      *>     proglib RETIRE <name> <version>
      *>         withdraw a DRAFT or APPROVED version.
      *>     proglib LIST
      *>         the library listing report, "<library>.listing",
      *>         with the version in force for each name marked.
      *>     proglib APPLY <library> <txn-file>
      *>         the transactions above from a file, one per line
      *>         without the leading "proglib" (ADD ..., APPROVE
      *>         ..., RETIRE ...), applied in order - the form
      *>         MAKECHK submits and applies a library change in.
      *>     proglib IMAGE <library> <image-file>
      *>         unload every library record, one line each, as the
      *>         record stands.
      *>     proglib RELOAD <library> <image-file>
      *>         rebuild the library from an image, once RESTORE
      *>         has put a journalled image back.
      *>
      *> ADD, APPROVE, RETIRE and APPLY change the library, so they
      *> go through MAINT-RELEASE and FREEZE-RELEASE first like the
      *> other master-maintenance programs. Just before the change
      *> the library is unloaded to "<library>.image" and the image
      *> journalled under PROGLIB; afterwards the change goes on the
      *> run log with its transaction count. RELOAD, the way back
      *> from a bad change, is held to the freeze calendar only, as
      *> RESTORE is.
      *>
      *> DAY17 runs a version straight from the library (day17
      *> LIBRARY <name> <version> ...). In the nightly batch only an
      *> APPROVED version whose effective date has arrived may run;
      *> the version in force for a name is the latest such one.
      *>
      *> The library is indexed: "program.library", or the
      *> PROGLIB runtime parameter, for the single transactions
      *> and LIST; APPLY, IMAGE and RELOAD name it.
      *>
      *> Returns 4 when a transaction is refused, 8 when a program
      *> file cannot be read or holds no valid program, an
      *> effective date or transaction line is malformed, or a
      *> version to approve has no clean COMPARE on record, 12 on a
      *> usage error, a run the release gates stop, or when the
      *> library cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LIBRARY ASSIGN TO LS-LIBRARY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS LS-LIBRARY-STATUS.
           SELECT FD-PROGRAM ASSIGN TO LS-ARG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PROGRAM-STATUS.
           SELECT FD-LISTING ASSIGN TO LS-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-LISTING-STATUS.
           SELECT FD-TXN ASSIGN TO LS-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-TXN-STATUS.
           SELECT FD-IMAGE ASSIGN TO LS-IMAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-IMAGE-STATUS.
           SELECT FD-RUNLOG ASSIGN TO LS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LIBRARY.
       COPY "proglib" IN "17".
       FD  FD-PROGRAM.
       01  F-PROGRAM-RECORD               PIC X(80).
       FD  FD-LISTING.
       01  F-LISTING-RECORD               PIC X(132).
       FD  FD-TXN.
       01  F-TXN-RECORD                   PIC X(200).
       FD  FD-IMAGE.
       01  F-IMAGE-RECORD                 PIC X(137).
       FD  FD-RUNLOG.
       01  F-RUNLOG-RECORD                PIC X(400).

       LOCAL-STORAGE SECTION.
       01 LS-COMMAND-LINE                 PIC X(160).
       01 LS-MODE                         PIC X(8).
       01 LS-ARG-LIBRARY                  PIC X(100).
       01 LS-ARG-FILE                     PIC X(100).
       01 LS-TXN-TEXT                     PIC X(200).
       01 LS-TXN-ACTION                   PIC X(8).
       01 LS-ARG-NAME                     PIC X(20).
       01 LS-ARG-VERSION                  PIC X(6).
       01 LS-ARG-PATH                     PIC X(100).
       01 LS-ARG-OWNER                    PIC X(20).
       01 LS-ARG-DATE                     PIC X(8).
       01 LS-ARG-INITIALS                 PIC X(3).
       01 LS-VERSION                      PIC 9(4).
       01 LS-LIBRARY-PATH                 PIC X(100).
       01 LS-LIBRARY-STATUS               PIC X(2).
       01 LS-PROGRAM-STATUS               PIC X(2).
       01 LS-LISTING-PATH                 PIC X(110).
       01 LS-LISTING-STATUS               PIC X(2).
       01 LS-TXN-PATH                     PIC X(100).
       01 LS-TXN-STATUS                   PIC X(2).
       01 LS-IMAGE-PATH                   PIC X(110).
       01 LS-IMAGE-STATUS                 PIC X(2).
       01 LS-RUNLOG-PATH                  PIC X(100).
       01 LS-RUNLOG-STATUS                PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-NOW                          PIC X(21).
       01 LS-RUN-END-TS                   PIC X(21).
       01 LS-RUN-RESULT                   PIC X(200).
       01 LS-RELEASED                     PIC X(1).
       01 LS-JOURNAL-TARGET               PIC X(200).
       01 LS-JOURNAL-STATUS               PIC X(2).
      *> The transaction in hand: a refusal leaves its reason and
      *> return code here, and the worst code is the run's.
       01 LS-REFUSAL                      PIC X(120).
       01 LS-TXN-RC                       PIC 9(2) VALUE 0.
       01 LS-WORST-RC                     PIC 9(2) VALUE 0.
       01 LS-TXN-TOTAL                    PIC 9(5) VALUE 0.
       01 LS-APPLIED-COUNT                PIC 9(5) VALUE 0.
       01 LS-REJECTED-COUNT               PIC 9(5) VALUE 0.
       01 LS-RECORD-COUNT                 PIC 9(5) VALUE 0.
      *> APPROVE: the run-log text a clean COMPARE of the version
      *> leaves behind.
       01 LS-NEEDLE                       PIC X(120).
       01 LS-NEEDLE-PTR                   PIC 9(3).
       01 LS-HITS                         PIC 9(3).
       01 LS-COMPARE-FOUND                PIC 9(1).
       01 LS-TOKEN-LEFT                   PIC X(80).
       01 LS-OPCODE-TEXT                  PIC X(80).
       01 LS-ITEM-COUNT                   PIC 9(3).
       01 LS-CHAR-IDX                     PIC 9(3).
       01 LS-CHAR                         PIC X(1).
       01 LS-EXPECT-DIGIT                 PIC 9(1).
       01 LS-BAD-PROGRAM                  PIC 9(1).
      *> LIST: the version in force for the name being listed.
       01 LS-CURRENT-NAME                 PIC X(16).
       01 LS-IN-FORCE-VERSION             PIC 9(4).
       01 LS-IN-FORCE-DATE                PIC 9(8).
       01 LS-MARK                         PIC X(1).
       01 LS-LISTED-COUNT                 PIC 9(5) VALUE 0.
       01 LS-DRAFT-COUNT                  PIC 9(5) VALUE 0.
       01 LS-APPROVED-COUNT               PIC 9(5) VALUE 0.
       01 LS-RETIRED-COUNT                PIC 9(5) VALUE 0.
       01 LS-SAVED-KEY                    PIC X(20).
       01 LS-VERSION-DISPLAY              PIC Z(3)9.
       01 LS-SIZE-DISPLAY                 PIC Z9.
       01 LS-COUNT-DISPLAY                PIC Z(4)9.
       01 LS-APPROVED-TEXT                PIC X(12).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-ARG-LIBRARY LS-ARG-FILE
           CALL "GET-PARAMETER" USING
               "PROGLIB             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-LIBRARY-PATH
           IF LS-LIBRARY-PATH = SPACES
               MOVE "program.library" TO LS-LIBRARY-PATH
           END-IF

           EVALUATE LS-MODE
               WHEN "ADD"
               WHEN "APPROVE"
               WHEN "RETIRE"
                   MOVE LS-COMMAND-LINE TO LS-TXN-TEXT
                   PERFORM PARSE-TRANSACTION
                   IF LS-REFUSAL NOT = SPACES
                       PERFORM DISPLAY-USAGE
                   END-IF
                   PERFORM CHANGE-LIBRARY
               WHEN "APPLY"
                   PERFORM TAKE-LIBRARY-ARGUMENTS
                   MOVE LS-ARG-FILE TO LS-TXN-PATH
                   PERFORM CHANGE-LIBRARY
               WHEN "IMAGE"
                   PERFORM TAKE-LIBRARY-ARGUMENTS
                   MOVE LS-ARG-FILE TO LS-IMAGE-PATH
                   PERFORM UNLOAD-LIBRARY
                   DISPLAY "PROGLIB: " LS-RECORD-COUNT " library "
                       "record(s) unloaded to "
                       FUNCTION TRIM(LS-IMAGE-PATH)
                   MOVE 0 TO RETURN-CODE
               WHEN "RELOAD"
                   PERFORM TAKE-LIBRARY-ARGUMENTS
                   MOVE LS-ARG-FILE TO LS-IMAGE-PATH
                   PERFORM RELOAD-LIBRARY
               WHEN "LIST"
                   PERFORM LIST-PROGRAM-LIBRARY
               WHEN OTHER
                   PERFORM DISPLAY-USAGE
           END-EVALUATE
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "PROGLIB: usage: proglib ADD <name> <version> "
               "<program-file> <owner> [<effective-yyyymmdd>]"
           DISPLAY "PROGLIB:        proglib APPROVE <name> <version> "
               "<initials>"
           DISPLAY "PROGLIB:        proglib RETIRE <name> <version>"
           DISPLAY "PROGLIB:        proglib LIST"
           DISPLAY "PROGLIB:        proglib APPLY <library> "
               "<txn-file>"
           DISPLAY "PROGLIB:        proglib IMAGE <library> "
               "<image-file>"
           DISPLAY "PROGLIB:        proglib RELOAD <library> "
               "<image-file>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       TAKE-LIBRARY-ARGUMENTS.
           IF LS-ARG-LIBRARY = SPACES OR LS-ARG-FILE = SPACES
               PERFORM DISPLAY-USAGE
           END-IF
           MOVE LS-ARG-LIBRARY TO LS-LIBRARY-PATH
           .

       OPEN-LIBRARY-FOR-UPDATE.
           OPEN I-O FD-LIBRARY
           IF LS-LIBRARY-STATUS = "05" OR LS-LIBRARY-STATUS = "35"
               OPEN OUTPUT FD-LIBRARY
               CLOSE FD-LIBRARY
               OPEN I-O FD-LIBRARY
           END-IF
           IF LS-LIBRARY-STATUS NOT = "00"
               DISPLAY "PROGLIB: cannot open program library "
                   FUNCTION TRIM(LS-LIBRARY-PATH)
                   " (status " LS-LIBRARY-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> One transaction (a single ADD, APPROVE or RETIRE) or a file
      *> of them (APPLY), through the same gates and trails as any
      *> other master change.
       CHANGE-LIBRARY.
      *> Where master changes need maker-checker approval, only a
      *> MAKECHK-approved batch gets past this point.
           CALL "MAINT-RELEASE" USING "PROGLIB  " LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Nor inside a change freeze on this master, short of an
      *> emergency override with its ticket.
           CALL "FREEZE-RELEASE" USING "PROGLIB  " "PROGLIB "
               LS-LIBRARY-PATH LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-MODE = "APPLY"
               OPEN INPUT FD-TXN
               IF LS-TXN-STATUS NOT = "00"
                   DISPLAY "PROGLIB: transaction file not found or "
                       "unreadable: " FUNCTION TRIM(LS-TXN-PATH)
                       " (status " LS-TXN-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM JOURNAL-LIBRARY
           PERFORM OPEN-LIBRARY-FOR-UPDATE
           IF LS-MODE = "APPLY"
               PERFORM UNTIL EXIT
                   READ FD-TXN
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF F-TXN-RECORD NOT = SPACES
                       AND F-TXN-RECORD(1:1) NOT = "*"
                       MOVE F-TXN-RECORD TO LS-TXN-TEXT
                       PERFORM APPLY-ONE-TRANSACTION
                   END-IF
               END-PERFORM
               CLOSE FD-TXN
           ELSE
               PERFORM APPLY-ONE-TRANSACTION
           END-IF
           CLOSE FD-LIBRARY
      *> The library change goes on the run log under the invoking
      *> user, with its transaction count, for the access audit.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           COMPUTE LS-TXN-TOTAL = LS-APPLIED-COUNT + LS-REJECTED-COUNT
           MOVE SPACES TO LS-RUN-RESULT
           STRING "txns=" LS-TXN-TOTAL " applied=" LS-APPLIED-COUNT
               " rejected=" LS-REJECTED-COUNT DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "PROGLIB " LS-LIBRARY-PATH LS-NOW LS-RUN-END-TS
               LS-RUN-RESULT
           IF LS-MODE = "APPLY"
               DISPLAY "PROGLIB: " LS-APPLIED-COUNT " applied, "
                   LS-REJECTED-COUNT " refused against "
                   FUNCTION TRIM(LS-LIBRARY-PATH)
           END-IF
           MOVE LS-WORST-RC TO RETURN-CODE
           .

      *> The library is indexed, so what goes in the before-image
      *> journal is its image, unloaded beside it. RESTORE puts the
      *> image back and RELOAD rebuilds the library from it.
       JOURNAL-LIBRARY.
           MOVE SPACES TO LS-IMAGE-PATH
           STRING FUNCTION TRIM(LS-LIBRARY-PATH) DELIMITED BY SIZE
               ".image" DELIMITED BY SIZE
               INTO LS-IMAGE-PATH
           PERFORM UNLOAD-LIBRARY
           MOVE SPACES TO LS-JOURNAL-TARGET
           MOVE LS-IMAGE-PATH TO LS-JOURNAL-TARGET
           CALL "JOURNAL-FILE" USING
               "PROGLIB " LS-JOURNAL-TARGET LS-JOURNAL-STATUS
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "PROGLIB: before-image journal failed "
                   "(status " LS-JOURNAL-STATUS "); library not "
                   "changed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> Every record in key order, as it stands. A library not
      *> created yet unloads as an empty image.
       UNLOAD-LIBRARY.
           MOVE 0 TO LS-RECORD-COUNT
           OPEN INPUT FD-LIBRARY
           IF LS-LIBRARY-STATUS NOT = "00"
               AND LS-LIBRARY-STATUS NOT = "05"
               AND LS-LIBRARY-STATUS NOT = "35"
               DISPLAY "PROGLIB: cannot open program library "
                   FUNCTION TRIM(LS-LIBRARY-PATH)
                   " (status " LS-LIBRARY-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-IMAGE
           IF LS-IMAGE-STATUS NOT = "00"
               DISPLAY "PROGLIB: ERROR OPENING " LS-IMAGE-PATH
                   " STATUS=" LS-IMAGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-LIBRARY-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-LIBRARY NEXT
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE PROGRAM-LIBRARY-RECORD TO F-IMAGE-RECORD
                   WRITE F-IMAGE-RECORD
                   ADD 1 TO LS-RECORD-COUNT
               END-PERFORM
               CLOSE FD-LIBRARY
           END-IF
           CLOSE FD-IMAGE
           .

      *> The library is rebuilt from scratch out of the image, so
      *> the run log records it as a change of every record.
       RELOAD-LIBRARY.
           CALL "FREEZE-RELEASE" USING "PROGLIB  " "PROGLIB "
               LS-LIBRARY-PATH LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FD-IMAGE
           IF LS-IMAGE-STATUS NOT = "00"
               DISPLAY "PROGLIB: library image not found or "
                   "unreadable: " FUNCTION TRIM(LS-IMAGE-PATH)
                   " (status " LS-IMAGE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-LIBRARY
           IF LS-LIBRARY-STATUS NOT = "00"
               DISPLAY "PROGLIB: cannot open program library "
                   FUNCTION TRIM(LS-LIBRARY-PATH)
                   " (status " LS-LIBRARY-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-IMAGE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE F-IMAGE-RECORD TO PROGRAM-LIBRARY-RECORD
               WRITE PROGRAM-LIBRARY-RECORD
                   INVALID KEY
                       DISPLAY "PROGLIB: duplicate image record "
                           PL-NAME " version " PL-VERSION
                           " not reloaded"
                       ADD 1 TO LS-REJECTED-COUNT
                       MOVE 4 TO LS-WORST-RC
                   NOT INVALID KEY
                       ADD 1 TO LS-APPLIED-COUNT
               END-WRITE
           END-PERFORM
           CLOSE FD-IMAGE
           CLOSE FD-LIBRARY
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           COMPUTE LS-TXN-TOTAL = LS-APPLIED-COUNT + LS-REJECTED-COUNT
           MOVE SPACES TO LS-RUN-RESULT
           STRING "txns=" LS-TXN-TOTAL " applied=" LS-APPLIED-COUNT
               " rejected=" LS-REJECTED-COUNT " reloaded from "
               FUNCTION TRIM(LS-IMAGE-PATH) DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "PROGLIB " LS-LIBRARY-PATH LS-NOW LS-RUN-END-TS
               LS-RUN-RESULT
           DISPLAY "PROGLIB: " LS-APPLIED-COUNT " library record(s) "
               "reloaded from " FUNCTION TRIM(LS-IMAGE-PATH)
           MOVE LS-WORST-RC TO RETURN-CODE
           .

       APPLY-ONE-TRANSACTION.
           PERFORM PARSE-TRANSACTION
           IF LS-REFUSAL = SPACES
               EVALUATE LS-TXN-ACTION
                   WHEN "ADD"
                       PERFORM ADD-PROGRAM-VERSION
                   WHEN "APPROVE"
                       PERFORM APPROVE-PROGRAM-VERSION
                   WHEN "RETIRE"
                       PERFORM RETIRE-PROGRAM-VERSION
               END-EVALUATE
           END-IF
           IF LS-REFUSAL = SPACES
               ADD 1 TO LS-APPLIED-COUNT
           ELSE
               ADD 1 TO LS-REJECTED-COUNT
               DISPLAY "PROGLIB: REFUSED - " FUNCTION TRIM(LS-REFUSAL)
               IF LS-TXN-RC > LS-WORST-RC
                   MOVE LS-TXN-RC TO LS-WORST-RC
               END-IF
           END-IF
           .

       PARSE-TRANSACTION.
           MOVE SPACES TO LS-REFUSAL
           MOVE 0 TO LS-TXN-RC
           MOVE SPACES TO LS-TXN-ACTION LS-ARG-NAME LS-ARG-VERSION
               LS-ARG-PATH LS-ARG-OWNER LS-ARG-DATE
           UNSTRING FUNCTION TRIM(LS-TXN-TEXT) DELIMITED BY ALL " "
               INTO LS-TXN-ACTION LS-ARG-NAME LS-ARG-VERSION
                    LS-ARG-PATH LS-ARG-OWNER LS-ARG-DATE
           MOVE LS-ARG-PATH(1:3) TO LS-ARG-INITIALS
           IF (LS-TXN-ACTION NOT = "ADD"
                   AND LS-TXN-ACTION NOT = "APPROVE"
                   AND LS-TXN-ACTION NOT = "RETIRE")
               OR LS-ARG-NAME = SPACES
               OR LS-ARG-NAME(17:4) NOT = SPACES
               OR LS-ARG-VERSION = SPACES
               OR FUNCTION TRIM(LS-ARG-VERSION) IS NOT NUMERIC
               OR (LS-TXN-ACTION = "ADD"
                   AND (LS-ARG-PATH = SPACES OR LS-ARG-OWNER = SPACES))
               OR (LS-TXN-ACTION = "APPROVE"
                   AND LS-ARG-INITIALS = SPACES)
               PERFORM REFUSE-MALFORMED
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-VERSION = FUNCTION NUMVAL(LS-ARG-VERSION)
           IF LS-VERSION = 0
               PERFORM REFUSE-MALFORMED
           END-IF
           .

       REFUSE-MALFORMED.
           MOVE SPACES TO LS-REFUSAL
           STRING "malformed transaction: " DELIMITED BY SIZE
               FUNCTION TRIM(LS-TXN-TEXT) DELIMITED BY SIZE
               INTO LS-REFUSAL
           MOVE 8 TO LS-TXN-RC
           .

       ADD-PROGRAM-VERSION.
           IF LS-ARG-DATE = SPACES
               MOVE LS-NOW(1:8) TO LS-ARG-DATE
           END-IF
           IF LS-ARG-DATE IS NOT NUMERIC
               STRING "effective date " DELIMITED BY SIZE
                   LS-ARG-DATE DELIMITED BY SIZE
                   " is not a yyyymmdd date" DELIMITED BY SIZE
                   INTO LS-REFUSAL
               MOVE 8 TO LS-TXN-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PROGRAM-FILE
           IF LS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PROGRAM-LIBRARY-RECORD
           MOVE LS-ARG-NAME TO PL-NAME
           MOVE LS-VERSION TO PL-VERSION
           MOVE "DRAFT" TO PL-STATUS
           MOVE LS-ARG-OWNER TO PL-OWNER
           MOVE LS-ARG-DATE TO PL-EFFECTIVE-DATE
           MOVE LS-NOW(1:8) TO PL-ADDED-DATE
           MOVE 0 TO PL-APPROVED-DATE
           MOVE LS-ITEM-COUNT TO PL-PROGRAM-SIZE
           MOVE LS-OPCODE-TEXT TO PL-OPCODES
           WRITE PROGRAM-LIBRARY-RECORD
               INVALID KEY
                   STRING FUNCTION TRIM(LS-ARG-NAME) DELIMITED BY SIZE
                       " version " LS-VERSION " is already in the "
                       "library; file the change as a new version"
                       DELIMITED BY SIZE
                       INTO LS-REFUSAL
                   MOVE 4 TO LS-TXN-RC
               NOT INVALID KEY
                   DISPLAY "PROGLIB: " FUNCTION TRIM(LS-ARG-NAME)
                       " version " LS-VERSION " filed as DRAFT, "
                       "effective " LS-ARG-DATE ", " LS-ITEM-COUNT
                       " program item(s)"
           END-WRITE
           .

      *> The opcode list comes from the "Program:" line of a
      *> program file in PARSE-FILE's layout: single digits 0-7,
      *> comma separated, an even count of at most 24.
       READ-PROGRAM-FILE.
           OPEN INPUT FD-PROGRAM
           IF LS-PROGRAM-STATUS NOT = "00"
               STRING "program file not found or unreadable: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LS-ARG-PATH) DELIMITED BY SIZE
                   " (status " LS-PROGRAM-STATUS ")" DELIMITED BY SIZE
                   INTO LS-REFUSAL
               MOVE 8 TO LS-TXN-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-OPCODE-TEXT
           PERFORM UNTIL EXIT
               READ FD-PROGRAM
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-PROGRAM-RECORD(1:7) = "Program"
                   UNSTRING F-PROGRAM-RECORD DELIMITED BY ": "
                       INTO LS-TOKEN-LEFT LS-OPCODE-TEXT
               END-IF
           END-PERFORM
           CLOSE FD-PROGRAM

           MOVE 0 TO LS-ITEM-COUNT
           MOVE 0 TO LS-BAD-PROGRAM
           MOVE 1 TO LS-EXPECT-DIGIT
           PERFORM VARYING LS-CHAR-IDX FROM 1 BY 1
               UNTIL LS-CHAR-IDX >
                   LENGTH OF FUNCTION TRIM(LS-OPCODE-TEXT)
               MOVE LS-OPCODE-TEXT(LS-CHAR-IDX:1) TO LS-CHAR
               EVALUATE TRUE
                   WHEN LS-EXPECT-DIGIT = 1
                       AND LS-CHAR >= "0" AND LS-CHAR <= "7"
                       ADD 1 TO LS-ITEM-COUNT
                       MOVE 0 TO LS-EXPECT-DIGIT
                   WHEN LS-EXPECT-DIGIT = 0 AND LS-CHAR = ","
                       MOVE 1 TO LS-EXPECT-DIGIT
                   WHEN OTHER
                       MOVE 1 TO LS-BAD-PROGRAM
               END-EVALUATE
           END-PERFORM
           IF LS-OPCODE-TEXT = SPACES OR LS-BAD-PROGRAM = 1
               OR LS-EXPECT-DIGIT = 1
               OR FUNCTION MOD(LS-ITEM-COUNT, 2) NOT = 0
               OR LS-ITEM-COUNT > 24
               STRING "no valid Program: line in " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-ARG-PATH) DELIMITED BY SIZE
                   INTO LS-REFUSAL
               MOVE 8 TO LS-TXN-RC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-OPCODE-TEXT) TO LS-OPCODE-TEXT
           .

       APPROVE-PROGRAM-VERSION.
           PERFORM READ-LIBRARY-ENTRY
           IF LS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PL-STATUS NOT = "DRAFT"
               STRING FUNCTION TRIM(LS-ARG-NAME) DELIMITED BY SIZE
                   " version " LS-VERSION " is " DELIMITED BY SIZE
                   FUNCTION TRIM(PL-STATUS) DELIMITED BY SIZE
                   "; only a DRAFT can be approved" DELIMITED BY SIZE
                   INTO LS-REFUSAL
               MOVE 4 TO LS-TXN-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-COMPARE-RECORDED
           IF LS-COMPARE-FOUND = 0
               STRING FUNCTION TRIM(LS-ARG-NAME) DELIMITED BY SIZE
                   " version " LS-VERSION " has no EQUIVALENT "
                   "DAY17 COMPARE on the run log; compare it with "
                   "the version in force first" DELIMITED BY SIZE
                   INTO LS-REFUSAL
               MOVE 8 TO LS-TXN-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "APPROVED" TO PL-STATUS
           MOVE LS-ARG-INITIALS TO PL-APPROVED-BY
           MOVE LS-NOW(1:8) TO PL-APPROVED-DATE
           REWRITE PROGRAM-LIBRARY-RECORD
           DISPLAY "PROGLIB: " FUNCTION TRIM(LS-ARG-NAME)
               " version " LS-VERSION " APPROVED by "
               LS-ARG-INITIALS ", effective " PL-EFFECTIVE-DATE
           .

      *> DAY17 COMPARE logs its verdict with the revised program's
      *> opcode list; the version is cleared when some DAY17 line
      *> carries an EQUIVALENT verdict for exactly its opcodes.
       CHECK-COMPARE-RECORDED.
           MOVE 0 TO LS-COMPARE-FOUND
           MOVE SPACES TO LS-NEEDLE
           MOVE 1 TO LS-NEEDLE-PTR
           STRING "result=COMPARE EQUIVALENT program="
               DELIMITED BY SIZE
               FUNCTION TRIM(PL-OPCODES) DELIMITED BY SIZE
               " original=" DELIMITED BY SIZE
               INTO LS-NEEDLE
               WITH POINTER LS-NEEDLE-PTR
           SUBTRACT 1 FROM LS-NEEDLE-PTR
           CALL "GET-PARAMETER" USING
               "RUNLOG              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-RUNLOG-PATH
           IF LS-RUNLOG-PATH = SPACES
               MOVE "runlog.dat" TO LS-RUNLOG-PATH
           END-IF
           OPEN INPUT FD-RUNLOG
           IF LS-RUNLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-RUNLOG
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-RUNLOG-RECORD(1:6) = "DAY17 "
                   MOVE 0 TO LS-HITS
                   INSPECT F-RUNLOG-RECORD TALLYING LS-HITS
                       FOR ALL LS-NEEDLE(1:LS-NEEDLE-PTR)
                   IF LS-HITS > 0
                       MOVE 1 TO LS-COMPARE-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FD-RUNLOG
           .

       RETIRE-PROGRAM-VERSION.
           PERFORM READ-LIBRARY-ENTRY
           IF LS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PL-STATUS = "RETIRED"
               STRING FUNCTION TRIM(LS-ARG-NAME) DELIMITED BY SIZE
                   " version " LS-VERSION " is already RETIRED"
                   DELIMITED BY SIZE
                   INTO LS-REFUSAL
               MOVE 4 TO LS-TXN-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "RETIRED" TO PL-STATUS
           REWRITE PROGRAM-LIBRARY-RECORD
           DISPLAY "PROGLIB: " FUNCTION TRIM(LS-ARG-NAME)
               " version " LS-VERSION " RETIRED"
           .

       READ-LIBRARY-ENTRY.
           MOVE SPACES TO PROGRAM-LIBRARY-RECORD
           MOVE LS-ARG-NAME TO PL-NAME
           MOVE LS-VERSION TO PL-VERSION
           READ FD-LIBRARY
               INVALID KEY
                   STRING FUNCTION TRIM(LS-ARG-NAME) DELIMITED BY SIZE
                       " version " LS-VERSION " is not in the "
                       "library" DELIMITED BY SIZE
                       INTO LS-REFUSAL
                   MOVE 4 TO LS-TXN-RC
           END-READ
           .

      *> Key order lists each name's versions together, oldest
      *> first. A name's versions are scanned once to find the one
      *> in force, then listed with it marked "*".
       LIST-PROGRAM-LIBRARY.
           OPEN INPUT FD-LIBRARY
           IF LS-LIBRARY-STATUS NOT = "00"
               DISPLAY "PROGLIB: program library not found: "
                   FUNCTION TRIM(LS-LIBRARY-PATH)
                   " (status " LS-LIBRARY-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING FUNCTION TRIM(LS-LIBRARY-PATH) DELIMITED BY SIZE
               ".listing" DELIMITED BY SIZE
               INTO LS-LISTING-PATH
           OPEN OUTPUT FD-LISTING
           IF LS-LISTING-STATUS NOT = "00"
               DISPLAY "PROGLIB: ERROR OPENING " LS-LISTING-PATH
                   " STATUS=" LS-LISTING-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-LISTING-RECORD
           STRING "PROGRAM LIBRARY LISTING - " DELIMITED BY SIZE
               FUNCTION TRIM(LS-LIBRARY-PATH) DELIMITED BY SIZE
               " AS OF " DELIMITED BY SIZE
               LS-NOW(1:8) DELIMITED BY SIZE
               INTO F-LISTING-RECORD
           WRITE F-LISTING-RECORD
           MOVE "  (* = VERSION IN FORCE: LATEST APPROVED VERSION "
               & "ALREADY EFFECTIVE)" TO F-LISTING-RECORD
           WRITE F-LISTING-RECORD
           MOVE SPACES TO F-LISTING-RECORD
           WRITE F-LISTING-RECORD
           MOVE "  NAME             VER  STATUS   OWNER             "
               & "   EFFECTIVE APPROVED     SIZE OPCODES"
               TO F-LISTING-RECORD
           WRITE F-LISTING-RECORD

           MOVE SPACES TO LS-CURRENT-NAME
           PERFORM UNTIL EXIT
               READ FD-LIBRARY NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF PL-NAME NOT = LS-CURRENT-NAME
                   PERFORM FIND-VERSION-IN-FORCE
               END-IF
               PERFORM LIST-ONE-ENTRY
           END-PERFORM
           CLOSE FD-LIBRARY

           MOVE SPACES TO F-LISTING-RECORD
           WRITE F-LISTING-RECORD
           MOVE LS-LISTED-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-LISTING-RECORD
           STRING "ENTRIES  " LS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO F-LISTING-RECORD
           WRITE F-LISTING-RECORD
           MOVE LS-DRAFT-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-LISTING-RECORD
           STRING "DRAFT    " LS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO F-LISTING-RECORD
           WRITE F-LISTING-RECORD
           MOVE LS-APPROVED-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-LISTING-RECORD
           STRING "APPROVED " LS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO F-LISTING-RECORD
           WRITE F-LISTING-RECORD
           MOVE LS-RETIRED-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-LISTING-RECORD
           STRING "RETIRED  " LS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO F-LISTING-RECORD
           WRITE F-LISTING-RECORD
           CLOSE FD-LISTING
           DISPLAY "PROGLIB: " LS-LISTED-COUNT " library "
               "entries listed to " FUNCTION TRIM(LS-LISTING-PATH)
           MOVE 0 TO RETURN-CODE
           .

      *> Read ahead through the new name's versions, then put the
      *> file back on the record that started the name.
       FIND-VERSION-IN-FORCE.
           MOVE PL-NAME TO LS-CURRENT-NAME
           MOVE PL-KEY TO LS-SAVED-KEY
           MOVE 0 TO LS-IN-FORCE-VERSION
           MOVE 0 TO LS-IN-FORCE-DATE
           PERFORM UNTIL EXIT
               IF PL-STATUS = "APPROVED"
                   AND PL-EFFECTIVE-DATE <= LS-NOW(1:8)
                   AND PL-EFFECTIVE-DATE >= LS-IN-FORCE-DATE
                   MOVE PL-VERSION TO LS-IN-FORCE-VERSION
                   MOVE PL-EFFECTIVE-DATE TO LS-IN-FORCE-DATE
               END-IF
               READ FD-LIBRARY NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF PL-NAME NOT = LS-CURRENT-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE LS-SAVED-KEY TO PL-KEY
           START FD-LIBRARY KEY IS = PL-KEY
           READ FD-LIBRARY NEXT
           .

       LIST-ONE-ENTRY.
           ADD 1 TO LS-LISTED-COUNT
           EVALUATE PL-STATUS
               WHEN "DRAFT"
                   ADD 1 TO LS-DRAFT-COUNT
               WHEN "APPROVED"
                   ADD 1 TO LS-APPROVED-COUNT
               WHEN "RETIRED"
                   ADD 1 TO LS-RETIRED-COUNT
           END-EVALUATE
           MOVE SPACE TO LS-MARK
           IF PL-VERSION = LS-IN-FORCE-VERSION
               MOVE "*" TO LS-MARK
           END-IF
           MOVE SPACES TO LS-APPROVED-TEXT
           IF PL-APPROVED-DATE NOT = 0
               STRING PL-APPROVED-DATE " " PL-APPROVED-BY
                   DELIMITED BY SIZE INTO LS-APPROVED-TEXT
           END-IF
           MOVE PL-VERSION TO LS-VERSION-DISPLAY
           MOVE PL-PROGRAM-SIZE TO LS-SIZE-DISPLAY
           MOVE SPACES TO F-LISTING-RECORD
           STRING LS-MARK " " PL-NAME " " LS-VERSION-DISPLAY " "
               PL-STATUS " " PL-OWNER " " PL-EFFECTIVE-DATE "  "
               LS-APPROVED-TEXT " " LS-SIZE-DISPLAY "   "
               FUNCTION TRIM(PL-OPCODES)
               DELIMITED BY SIZE
               INTO F-LISTING-RECORD
           WRITE F-LISTING-RECORD
           .
       END PROGRAM PROGLIB.
