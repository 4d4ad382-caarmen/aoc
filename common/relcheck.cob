       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-CHECK.

      *> Release stamp lookup for an executable about to be launched,
      *> called by DAYBATCH for each step and by DISPATCH for the
      *> binary it routes to. The executable is checksummed with the
      *> shared FILE-CHECKSUM routine and looked up in the release
      *> register ("releases.register", RELEASEREG parameter), which
      *> RELEASE STAMP maintains, one approved build per line:
      *>
      *>     <path> <checksum> <release-label> <approved yyyymmdd>
      *>            <approved-by>
      *>
      *> A path may have several approved builds over time; the
      *> latest line whose checksum matches names the release.
      *>
      *> OUT-LABEL is the release label when the build is approved.
      *> OUT-STATUS: "00" approved, "NR" the path is not in the
      *> register, "CK" the path is registered but this build is
      *> not (the binary changed since approval), "IO" the
      *> executable could not be read, "RG" there is no register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-REGISTER ASSIGN TO LS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-REGISTER.
       01  F-REGISTER-RECORD              PIC X(300).

       LOCAL-STORAGE SECTION.
       01 LS-REGISTER-PATH                PIC X(100).
       01 LS-REGISTER-STATUS              PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-RECORDS                      PIC 9(9).
       01 LS-CHECKSUM                     PIC 9(9).
       01 LS-SUM-STATUS                   PIC X(2).
       01 LS-REG-PATH                     PIC X(200).
       01 LS-REG-CHECKSUM                 PIC X(9).
       01 LS-REG-LABEL                    PIC X(20).
       01 LS-PATH-SEEN                    PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01 IN-EXECUTABLE                   PIC X(200).
       01 OUT-LABEL                       PIC X(20).
       01 OUT-STATUS                      PIC X(2).

       PROCEDURE DIVISION USING IN-EXECUTABLE OUT-LABEL OUT-STATUS.

           MOVE SPACES TO OUT-LABEL
           CALL "FILE-CHECKSUM" USING
               IN-EXECUTABLE LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
           IF LS-SUM-STATUS NOT = "00"
               MOVE "IO" TO OUT-STATUS
               GOBACK
           END-IF

           CALL "GET-PARAMETER" USING
               "RELEASEREG          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-REGISTER-PATH
           IF LS-REGISTER-PATH = SPACES
               MOVE "releases.register" TO LS-REGISTER-PATH
           END-IF
           OPEN INPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               MOVE "RG" TO OUT-STATUS
               GOBACK
           END-IF
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM MATCH-REGISTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE FD-REGISTER

           EVALUATE TRUE
               WHEN OUT-LABEL NOT = SPACES
                   MOVE "00" TO OUT-STATUS
               WHEN LS-PATH-SEEN = 1
                   MOVE "CK" TO OUT-STATUS
               WHEN OTHER
                   MOVE "NR" TO OUT-STATUS
           END-EVALUATE
           GOBACK.

       MATCH-REGISTER-ENTRY.
           IF F-REGISTER-RECORD = SPACES
               OR F-REGISTER-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REG-PATH LS-REG-CHECKSUM LS-REG-LABEL
           UNSTRING F-REGISTER-RECORD DELIMITED BY ALL " "
               INTO LS-REG-PATH LS-REG-CHECKSUM LS-REG-LABEL
           IF LS-REG-PATH NOT = IN-EXECUTABLE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-PATH-SEEN
           IF LS-REG-CHECKSUM IS NUMERIC
               AND LS-REG-CHECKSUM = LS-CHECKSUM
               MOVE LS-REG-LABEL TO OUT-LABEL
           END-IF
           .
       END PROGRAM RELEASE-CHECK.
