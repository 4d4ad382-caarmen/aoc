       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE.

      *> Release register maintenance. When a rerun gives a
      *> different answer the first question is whether the binary
      *> changed; the register answers it. Every approved build of
      *> an executable is stamped here - path, FILE-CHECKSUM
      *> checksum, release label, approval date and approver - and
      *> DAYBATCH and DISPATCH look each binary up (RELEASE-CHECK)
      *> before they launch it:
      *>
      *>     release STAMP <executable> <release-label>
      *>         approve the build now on disk under the label. The
      *>         path is recorded exactly as the control file or
      *>         program registry names it (01/day01, 2024/17/day17).
      *>     release LIST [executable]
      *>         the register, or one executable's releases.
      *>     release CHECK <executable>
      *>         which release the build on disk is, if any.
      *>
      *> The register is "releases.register" (RELEASEREG parameter).
      *> Stamping the same build again under another label is
      *> refused; a rebuilt binary is a new release. Returns 8 when
      *> CHECK finds the build unapproved, 12 on usage or I/O
      *> errors.

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
       01 LS-COMMAND-LINE                 PIC X(260).
       01 LS-MODE                         PIC X(8).
       01 LS-EXECUTABLE                   PIC X(200).
       01 LS-ARG-LABEL                    PIC X(40).
       01 LS-LABEL                        PIC X(20).
       01 LS-REGISTER-PATH                PIC X(100).
       01 LS-REGISTER-STATUS              PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-NOW                          PIC X(21).
       01 LS-USER-ID                      PIC X(20).
       01 LS-RECORDS                      PIC 9(9).
       01 LS-CHECKSUM                     PIC 9(9).
       01 LS-SUM-STATUS                   PIC X(2).
       01 LS-CHECK-STATUS                 PIC X(2).
       01 LS-REG-PATH                     PIC X(200).
       01 LS-REG-CHECKSUM                 PIC X(9).
       01 LS-REG-LABEL                    PIC X(20).
       01 LS-REG-DATE                     PIC X(8).
       01 LS-REG-USER                     PIC X(20).
       01 LS-LISTED-COUNT                 PIC 9(5) VALUE 0.
       01 LS-DUPLICATE-LABEL              PIC X(20).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-END-TS                       PIC X(21).
       01 LS-LOG-RESULT                   PIC X(200).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MODE LS-EXECUTABLE LS-ARG-LABEL
           MOVE FUNCTION UPPER-CASE(LS-MODE) TO LS-MODE
           CALL "GET-PARAMETER" USING
               "RELEASEREG          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-REGISTER-PATH
           IF LS-REGISTER-PATH = SPACES
               MOVE "releases.register" TO LS-REGISTER-PATH
           END-IF

           EVALUATE LS-MODE
               WHEN "STAMP"
                   PERFORM STAMP-RELEASE
               WHEN "LIST"
                   PERFORM LIST-RELEASES
               WHEN "CHECK"
                   PERFORM CHECK-RELEASE
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "RELEASE: usage: release STAMP <executable> "
               "<release-label>"
           DISPLAY "RELEASE:        release LIST [executable]"
           DISPLAY "RELEASE:        release CHECK <executable>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       STAMP-RELEASE.
           IF LS-EXECUTABLE = SPACES OR LS-ARG-LABEL = SPACES
               PERFORM SHOW-USAGE
           END-IF
           IF LS-ARG-LABEL(21:) NOT = SPACES
               DISPLAY "RELEASE: release label longer than 20 "
                   "characters"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-ARG-LABEL(1:20) TO LS-LABEL
           CALL "FILE-CHECKSUM" USING
               LS-EXECUTABLE LS-RECORDS LS-CHECKSUM LS-SUM-STATUS
           IF LS-SUM-STATUS NOT = "00"
               DISPLAY "RELEASE: cannot read "
                   FUNCTION TRIM(LS-EXECUTABLE)
                   " (status " LS-SUM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> One build, one label: a build already approved keeps the
      *> label it was approved under.
           CALL "RELEASE-CHECK" USING
               LS-EXECUTABLE LS-DUPLICATE-LABEL LS-CHECK-STATUS
           IF LS-CHECK-STATUS = "00"
               IF LS-DUPLICATE-LABEL = LS-LABEL
                   DISPLAY "RELEASE: " FUNCTION TRIM(LS-EXECUTABLE)
                       " is already stamped " FUNCTION TRIM(LS-LABEL)
               ELSE
                   DISPLAY "RELEASE: this build of "
                       FUNCTION TRIM(LS-EXECUTABLE)
                       " is already release "
                       FUNCTION TRIM(LS-DUPLICATE-LABEL)
                   MOVE 12 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           OPEN EXTEND FD-REGISTER
           IF LS-REGISTER-STATUS = "05" OR LS-REGISTER-STATUS = "35"
               OPEN OUTPUT FD-REGISTER
           END-IF
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "RELEASE: ERROR OPENING " LS-REGISTER-PATH
                   " STATUS=" LS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-REGISTER-RECORD
           STRING FUNCTION TRIM(LS-EXECUTABLE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-CHECKSUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-LABEL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LS-NOW(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
               INTO F-REGISTER-RECORD
           WRITE F-REGISTER-RECORD
           CLOSE FD-REGISTER
           DISPLAY "RELEASE: " FUNCTION TRIM(LS-EXECUTABLE)
               " stamped " FUNCTION TRIM(LS-LABEL)
               " checksum=" LS-CHECKSUM

      *> A stamp is a change to the register like any master
      *> change: it goes on the run log under the invoking user.
           MOVE LS-EXECUTABLE(1:100) TO LS-LOG-PATH
           MOVE SPACES TO LS-LOG-RESULT
           STRING "stamped label=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-LABEL) DELIMITED BY SIZE
               " checksum=" DELIMITED BY SIZE
               LS-CHECKSUM DELIMITED BY SIZE
               INTO LS-LOG-RESULT
           MOVE FUNCTION CURRENT-DATE TO LS-END-TS
           CALL "WRITE-RUN-LOG" USING
               "RELEASE " LS-LOG-PATH LS-NOW LS-END-TS LS-LOG-RESULT
           .

       LIST-RELEASES.
           OPEN INPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "RELEASE: no release register ("
                   FUNCTION TRIM(LS-REGISTER-PATH) ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RELEASE REGISTER " FUNCTION TRIM(LS-REGISTER-PATH)
           DISPLAY "  APPROVED RELEASE              CHECKSUM  "
               "APPROVER             EXECUTABLE"
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LIST-ONE-RELEASE
               END-READ
           END-PERFORM
           CLOSE FD-REGISTER
           IF LS-LISTED-COUNT = 0
               DISPLAY "  (no releases)"
           END-IF
           .

       LIST-ONE-RELEASE.
           IF F-REGISTER-RECORD = SPACES
               OR F-REGISTER-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REG-PATH LS-REG-CHECKSUM LS-REG-LABEL
               LS-REG-DATE LS-REG-USER
           UNSTRING F-REGISTER-RECORD DELIMITED BY ALL " "
               INTO LS-REG-PATH LS-REG-CHECKSUM LS-REG-LABEL
                   LS-REG-DATE LS-REG-USER
           IF LS-EXECUTABLE NOT = SPACES
               AND LS-REG-PATH NOT = LS-EXECUTABLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-LISTED-COUNT
           DISPLAY "  " LS-REG-DATE " " LS-REG-LABEL " "
               LS-REG-CHECKSUM " " LS-REG-USER " "
               FUNCTION TRIM(LS-REG-PATH)
           .

       CHECK-RELEASE.
           IF LS-EXECUTABLE = SPACES
               PERFORM SHOW-USAGE
           END-IF
           CALL "RELEASE-CHECK" USING
               LS-EXECUTABLE LS-LABEL LS-CHECK-STATUS
           EVALUATE LS-CHECK-STATUS
               WHEN "00"
                   DISPLAY "RELEASE: " FUNCTION TRIM(LS-EXECUTABLE)
                       " is release " FUNCTION TRIM(LS-LABEL)
               WHEN "CK"
                   DISPLAY "RELEASE: " FUNCTION TRIM(LS-EXECUTABLE)
                       " has changed since its last approved "
                       "release"
                   MOVE 8 TO RETURN-CODE
               WHEN "NR"
                   DISPLAY "RELEASE: " FUNCTION TRIM(LS-EXECUTABLE)
                       " is not in the release register"
                   MOVE 8 TO RETURN-CODE
               WHEN "RG"
                   DISPLAY "RELEASE: no release register ("
                       FUNCTION TRIM(LS-REGISTER-PATH) ")"
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "RELEASE: cannot read "
                       FUNCTION TRIM(LS-EXECUTABLE)
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .
       END PROGRAM RELEASE.
