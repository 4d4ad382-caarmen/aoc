      *> launch, so even a wrong registry entry is visible
      *> afterward instead of being reconstructed from timestamps.
      *>
      *> The resolved binary must also be an approved build in the
      *> release register (RELEASE-CHECK). Its release label goes
      *> to the program in the RELEASE environment variable, and so
      *> onto the program's own run-log line, and into DISPATCH's.
      *> An unapproved build is refused - or, where the
      *> RELEASECHECK parameter is WARN, as in a test environment,
      *> launched under release UNREGISTERED with a W exception.
      *>
      *> Returns the launched program's own return code; 12 when
      *> the tree/day pair is not registered or the build is
      *> refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LS-RESULT                       PIC X(200).
       01 LS-LAUNCH-RC                    PIC S9(4) COMP VALUE 0.
       01 LS-RC-DISPLAY                   PIC Z(3)9.
       01 LS-CHECK-PATH                   PIC X(200).
       01 LS-RELEASE-POLICY               PIC X(7).
       01 LS-RELEASE-LABEL                PIC X(20).
       01 LS-RELEASE-STATUS               PIC X(2).
       01 LS-RELEASE-REASON               PIC X(40).
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).

       PROCEDURE DIVISION.


           DISPLAY "DISPATCH: tree " LS-TREE " day " LS-DAY
               " resolves to " FUNCTION TRIM(LS-BINARY)
           PERFORM VERIFY-BINARY-RELEASE
      *> SYSTEM hands back the raw wait status, not the child's
      *> exit code, so the rc is captured through a file the same
      *> way DAYBATCH's step launcher does it.
           MOVE SPACES TO LS-SHELL-COMMAND
           STRING "RELEASE=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-RELEASE-LABEL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-BINARY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LS-PROGRAM-ARGS) DELIMITED BY SIZE
               " ; echo $? > " DELIMITED BY SIZE
           MOVE SPACES TO LS-RESULT
           STRING "routed tree=" LS-TREE
               " day=" LS-DAY
               " label=" FUNCTION TRIM(LS-RELEASE-LABEL)
               " rc=" FUNCTION TRIM(LS-RC-DISPLAY)
               DELIMITED BY SIZE
               INTO LS-RESULT
           MOVE LS-LAUNCH-RC TO RETURN-CODE
           STOP RUN.

       VERIFY-BINARY-RELEASE.
           CALL "GET-PARAMETER" USING
               "RELEASECHECK        " LS-PARM-VALUE
           MOVE FUNCTION UPPER-CASE(LS-PARM-VALUE(1:7))
               TO LS-RELEASE-POLICY
           IF LS-RELEASE-POLICY NOT = "WARN"
               MOVE "ENFORCE" TO LS-RELEASE-POLICY
           END-IF
           MOVE LS-BINARY TO LS-CHECK-PATH
           CALL "RELEASE-CHECK" USING
               LS-CHECK-PATH LS-RELEASE-LABEL LS-RELEASE-STATUS
           IF LS-RELEASE-STATUS = "00"
               DISPLAY "DISPATCH: release "
                   FUNCTION TRIM(LS-RELEASE-LABEL)
               EXIT PARAGRAPH
           END-IF
           EVALUATE LS-RELEASE-STATUS
               WHEN "CK"
                   MOVE "changed since its approved release"
                       TO LS-RELEASE-REASON
               WHEN "NR"
                   MOVE "not in the release register"
                       TO LS-RELEASE-REASON
               WHEN "RG"
                   MOVE "no release register to check against"
                       TO LS-RELEASE-REASON
               WHEN OTHER
                   MOVE "unreadable, cannot be checksummed"
                       TO LS-RELEASE-REASON
           END-EVALUATE
           IF LS-RELEASE-POLICY NOT = "WARN"
               DISPLAY "DISPATCH: refused: "
                   FUNCTION TRIM(LS-BINARY) ": "
                   FUNCTION TRIM(LS-RELEASE-REASON)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "UNREGISTERED" TO LS-RELEASE-LABEL
           DISPLAY "DISPATCH: " FUNCTION TRIM(LS-BINARY) ": "
               FUNCTION TRIM(LS-RELEASE-REASON)
               "; launching anyway (RELEASECHECK WARN)"
           MOVE SPACES TO LS-EXC-KEY
           MOVE LS-BINARY(1:40) TO LS-EXC-KEY
           MOVE SPACES TO LS-EXC-MESSAGE
           STRING "UNAPPROVED EXECUTABLE FOR TREE " DELIMITED BY SIZE
               LS-TREE DELIMITED BY SPACE
               " DAY " DELIMITED BY SIZE
               LS-DAY DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(LS-RELEASE-REASON) DELIMITED BY SIZE
               INTO LS-EXC-MESSAGE
           CALL "WRITE-EXCEPTION" USING
               "DISPATCH" "W" LS-EXC-KEY LS-EXC-MESSAGE
           .

       MATCH-REGISTRY-ENTRY.
           IF F-REGISTRY-RECORD = SPACES
               OR F-REGISTRY-RECORD(1:1) = "*"
