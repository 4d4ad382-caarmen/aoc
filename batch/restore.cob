       01 LS-WANTED-PROGRAM               PIC X(8).
       01 LS-IN-WANTED-ENTRY              PIC 9(1) VALUE 0.
       01 LS-RESTORED-COUNT               PIC 9(8) VALUE 0.
       01 LS-RUN-START-TS                 PIC X(21).
       01 LS-RUN-END-TS                   PIC X(21).
       01 LS-RUN-RESULT                   PIC X(200).
       01 LS-LOG-PATH                     PIC X(100).
       01 LS-RELEASED                     PIC X(1).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
           CALL "GET-PARAMETER" USING
               "JOURNAL             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-JOURNAL-PATH
               STOP RUN
           END-IF

      *> A restore inside a change freeze on the file is refused,
      *> short of an emergency override with its ticket.
           MOVE LS-TARGET-PATH(1:100) TO LS-LOG-PATH
           CALL "FREEZE-RELEASE" USING "RESTORE  " "RESTORE "
               LS-LOG-PATH LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Pass two: replay that entry's records over the target.
           OPEN INPUT FD-JOURNAL
           OPEN OUTPUT FD-TARGET
                   "(it did not exist before that run); it is now "
                   "empty"
           END-IF
      *> A restore is a master change like any other: it goes on
      *> the run log under the invoking user, for the access audit.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           MOVE LS-TARGET-PATH(1:100) TO LS-LOG-PATH
           MOVE SPACES TO LS-RUN-RESULT
           STRING "restored records=" DELIMITED BY SIZE
               LS-RESTORED-COUNT DELIMITED BY SIZE
               " before=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-WANTED-PROGRAM) DELIMITED BY SIZE
               " at=" DELIMITED BY SIZE
               LS-WANTED-TS DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "RESTORE " LS-LOG-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
           STOP RUN.

       PARSE-JOURNAL-HEADER.
