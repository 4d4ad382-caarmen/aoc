       01  LS-COL-OUT                     PIC 99.
       01  LS-JOURNAL-TARGET              PIC X(200).
       01  LS-JOURNAL-STATUS              PIC X(2).
       01  LS-RUN-START-TS                PIC X(21).
       01  LS-RUN-END-TS                  PIC X(21).
       01  LS-RUN-RESULT                  PIC X(200).
       01  LS-TXN-TOTAL                   PIC 9(5).
       01  LS-RELEASED                    PIC X(1).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-MASTER-PATH LS-TXN-PATH
               ".impact" DELIMITED BY SIZE
               INTO LS-IMPACT-PATH

      *> Where master changes need maker-checker approval, only a
      *> MAKECHK-approved batch gets past this point.
           CALL "MAINT-RELEASE" USING "ANTMAINT " LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Nor inside a change freeze on this master, short of an
      *> emergency override with its ticket.
           CALL "FREEZE-RELEASE" USING "ANTMAINT " "ANTMAINT"
               LS-MASTER-PATH LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ANTENNA-MASTER
           OPEN OUTPUT FD-IMPACT
           IF LS-IMPACT-STATUS NOT = "00"
           PERFORM APPLY-TRANSACTIONS
           CLOSE FD-IMPACT
           PERFORM REWRITE-ANTENNA-MASTER
      *> The master change goes on the run log under the invoking
      *> user, with its transaction count, for the access audit.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           COMPUTE LS-TXN-TOTAL = LS-APPLIED-COUNT + LS-REJECTED-COUNT
           MOVE SPACES TO LS-RUN-RESULT
           STRING "txns=" LS-TXN-TOTAL " applied=" LS-APPLIED-COUNT
               " rejected=" LS-REJECTED-COUNT DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "ANTMAINT" LS-MASTER-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT

           DISPLAY "ANTMAINT: " LS-APPLIED-COUNT " applied, "
               LS-REJECTED-COUNT " rejected; "
