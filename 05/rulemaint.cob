      *> and the rule set handed to DAY05's ordering check.
       01 LS-MODE-TOKEN                   PIC X(8).
       01 LS-TRIAL-MODE                   PIC 9(1) VALUE 0.
       01 LS-RELEASED                     PIC X(1).
       01 LS-UPDATE-PATH                  PIC X(100).
       01 LS-UPDATE-STATUS                PIC X(2).
       01 LS-TRIAL-PATH                   PIC X(110).
       01 LS-BAL-IN                       PIC 9(9).
       01 LS-BAL-USED                     PIC 9(9).
       01 LS-BAL-REJ                      PIC 9(9).
       01 LS-RUN-START-TS                 PIC X(21).
       01 LS-RUN-END-TS                   PIC X(21).
       01 LS-RUN-RESULT                   PIC X(200).
       01 LS-TXN-TOTAL                    PIC 9(5).
       COPY "rules" IN "05".
       COPY "update" IN "05".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW TO LS-RUN-START-TS
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           IF LS-COMMAND-LINE(1:6) = "TRIAL "
               MOVE 1 TO LS-TRIAL-MODE
               STOP RUN
           END-IF

      *> Where master changes need maker-checker approval, only a
      *> MAKECHK-approved batch gets past this point.
           CALL "MAINT-RELEASE" USING "RULEMAINT" LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Nor inside a change freeze on this master, short of an
      *> emergency override with its ticket.
           CALL "FREEZE-RELEASE" USING "RULEMAINT" "RULEMNT "
               LS-MASTER-PATH LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MASTER-FILE
           PERFORM APPLY-TRANSACTIONS
           PERFORM REWRITE-MASTER-FILE
      *> The master change goes on the run log under the invoking
      *> user, with its transaction count, for the access audit.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           COMPUTE LS-TXN-TOTAL = LS-APPLIED-COUNT + LS-REJECTED-COUNT
           MOVE SPACES TO LS-RUN-RESULT
           STRING "txns=" LS-TXN-TOTAL " applied=" LS-APPLIED-COUNT
               " rejected=" LS-REJECTED-COUNT DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "RULEMNT " LS-MASTER-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT

           DISPLAY "RULEMAINT: " LS-APPLIED-COUNT " applied, "
               LS-REJECTED-COUNT " rejected; "
