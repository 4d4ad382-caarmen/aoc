      *>
      *>     stepcat APPLY <registry> <txn-file>
      *>     stepcat GEN <registry> <control-file-out> [WORKERS=n]
      *>     stepcat LIST <registry> <list-file-out>
      *>
      *> Transactions, one per line, validated before they land,
      *> every disposition written to "<registry>.audit":
      *> understands. The generator emits active steps in SEQ
      *> order with their clauses, exactly in the control grammar
      *> DAYBATCH parses.
      *>
      *> LIST unloads every registry record, retired ones too, in
      *> step-name order, one line each in the transaction clause
      *> grammar so a line can be turned back into an ADD or UPD:
      *>
      *>     <step-name> <A|R> SEQ=n TIMEOUT=n RETRIES=n PAUSE=n
      *>         ONWARN=x [CAL=...] [DEPENDS=a,b] CMD=<command>
      *>
      *> (one line, clauses always in this order, CAL and DEPENDS
      *> only when set). PROMOTE compares registries through it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  FD-AUDIT.
       01  F-AUDIT-RECORD                 PIC X(120).
       FD  FD-CONTROL.
       01  F-CONTROL-RECORD               PIC X(500).

       LOCAL-STORAGE SECTION.
       01 C-MAX-STEPS                    CONSTANT 200.
       01 LS-ARG-4                        PIC X(12).
       01 LS-REGISTRY-STATUS              PIC X(2).
       01 LS-TXN-PATH                     PIC X(100).
       01 LS-RELEASED                     PIC X(1).
       01 LS-TXN-STATUS                   PIC X(2).
       01 LS-AUDIT-PATH                   PIC X(110).
       01 LS-AUDIT-STATUS                 PIC X(2).
       01 LS-AUDIT-TEXT                   PIC X(60).
       01 LS-APPLIED-COUNT                PIC 9(4) VALUE 0.
       01 LS-REJECTED-COUNT               PIC 9(4) VALUE 0.
       01 LS-RUN-END-TS                   PIC X(21).
       01 LS-RUN-RESULT                   PIC X(200).
       01 LS-TXN-TOTAL                    PIC 9(5).
       01 LS-DEP-NAME                     PIC X(40).
       01 LS-DEP-PTR                      PIC 9(4).
       01 LS-DEP-LEN                      PIC 9(4).
                   MOVE LS-ARG-3 TO LS-CONTROL-PATH
                   MOVE LS-ARG-4 TO LS-WORKERS-CLAUSE
                   PERFORM GENERATE-CONTROL-FILE
               WHEN "LIST"
                   MOVE LS-ARG-3 TO LS-CONTROL-PATH
                   PERFORM LIST-REGISTRY
               WHEN OTHER
                   DISPLAY "STEPCAT: usage: stepcat APPLY "
                       "<registry> <txn-file>"
                   DISPLAY "STEPCAT:        stepcat GEN <registry> "
                       "<control-file-out> [WORKERS=n]"
                   DISPLAY "STEPCAT:        stepcat LIST <registry> "
                       "<list-file-out>"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Where master changes need maker-checker approval, only a
      *> MAKECHK-approved batch gets past this point.
           CALL "MAINT-RELEASE" USING "STEPCAT  " LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Nor inside a change freeze on this master, short of an
      *> emergency override with its ticket.
           CALL "FREEZE-RELEASE" USING "STEPCAT  " "STEPCAT "
               LS-REGISTRY-PATH LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REGISTRY-IO
           OPEN INPUT FD-TXN
           IF LS-TXN-STATUS NOT = "00"
           END-PERFORM
           CLOSE FD-TXN
           CLOSE FD-REGISTRY
      *> The registry change goes on the run log under the invoking
      *> user, with its transaction count, for the access audit.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           COMPUTE LS-TXN-TOTAL = LS-APPLIED-COUNT + LS-REJECTED-COUNT
           MOVE SPACES TO LS-RUN-RESULT
           STRING "txns=" LS-TXN-TOTAL " applied=" LS-APPLIED-COUNT
               " rejected=" LS-REJECTED-COUNT DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "STEPCAT " LS-REGISTRY-PATH LS-NOW LS-RUN-END-TS
               LS-RUN-RESULT
           DISPLAY "STEPCAT: " LS-APPLIED-COUNT " applied, "
               LS-REJECTED-COUNT " rejected; audit in "
               FUNCTION TRIM(LS-AUDIT-PATH)

      *> Every DEPENDS name must already be in the registry; the
      *> typo that leaves a step waiting forever is caught here,
      *> not mid-night. A "*" (DEPENDS=* or DEPENDS=*,name) is the
      *> end-of-night form DAYBATCH reads as "after every other
      *> step" and names no step to look up.
       VALIDATE-DEPENDS-NAMES.
      *> The probing reads below overwrite the record area, so the
      *> record under maintenance is parked and put back after.
                   WITH POINTER LS-DEP-PTR
               MOVE FUNCTION TRIM(LS-DEP-NAME) TO LS-PROBE-NAME
               MOVE 1 TO LS-DEP-OK
               IF LS-PROBE-NAME NOT = "*"
                   MOVE LS-PROBE-NAME TO SR-STEP-NAME
                   READ FD-REGISTRY
                       INVALID KEY
                           MOVE 0 TO LS-DEP-OK
                   END-READ
               END-IF
               IF LS-DEP-OK = 0
                   MOVE 1 TO LS-BAD-TXN
                   MOVE "REJECTED - DEPENDS NAME NOT ON FILE"
                   WITH POINTER LS-LINE-PTR
           END-IF
           .
      *> The unload: every record in key order, retired ones
      *> included, with every clause that is set.
       LIST-REGISTRY.
           IF LS-CONTROL-PATH = SPACES
               DISPLAY "STEPCAT: LIST needs an output list file"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FD-REGISTRY
           IF LS-REGISTRY-STATUS NOT = "00"
               DISPLAY "STEPCAT: registry not found or unreadable: "
                   FUNCTION TRIM(LS-REGISTRY-PATH)
                   " (status " LS-REGISTRY-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-CONTROL
           IF LS-CONTROL-STATUS NOT = "00"
               DISPLAY "STEPCAT: ERROR OPENING " LS-CONTROL-PATH
                   " STATUS=" LS-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO LS-GEN-COUNT
           PERFORM UNTIL EXIT
               READ FD-REGISTRY NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LS-GEN-COUNT
               MOVE SPACES TO F-CONTROL-RECORD
               MOVE 1 TO LS-LINE-PTR
               STRING FUNCTION TRIM(SR-STEP-NAME) DELIMITED BY SIZE
                   " " SR-STATUS " SEQ=" SR-SEQ
                   " TIMEOUT=" SR-TIMEOUT " RETRIES=" SR-RETRIES
                   " PAUSE=" SR-PAUSE DELIMITED BY SIZE
                   " ONWARN=" DELIMITED BY SIZE
                   FUNCTION TRIM(SR-ONWARN) DELIMITED BY SIZE
                   INTO F-CONTROL-RECORD
                   WITH POINTER LS-LINE-PTR
               IF SR-CAL NOT = SPACES
                   STRING " CAL=" DELIMITED BY SIZE
                       FUNCTION TRIM(SR-CAL) DELIMITED BY SIZE
                       INTO F-CONTROL-RECORD
                       WITH POINTER LS-LINE-PTR
               END-IF
               IF SR-DEPENDS NOT = SPACES
                   STRING " DEPENDS=" DELIMITED BY SIZE
                       FUNCTION TRIM(SR-DEPENDS) DELIMITED BY SIZE
                       INTO F-CONTROL-RECORD
                       WITH POINTER LS-LINE-PTR
               END-IF
               STRING " CMD=" DELIMITED BY SIZE
                   FUNCTION TRIM(SR-COMMAND) DELIMITED BY SIZE
                   INTO F-CONTROL-RECORD
                   WITH POINTER LS-LINE-PTR
               WRITE F-CONTROL-RECORD
           END-PERFORM
           CLOSE FD-REGISTRY
           CLOSE FD-CONTROL
           DISPLAY "STEPCAT: " LS-GEN-COUNT " step(s) listed into "
               FUNCTION TRIM(LS-CONTROL-PATH)
           .
       END PROGRAM STEPCAT.
