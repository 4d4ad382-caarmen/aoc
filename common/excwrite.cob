      *> text, and stops matching the day after its expiry - a
      *> benign rule cannot quietly outlive the situation that
      *> justified it.
      *>
      *> Each line ends with the message's code in the message
      *> catalog (MESSAGE-LOOKUP), "-" when the catalog has no
      *> entry for it, so the readers can show the operator the
      *> remedy beside the text. A caller passing a blank severity
      *> gets the catalog's default severity for the message.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-EXC-MESSAGE               PIC X(120).
           05 FILLER                      PIC X(1).
           05 F-EXC-RUN-ID                PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-EXC-CODE                  PIC X(8).

       FD  FD-BENIGN.
       01  F-BENIGN-RECORD                PIC X(140).
       01 EXC-LAST-SEVERITY               PIC X(1) VALUE SPACES.
       01 EXC-LAST-KEY                    PIC X(40) VALUE SPACES.
       01 EXC-LAST-MESSAGE                PIC X(120) VALUE SPACES.
       01 EXC-LAST-CODE                   PIC X(8) VALUE SPACES.
       01 EXC-REPEAT-COUNT                PIC 9(9) VALUE 0.
       01 EXC-BENIGN-LOADED               PIC 9(1) VALUE 0.
       01 EXC-BENIGN-COUNT                PIC 9(2) VALUE 0.
       01 LS-SUMMARY-MESSAGE              PIC X(120).
       01 LS-MESSAGE-LEN                  PIC 9(3).
       01 LS-COUNT-DISPLAY                PIC Z(8)9.
       01 LS-SEVERITY                     PIC X(1).
       01 LS-NO-CODE                      PIC X(8) VALUE SPACES.
       01 LS-MSG-CODE                     PIC X(8).
       01 LS-MSG-SEVERITY                 PIC X(1).
       01 LS-MSG-TEXT                     PIC X(120).
       01 LS-MSG-REMEDY                   PIC X(400).
       01 LS-MSG-STATUS                   PIC X(2).

       LINKAGE SECTION.
       01 IN-PROGRAM-NAME                 PIC X(8).
                   INTO LS-EXCREPO-PATH
           END-IF

           PERFORM LOOKUP-MESSAGE-CODE
           IF EXC-BENIGN-LOADED = 0
               PERFORM LOAD-BENIGN-RULES
           END-IF
      *> written; every 10000th repeat flushes a summary so a
      *> storm's size survives a crash.
           IF IN-PROGRAM-NAME = EXC-LAST-PROGRAM
               AND LS-SEVERITY = EXC-LAST-SEVERITY
               AND IN-RECORD-KEY = EXC-LAST-KEY
               AND IN-MESSAGE = EXC-LAST-MESSAGE
               ADD 1 TO EXC-REPEAT-COUNT
           END-IF
           MOVE 0 TO EXC-REPEAT-COUNT
           MOVE IN-PROGRAM-NAME TO EXC-LAST-PROGRAM
           MOVE LS-SEVERITY TO EXC-LAST-SEVERITY
           MOVE LS-MSG-CODE TO EXC-LAST-CODE
           MOVE IN-RECORD-KEY TO EXC-LAST-KEY
           MOVE IN-MESSAGE TO EXC-LAST-MESSAGE

           MOVE SPACES TO F-EXCREPO-RECORD
           MOVE LS-NOW(1:14) TO F-EXC-TIMESTAMP
           MOVE IN-PROGRAM-NAME TO F-EXC-PROGRAM
           MOVE LS-SEVERITY TO F-EXC-SEVERITY
           MOVE IN-RECORD-KEY TO F-EXC-KEY
           MOVE IN-MESSAGE TO F-EXC-MESSAGE
           PERFORM STAMP-RUN-ID
           MOVE LS-MSG-CODE TO F-EXC-CODE
      *> Callers sometimes hand over FD record areas with stray
      *> LOW-VALUES; scrub them or the WRITE is rejected.
           INSPECT F-EXCREPO-RECORD
           MOVE EXC-LAST-KEY TO F-EXC-KEY
           MOVE LS-SUMMARY-MESSAGE TO F-EXC-MESSAGE
           PERFORM STAMP-RUN-ID
           MOVE EXC-LAST-CODE TO F-EXC-CODE
           INSPECT F-EXCREPO-RECORD
               REPLACING ALL LOW-VALUE BY SPACE
           WRITE F-EXCREPO-RECORD
           .

       LOOKUP-MESSAGE-CODE.
           CALL "MESSAGE-LOOKUP" USING IN-PROGRAM-NAME LS-NO-CODE
               IN-MESSAGE LS-MSG-CODE LS-MSG-SEVERITY LS-MSG-TEXT
               LS-MSG-REMEDY LS-MSG-STATUS
           IF LS-MSG-STATUS NOT = "00"
               MOVE "-" TO LS-MSG-CODE
               MOVE "E" TO LS-MSG-SEVERITY
           END-IF
           MOVE IN-SEVERITY TO LS-SEVERITY
           IF LS-SEVERITY = SPACE
               MOVE LS-MSG-SEVERITY TO LS-SEVERITY
           END-IF
           .

       LOAD-BENIGN-RULES.
           MOVE 1 TO EXC-BENIGN-LOADED
           MOVE SPACES TO LS-BENIGN-PATH
           END-IF
           IF EXC-BENIGN-SEVERITY(LS-RULE-IDX) NOT = "*"
               AND EXC-BENIGN-SEVERITY(LS-RULE-IDX)
                   NOT = LS-SEVERITY
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-PREFIX-LEN = FUNCTION LENGTH(FUNCTION
