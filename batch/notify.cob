      *> so a re-run never duplicates a message; acknowledgment
      *> comes from the EXCACK disposition file.
      *>
      *> Each notification names the message's catalog code and is
      *> followed by the catalog's remedy lines (MESSAGE-LOOKUP),
      *> so the group paged knows what to do, not just what broke.
      *>
      *> Command-line arguments:
      *> LS-CONTROL-FILE: the DAYBATCH control file (for the
      *> alert file's name).
           05 F-EXC-KEY                   PIC X(40).
           05 FILLER                      PIC X(1).
           05 F-EXC-MESSAGE               PIC X(120).
           05 FILLER                      PIC X(1).
           05 F-EXC-RUN-ID                PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-EXC-CODE                  PIC X(8).
       FD  FD-ALERT.
       01  F-ALERT-RECORD                 PIC X(400).
       FD  FD-GROUP.
       01 LS-ESCALATED-COUNT              PIC 9(5) VALUE 0.
       01 LS-ALERT-SUMMARY                PIC X(120).
       01 LS-ALERT-LINE-NO                PIC 9(2).
       01 LS-ALERT-CODE                   PIC X(8).
       01 LS-MSG-CODE                     PIC X(8).
       01 LS-MSG-SEVERITY                 PIC X(1).
       01 LS-MSG-TEXT                     PIC X(120).
       01 LS-MSG-REMEDY                   PIC X(400).
       01 LS-MSG-STATUS                   PIC X(2).
       01 LS-REMEDY-IDX                   PIC 9(1).

       PROCEDURE DIVISION.

                   " (status " LS-GROUP-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ITEM-MESSAGE
           MOVE SPACES TO F-GROUP-RECORD
           STRING "NOTIFY " F-EXC-TIMESTAMP " " F-EXC-PROGRAM
               " " F-EXC-SEVERITY " " LS-MSG-CODE " "
               DELIMITED BY SIZE
               FUNCTION TRIM(F-EXC-MESSAGE) DELIMITED BY SIZE
               INTO F-GROUP-RECORD
           WRITE F-GROUP-RECORD
           PERFORM WRITE-GROUP-REMEDY
           CLOSE FD-GROUP
           .

                   " (status " LS-GROUP-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ITEM-MESSAGE
           MOVE SPACES TO F-GROUP-RECORD
           STRING "ESCALATED " F-EXC-TIMESTAMP " " F-EXC-PROGRAM
               " " F-EXC-SEVERITY " " LS-MSG-CODE " UNACKNOWLEDGED "
               DELIMITED BY SIZE
               FUNCTION TRIM(F-EXC-MESSAGE) DELIMITED BY SIZE
               INTO F-GROUP-RECORD
           WRITE F-GROUP-RECORD
           PERFORM WRITE-GROUP-REMEDY
           CLOSE FD-GROUP
           .

       LOOKUP-ITEM-MESSAGE.
           CALL "MESSAGE-LOOKUP" USING F-EXC-PROGRAM F-EXC-CODE
               F-EXC-MESSAGE LS-MSG-CODE LS-MSG-SEVERITY LS-MSG-TEXT
               LS-MSG-REMEDY LS-MSG-STATUS
           IF LS-MSG-STATUS NOT = "00"
               MOVE "-" TO LS-MSG-CODE
               MOVE SPACES TO LS-MSG-REMEDY
           END-IF
           .

       WRITE-GROUP-REMEDY.
           PERFORM VARYING LS-REMEDY-IDX FROM 1 BY 1
               UNTIL LS-REMEDY-IDX > 5
               IF LS-MSG-REMEDY((LS-REMEDY-IDX - 1) * 80 + 1:80)
                   NOT = SPACES
                   MOVE SPACES TO F-GROUP-RECORD
                   STRING "  REMEDY " DELIMITED BY SIZE
                       LS-MSG-REMEDY((LS-REMEDY-IDX - 1) * 80 + 1:80)
                       DELIMITED BY SIZE
                       INTO F-GROUP-RECORD
                   WRITE F-GROUP-RECORD
               END-IF
           END-PERFORM
           .

       RECORD-SENT-STAGE.
           OPEN EXTEND FD-SENT
           IF LS-SENT-STATUS = "05" OR LS-SENT-STATUS = "35"

      *> The DAYBATCH alert is one item, identified by the run
      *> date under the pseudo-program DAYBATCH, and routed as an
      *> error. Its first lines carry the failed step and command;
      *> its MESSAGE CODE line names the halt's catalog entry.
       DISPATCH-ALERT-FILE.
           OPEN INPUT FD-ALERT
           IF LS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-ALERT-SUMMARY
           MOVE SPACES TO LS-ALERT-CODE
           MOVE 0 TO LS-ALERT-LINE-NO
           PERFORM UNTIL EXIT
               READ FD-ALERT
                       IF LS-ALERT-LINE-NO = 2
                           MOVE F-ALERT-RECORD(1:120)
                               TO LS-ALERT-SUMMARY
                       END-IF
                       IF F-ALERT-RECORD(1:14) = "MESSAGE CODE: "
                           MOVE F-ALERT-RECORD(15:8) TO LS-ALERT-CODE
                           EXIT PERFORM
                       END-IF
               END-READ
           MOVE "E" TO F-EXC-SEVERITY
           MOVE "BATCH HALTED" TO F-EXC-KEY
           MOVE LS-ALERT-SUMMARY TO F-EXC-MESSAGE
           MOVE LS-ALERT-CODE TO F-EXC-CODE
           PERFORM DISPATCH-ONE-ITEM
           .
       END PROGRAM NOTIFY.
