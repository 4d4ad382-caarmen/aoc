      *> environment variable locates the repository directory,
      *> exactly as it does for WRITE-EXCEPTION.
      *>
      *> Each detail line carries the message's catalog code and is
      *> followed by the catalog's remedy (MESSAGE-LOOKUP), so the
      *> review knows what to do as well as what went wrong.
      *> Lines written before codes were stamped are matched to the
      *> catalog by their text.
      *>
      *> Returns 4 when any warnings or errors were reported.

       ENVIRONMENT DIVISION.
           05 F-EXC-KEY                   PIC X(40).
           05 FILLER                      PIC X(1).
           05 F-EXC-MESSAGE               PIC X(120).
           05 FILLER                      PIC X(1).
           05 F-EXC-RUN-ID                PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-EXC-CODE                  PIC X(8).

       LOCAL-STORAGE SECTION.
       01 C-MAX-GROUPS                   CONSTANT 100.
      *> Paged print-shop copy through the shared report writer.
       01 LS-RPT-ARG-1                    PIC X(132).
       01 LS-RPT-ARG-2                    PIC X(132).
       01 LS-MSG-CODE                     PIC X(8).
       01 LS-MSG-SEVERITY                 PIC X(1).
       01 LS-MSG-TEXT                     PIC X(120).
       01 LS-MSG-REMEDY                   PIC X(400).
       01 LS-MSG-STATUS                   PIC X(2).
       01 LS-REMEDY-IDX                   PIC 9(1).
       01 LS-REMEDY-LINE                  PIC X(80).

       PROCEDURE DIVISION.

                       EXIT PERFORM
                   NOT AT END
                       IF F-EXC-SEVERITY = LS-TOP-SEVERITY
                           PERFORM PRINT-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "EXCREPORT: " LS-DETAIL-COUNT " detail line(s)"
           .

       PRINT-ONE-DETAIL.
           ADD 1 TO LS-DETAIL-COUNT
           CALL "MESSAGE-LOOKUP" USING F-EXC-PROGRAM F-EXC-CODE
               F-EXC-MESSAGE LS-MSG-CODE LS-MSG-SEVERITY LS-MSG-TEXT
               LS-MSG-REMEDY LS-MSG-STATUS
           IF LS-MSG-STATUS NOT = "00"
               MOVE "-" TO LS-MSG-CODE
               MOVE SPACES TO LS-MSG-REMEDY
           END-IF
           DISPLAY "  " F-EXC-TIMESTAMP " "
               F-EXC-PROGRAM " " LS-MSG-CODE " "
               FUNCTION TRIM(F-EXC-KEY) " "
               FUNCTION TRIM(F-EXC-MESSAGE)
           MOVE SPACES TO LS-RPT-ARG-1
           STRING "  " F-EXC-TIMESTAMP " "
               F-EXC-PROGRAM " " LS-MSG-CODE " "
               DELIMITED BY SIZE
               FUNCTION TRIM(F-EXC-KEY)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(F-EXC-MESSAGE)
               DELIMITED BY SIZE
               INTO LS-RPT-ARG-1
           CALL "REPORT-WRITER" USING
               "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
           PERFORM VARYING LS-REMEDY-IDX FROM 1 BY 1
               UNTIL LS-REMEDY-IDX > 5
               MOVE LS-MSG-REMEDY((LS-REMEDY-IDX - 1) * 80 + 1:80)
                   TO LS-REMEDY-LINE
               IF LS-REMEDY-LINE NOT = SPACES
                   MOVE SPACES TO LS-RPT-ARG-1
                   IF LS-REMEDY-IDX = 1
                       STRING "      REMEDY: " LS-REMEDY-LINE
                           DELIMITED BY SIZE
                           INTO LS-RPT-ARG-1
                   ELSE
                       STRING "              " LS-REMEDY-LINE
                           DELIMITED BY SIZE
                           INTO LS-RPT-ARG-1
                   END-IF
                   DISPLAY FUNCTION TRIM(LS-RPT-ARG-1 TRAILING)
                   CALL "REPORT-WRITER" USING
                       "LINE " LS-RPT-ARG-1 LS-RPT-ARG-2
               END-IF
           END-PERFORM
           .

       TALLY-ONE-EXCEPTION.
           IF F-EXCREPO-RECORD = SPACES
               EXIT PARAGRAPH
