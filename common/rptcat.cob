       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CATALOG.

      *> Shared keeper of the report archive catalog, the indexed
      *> file that says where every report REPORT-WRITER has closed
      *> now lives (layout in rptcat.cpy). REPORT-WRITER adds the
      *> entries as each report closes; HOUSEKEEP moves them with
      *> the file when it archives a report and drops them when it
      *> purges one, so the catalog never points at a file that is
      *> gone; REPRINT reads it directly.
      *>
      *>     CALL "REPORT-CATALOG" USING "ADD  " <entry> <unused> st
      *>     CALL "REPORT-CATALOG" USING "MOVE " <entry> <new path> st
      *>     CALL "REPORT-CATALOG" USING "DROP " <entry> <unused> st
      *>     CALL "REPORT-CATALOG" USING "END  " <entry> <unused> st
      *>
      *> ADD writes the entry as given. MOVE and DROP take RC-PATH
      *> from the entry and repoint or delete every entry for that
      *> file. The catalog is opened on the first call and stays
      *> open until END, so a report's pages or a night's archive
      *> moves go through one open. A leading "./" is not part of
      *> a path as far as the catalog is concerned.
      *>
      *> The catalog is "report.catalog" unless the RPTCATALOG
      *> parameter (through GET-PARAMETER) names another. OUT-STATUS
      *> is the file status of the last operation; "00" is good.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-CATALOG ASSIGN TO CAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-CATALOG.
       COPY "rptcat" IN "batch".

      *> Open state lives in working storage so it survives from
      *> one call to the next within the run.
       WORKING-STORAGE SECTION.
       01 CAT-PATH                        PIC X(100).
       01 CAT-STATUS                      PIC X(2).
       01 CAT-OPENED                      PIC 9(1) VALUE 0.
       01 CAT-PARM-VALUE                  PIC X(200).
       01 CAT-OLD-PATH                    PIC X(132).
       01 CAT-NEW-PATH                    PIC X(132).
       01 CAT-ENTRY-PATH                  PIC X(132).
       01 CAT-WORK-PATH                   PIC X(132).

       LINKAGE SECTION.
      *> A REPORT-CATALOG-RECORD.
       01 IN-ENTRY                        PIC X(306).
       01 IN-OPERATION                    PIC X(5).
       01 IN-NEW-PATH                     PIC X(132).
       01 OUT-STATUS                      PIC X(2).

       PROCEDURE DIVISION USING
           IN-OPERATION IN-ENTRY IN-NEW-PATH OUT-STATUS.

           IF IN-OPERATION = "END  "
               IF CAT-OPENED = 1
                   CLOSE FD-CATALOG
                   MOVE 0 TO CAT-OPENED
               END-IF
               MOVE "00" TO OUT-STATUS
               GOBACK
           END-IF
           IF CAT-OPENED = 0
               PERFORM OPEN-CATALOG
               IF CAT-OPENED = 0
                   MOVE CAT-STATUS TO OUT-STATUS
                   GOBACK
               END-IF
           END-IF
           EVALUATE IN-OPERATION
               WHEN "ADD  "
                   MOVE IN-ENTRY TO REPORT-CATALOG-RECORD
                   MOVE RC-PATH TO CAT-ENTRY-PATH
                   PERFORM NORMALIZE-ENTRY-PATH
                   MOVE CAT-ENTRY-PATH TO RC-PATH
                   WRITE REPORT-CATALOG-RECORD
               WHEN "MOVE "
                   PERFORM REPOINT-ENTRIES
               WHEN "DROP "
                   PERFORM REPOINT-ENTRIES
               WHEN OTHER
                   MOVE "XX" TO CAT-STATUS
           END-EVALUATE
           MOVE CAT-STATUS TO OUT-STATUS
           GOBACK.

       OPEN-CATALOG.
           CALL "GET-PARAMETER" USING
               "RPTCATALOG          " CAT-PARM-VALUE
           MOVE CAT-PARM-VALUE(1:100) TO CAT-PATH
           IF CAT-PATH = SPACES
               MOVE "report.catalog" TO CAT-PATH
           END-IF
           OPEN I-O FD-CATALOG
           IF CAT-STATUS = "05" OR CAT-STATUS = "35"
               OPEN OUTPUT FD-CATALOG
               CLOSE FD-CATALOG
               OPEN I-O FD-CATALOG
           END-IF
           IF CAT-STATUS = "00"
               MOVE 1 TO CAT-OPENED
           END-IF
           .

      *> The catalog is keyed by title, not by file, so a move or a
      *> purge walks every entry.
       REPOINT-ENTRIES.
           MOVE IN-ENTRY TO REPORT-CATALOG-RECORD
           MOVE RC-PATH TO CAT-ENTRY-PATH
           PERFORM NORMALIZE-ENTRY-PATH
           MOVE CAT-ENTRY-PATH TO CAT-OLD-PATH
           MOVE IN-NEW-PATH TO CAT-ENTRY-PATH
           PERFORM NORMALIZE-ENTRY-PATH
           MOVE CAT-ENTRY-PATH TO CAT-NEW-PATH
           MOVE LOW-VALUES TO RC-KEY
           START FD-CATALOG KEY IS NOT LESS THAN RC-KEY
           IF CAT-STATUS NOT = "00"
               IF CAT-STATUS = "23"
                   MOVE "00" TO CAT-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CATALOG NEXT RECORD
                   AT END
                       MOVE "00" TO CAT-STATUS
                       EXIT PERFORM
               END-READ
               IF CAT-STATUS NOT = "00"
                   EXIT PERFORM
               END-IF
               IF RC-PATH = CAT-OLD-PATH
                   IF IN-OPERATION = "MOVE "
                       MOVE CAT-NEW-PATH TO RC-PATH
                       REWRITE REPORT-CATALOG-RECORD
                   ELSE
                       DELETE FD-CATALOG RECORD
                   END-IF
                   IF CAT-STATUS NOT = "00"
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

       NORMALIZE-ENTRY-PATH.
           PERFORM UNTIL CAT-ENTRY-PATH(1:2) NOT = "./"
               MOVE CAT-ENTRY-PATH(3:) TO CAT-WORK-PATH
               MOVE CAT-WORK-PATH TO CAT-ENTRY-PATH
           END-PERFORM
           .
       END PROGRAM REPORT-CATALOG.
