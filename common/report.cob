      *>     CALL "REPORT-WRITER" USING "LINE " <body line> <unused>
      *>     CALL "REPORT-WRITER" USING "FOOT " <totals> <unused>
      *>     CALL "REPORT-WRITER" USING "CLOSE" <unused> <unused>
      *>
      *> A report is entered in the report archive catalog as it
      *> closes (see REPORT-CATALOG) with its title, run date, run
      *> ID, path, page count and the first key value on each page
      *> - the first word of the page's first body line - for
      *> REPRINT to find it by. A report the catalog cannot take is
      *> still written; the miss is noted on SYSOUT.
      *>
      *> The run date on the page header and in the catalog is the
      *> night's run date when DAYBATCH launched the step (RUNDATE,
      *> set beside RUNID), so a night run past midnight or
      *> restarted the next morning still files under its own
      *> date; run by hand it is today's date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 RPT-TITLE                       PIC X(80).
       01 RPT-HEADINGS                    PIC X(132).
       01 RPT-RUN-DATE                    PIC X(8).
       01 RPT-ENV-RUN-DATE                PIC X(8).
       01 RPT-PAGE-NUMBER                 PIC 9(4).
       01 RPT-LINE-ON-PAGE                PIC 9(3).
       01 RPT-OPENED                      PIC 9(1) VALUE 0.
       01 RPT-PAGE-DISPLAY                PIC Z(3)9.
       01 C-MAX-PAGE-KEYS                CONSTANT 2000.
       01 RPT-RUN-ID                      PIC X(20).
       01 RPT-KEY-TAKEN                   PIC 9(1).
       01 RPT-KEY-WORK                    PIC X(132).
       01 RPT-PAGE-KEY-TABLE.
           05 RPT-PAGE-KEY OCCURS C-MAX-PAGE-KEYS TIMES
                                          PIC X(40).
       01 RPT-PAGE-IDX                    PIC 9(4).
       01 RPT-CLOSED                      PIC X(21).
       01 RPT-CAT-STATUS                  PIC X(2).
       COPY "rptcat" IN "batch".

       LINKAGE SECTION.
       01 IN-OPERATION                    PIC X(5).
                   MOVE SPACES TO RPT-HEADINGS
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO RPT-RUN-DATE
                   MOVE SPACES TO RPT-ENV-RUN-DATE
                   ACCEPT RPT-ENV-RUN-DATE
                       FROM ENVIRONMENT "RUNDATE"
                   IF RPT-ENV-RUN-DATE NOT = SPACES
                       MOVE RPT-ENV-RUN-DATE TO RPT-RUN-DATE
                   END-IF
                   MOVE 0 TO RPT-PAGE-NUMBER
                   MOVE 99 TO RPT-LINE-ON-PAGE
                   MOVE SPACES TO RPT-RUN-ID
                   ACCEPT RPT-RUN-ID FROM ENVIRONMENT "RUNID"
                   OPEN OUTPUT FD-REPORT
                   IF RPT-STATUS NOT = "00"
                       DISPLAY "REPORT-WRITER: cannot open "
                   PERFORM WRITE-FOOTER-LINE
               WHEN "CLOSE"
                   IF RPT-OPENED = 1
                       IF RPT-PAGE-NUMBER > 0
                           AND RPT-LINE-ON-PAGE >= C-PAGE-LINES
                           PERFORM START-NEW-PAGE
                       END-IF
                       MOVE "END OF REPORT" TO F-REPORT-RECORD
                       WRITE F-REPORT-RECORD
                       CLOSE FD-REPORT
                       MOVE 0 TO RPT-OPENED
                       PERFORM CATALOG-THE-REPORT
                   END-IF
           END-EVALUATE
           GOBACK.
           MOVE IN-TEXT-1 TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           ADD 1 TO RPT-LINE-ON-PAGE
           IF RPT-KEY-TAKEN = 0 AND IN-TEXT-1 NOT = SPACES
               AND RPT-PAGE-NUMBER <= C-MAX-PAGE-KEYS
               MOVE FUNCTION TRIM(IN-TEXT-1) TO RPT-KEY-WORK
               UNSTRING RPT-KEY-WORK DELIMITED BY SPACE
                   INTO RPT-PAGE-KEY(RPT-PAGE-NUMBER)
               MOVE 1 TO RPT-KEY-TAKEN
           END-IF
           .

       WRITE-FOOTER-LINE.
           IF RPT-OPENED = 0
               EXIT PARAGRAPH
           END-IF
      *> The rule and the totals go on one page, and no page runs
      *> past C-PAGE-LINES: DISTRIB bundles reports by the page.
           IF RPT-LINE-ON-PAGE > C-PAGE-LINES - 2
               PERFORM START-NEW-PAGE
           END-IF
           MOVE ALL "-" TO F-REPORT-RECORD
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE 1 TO RPT-LINE-ON-PAGE
           MOVE 0 TO RPT-KEY-TAKEN
           IF RPT-PAGE-NUMBER <= C-MAX-PAGE-KEYS
               MOVE SPACES TO RPT-PAGE-KEY(RPT-PAGE-NUMBER)
           END-IF
           IF RPT-HEADINGS NOT = SPACES
               MOVE RPT-HEADINGS TO F-REPORT-RECORD
               WRITE F-REPORT-RECORD
               ADD 2 TO RPT-LINE-ON-PAGE
           END-IF
           .

      *> The report entry, then one entry per page.
       CATALOG-THE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO RPT-CLOSED
           MOVE SPACES TO REPORT-CATALOG-RECORD
           MOVE RPT-TITLE TO RC-TITLE
           MOVE RPT-RUN-DATE TO RC-RUN-DATE
           MOVE RPT-CLOSED(1:16) TO RC-CLOSED
           MOVE 0 TO RC-PAGE
           MOVE RPT-RUN-ID TO RC-RUN-ID
           MOVE RPT-PATH TO RC-PATH
           MOVE RPT-PAGE-NUMBER TO RC-PAGE-COUNT
           CALL "REPORT-CATALOG" USING
               "ADD  " REPORT-CATALOG-RECORD RPT-PATH RPT-CAT-STATUS
           PERFORM VARYING RPT-PAGE-IDX FROM 1 BY 1
               UNTIL RPT-PAGE-IDX > RPT-PAGE-NUMBER
                   OR RPT-PAGE-IDX > C-MAX-PAGE-KEYS
                   OR RPT-CAT-STATUS NOT = "00"
               MOVE RPT-PAGE-IDX TO RC-PAGE
               MOVE RPT-PAGE-KEY(RPT-PAGE-IDX) TO RC-FIRST-KEY
               CALL "REPORT-CATALOG" USING
                   "ADD  " REPORT-CATALOG-RECORD RPT-PATH
                   RPT-CAT-STATUS
           END-PERFORM
           IF RPT-CAT-STATUS NOT = "00"
               DISPLAY "REPORT-WRITER: " FUNCTION TRIM(RPT-PATH)
                   " not entered in the report catalog (status "
                   RPT-CAT-STATUS ")"
           END-IF
           CALL "REPORT-CATALOG" USING
               "END  " REPORT-CATALOG-RECORD RPT-PATH RPT-CAT-STATUS
           .
       END PROGRAM REPORT-WRITER.
