      *> after the coordinates, and the run log carries the
      *> dictionary totals in the run's one result line. DICT
      *> combines with TORUS.
      *> An OVERLAP token (part 1, combinable with the others; it
      *> implies MATCHES when neither DICT nor a mode is given) also
      *> runs the X-MAS scan, exporting its centres to ".xmas", and
      *> writes the editors' ".overlaps" report from both results:
      *> grid cells used by more than one match, pairs of matches
      *> sharing two or more cells, and per word how many matches
      *> are fully independent of all others.
       01  LS-COMMAND-LINE                  PIC X(140).
       01  LS-PART                          PIC 9(1).
       01  LS-FILE-PATH                     PIC X(20).
       01  LS-DICT-HITS-DISPLAY             PIC 9(9).
       01  LS-DICT-WORDS-DISPLAY            PIC 9(3).
       01  LS-MATCHES-STATUS                PIC X(2).
       01  LS-OVERLAP-FLAG                  PIC 9(1) VALUE 0.
       01  LS-XMAS-PATH                     PIC X(30) VALUE SPACES.
       01  LS-OVERLAP-PATH                  PIC X(30).
       01  LS-OVERLAP-RC                    PIC 9(2) VALUE 0.
       COPY "dict" IN "04".
       01  LS-RUN-PROGRAM                    PIC X(8)
           VALUE "DAY04".
                   WHEN LS-ARG(LS-ARG-IDX) = "TORUS"
                       MOVE "TORUS" TO LS-SCAN-MODE
                       MOVE 1 TO LS-WRAP-FLAG
                   WHEN LS-ARG(LS-ARG-IDX) = "OVERLAP"
                       MOVE 1 TO LS-OVERLAP-FLAG
                   WHEN LS-ARG(LS-ARG-IDX) NOT = SPACES
                       MOVE LS-ARG(LS-ARG-IDX) TO LS-TARGET-WORD
               END-EVALUATE
           IF LS-TARGET-WORD = SPACES
               MOVE "XMAS" TO LS-TARGET-WORD
           END-IF
      *> The overlap report is built from the coordinate exports, so
      *> it needs a coordinate scan underneath it.
           IF LS-OVERLAP-FLAG = 1 AND LS-PART = 1
               AND LS-DICT-PATH = SPACES AND LS-SCAN-MODE = SPACES
               MOVE "MATCHES" TO LS-SCAN-MODE
           END-IF

           CALL "PARSE-GRID" USING
               BY REFERENCE LS-FILE-PATH
               CALL "PART-02" USING
               BY REFERENCE GRID
               BY REFERENCE GRID-SIZE
               BY REFERENCE LS-XMAS-PATH
           END-IF

           IF LS-OVERLAP-FLAG = 1 AND LS-PART = 1
               STRING FUNCTION TRIM(LS-FILE-PATH)
                   DELIMITED BY SIZE
                   ".xmas" DELIMITED BY SIZE
                   INTO LS-XMAS-PATH
               STRING FUNCTION TRIM(LS-FILE-PATH)
                   DELIMITED BY SIZE
                   ".overlaps" DELIMITED BY SIZE
                   INTO LS-OVERLAP-PATH
               CALL "PART-02" USING
                   BY REFERENCE GRID
                   BY REFERENCE GRID-SIZE
                   BY REFERENCE LS-XMAS-PATH
               CALL "REPORT-MATCH-OVERLAPS" USING
                   BY REFERENCE GRID
                   BY REFERENCE GRID-SIZE
                   BY REFERENCE LS-TARGET-WORD
                   BY REFERENCE LS-WRAP-FLAG
                   BY REFERENCE LS-MATCHES-PATH
                   BY REFERENCE LS-XMAS-PATH
                   BY REFERENCE LS-OVERLAP-PATH
               MOVE RETURN-CODE TO LS-OVERLAP-RC
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
               CLOSE FD-MATCHES
           END-IF

      *> The calls since the overlap report reset RETURN-CODE; its
      *> truncation warning is carried to here so the scheduler
      *> still sees it.
           MOVE LS-OVERLAP-RC TO RETURN-CODE
           GOBACK.
       END PROGRAM DAY04.

      *>  A    A    A    A
      *> S S  M S  M M  S M
      *>
      *> When given a path, every cross found is also exported there
      *> as its centre coordinate, for the overlap report.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PART-02.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-XMAS ASSIGN TO IN-XMAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-XMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FD-XMAS.
       01  F-XMAS-RECORD                    PIC X(60).

       LOCAL-STORAGE SECTION.
       01  LS-COUNT                         PIC 9(9) USAGE COMP VALUE 0.
       01  LS-PRIOR-COUNT                   PIC 9(9) USAGE COMP.
       01  LS-ROW-INDEX                     PIC 9(3) USAGE COMP VALUE 1.
       01  LS-COL-INDEX                     PIC 9(3) USAGE COMP VALUE 1.
       01  LS-XMAS-STATUS                   PIC X(2).
       01  LS-ROW-DISPLAY                   PIC Z(2)9.
       01  LS-COL-DISPLAY                   PIC Z(2)9.

       LINKAGE SECTION.
       COPY "grid" IN "04".
       01  IN-XMAS-PATH                     PIC X(30).

       PROCEDURE DIVISION USING
           BY REFERENCE GRID
           BY REFERENCE GRID-SIZE
           BY REFERENCE IN-XMAS-PATH.

           IF IN-XMAS-PATH NOT = SPACES
               OPEN OUTPUT FD-XMAS
               IF LS-XMAS-STATUS NOT = "00"
                   DISPLAY "DAY04: X-MAS centre file could not be "
                       "opened: " FUNCTION TRIM(IN-XMAS-PATH)
                       " (status " LS-XMAS-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING
               LS-ROW-INDEX FROM 2 BY 1 UNTIL LS-ROW-INDEX = GRID-SIZE
               AFTER

               IF GRID-CELL(LS-ROW-INDEX,LS-COL-INDEX) = "A"
               THEN
                   MOVE LS-COUNT TO LS-PRIOR-COUNT
                   EVALUATE TRUE
      *> M M
      *>  A
                       AND GRID-CELL(LS-ROW-INDEX + 1, LS-COL-INDEX + 1)
                           = "M"
                           ADD 1 TO LS-COUNT
                   END-EVALUATE
                   IF LS-COUNT > LS-PRIOR-COUNT
                       AND IN-XMAS-PATH NOT = SPACES
                       MOVE LS-ROW-INDEX TO LS-ROW-DISPLAY
                       MOVE LS-COL-INDEX TO LS-COL-DISPLAY
                       MOVE SPACES TO F-XMAS-RECORD
                       STRING "CENTRE ROW " DELIMITED BY SIZE
                           LS-ROW-DISPLAY DELIMITED BY SIZE
                           " COL " DELIMITED BY SIZE
                           LS-COL-DISPLAY DELIMITED BY SIZE
                           INTO F-XMAS-RECORD
                       WRITE F-XMAS-RECORD
                   END-IF

               END-IF
           END-PERFORM
           IF IN-XMAS-PATH NOT = SPACES
               CLOSE FD-XMAS
           END-IF
           DISPLAY "X-MAS count " LS-COUNT
           GOBACK.
       END PROGRAM PART-02.
           END-IF
           .
       END PROGRAM SCAN-DICTIONARY.

      *> ===============================================================
      *> REPORT-MATCH-OVERLAPS.
      *>
      *> The puzzle editors' pre-publication check: reads the word
      *> matches back from the coordinate export (single word or
      *> dictionary form) and the X-MAS centres from PART-02's
      *> export, lays every match onto the grid cell by cell, and
      *> reports
      *>   - every cell used by more than one match, with the
      *>     matches that use it;
      *>   - every pair of matches sharing two or more cells;
      *>   - per word (X-MAS counted as a word of its own) how many
      *>     matches share no cell with any other match.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-MATCH-OVERLAPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MATCHES ASSIGN TO IN-MATCHES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MATCHES-STATUS.
           SELECT FD-XMAS ASSIGN TO IN-XMAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-XMAS-STATUS.
           SELECT FD-OVERLAP ASSIGN TO IN-OVERLAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-OVERLAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FD-MATCHES.
       01  F-MATCHES-RECORD                 PIC X(60).
       FD FD-XMAS.
       01  F-XMAS-RECORD                    PIC X(60).
       FD FD-OVERLAP.
       01  F-OVERLAP-RECORD                 PIC X(132).

       LOCAL-STORAGE SECTION.
       01  LS-MATCHES-STATUS                PIC X(2).
       01  LS-XMAS-STATUS                   PIC X(2).
       01  LS-OVERLAP-STATUS                PIC X(2).
       01  LS-TOKEN-TABLE-GROUP.
           05  LS-TOKEN                     OCCURS 8 TIMES PIC X(10).
       01  LS-TRUNCATED                     PIC 9(1) VALUE 0.
      *> Every match read back, word matches first, then crosses.
       01  LS-MATCH-COUNT                   PIC 9(5) USAGE COMP VALUE 0.
       01  LS-MATCH-TABLE.
           05  LS-MATCH OCCURS 0 TO 5000 TIMES
                   DEPENDING ON LS-MATCH-COUNT.
               10  LS-M-WORD                PIC X(10).
               10  LS-M-ROW                 PIC 9(3) USAGE COMP.
               10  LS-M-COL                 PIC 9(3) USAGE COMP.
               10  LS-M-DIR                 PIC X(2).
               10  LS-M-LEN                 PIC 9(2) USAGE COMP.
      *> One entry per (cell, match) the matches lay down; sorted so
      *> each cell's users sit together.
       01  LS-USE-COUNT                     PIC 9(6) USAGE COMP VALUE 0.
       01  LS-USE-TABLE.
           05  LS-USE OCCURS 0 TO 50000 TIMES
                   DEPENDING ON LS-USE-COUNT.
               10  LS-U-CELL-KEY            PIC 9(6) USAGE COMP.
               10  LS-U-MATCH               PIC 9(5) USAGE COMP.
      *> One entry per pair of matches meeting on one cell; sorted so
      *> pairs meeting on several cells sit together.
       01  LS-PAIR-COUNT                    PIC 9(6) USAGE COMP VALUE 0.
       01  LS-PAIR-TABLE.
           05  LS-PAIR OCCURS 0 TO 50000 TIMES
                   DEPENDING ON LS-PAIR-COUNT.
               10  LS-P-FIRST               PIC 9(5) USAGE COMP.
               10  LS-P-SECOND              PIC 9(5) USAGE COMP.
       01  LS-CELL-USE-GROUP.
           05  LS-CELL-USE-ROW              OCCURS 140 TIMES.
               10  LS-CELL-USE              PIC 9(4) USAGE COMP
                                            OCCURS 140 TIMES.
      *> Per-word independence tally.
       01  LS-WORD-COUNT                    PIC 9(3) USAGE COMP VALUE 0.
       01  LS-WORD-TABLE.
           05  LS-WORD-ENTRY OCCURS 60 TIMES.
               10  LS-W-WORD                PIC X(10).
               10  LS-W-MATCHES             PIC 9(5) USAGE COMP.
               10  LS-W-INDEPENDENT         PIC 9(5) USAGE COMP.
       01  LS-W-IDX                         PIC 9(3) USAGE COMP.
       01  LS-M-IDX                         PIC 9(5) USAGE COMP.
       01  LS-U-IDX                         PIC 9(6) USAGE COMP.
       01  LS-U-END                         PIC 9(6) USAGE COMP.
       01  LS-U-IDX-2                       PIC 9(6) USAGE COMP.
       01  LS-P-IDX                         PIC 9(6) USAGE COMP.
       01  LS-P-END                         PIC 9(6) USAGE COMP.
       01  LS-CHAR-INDEX                    PIC 9(2) USAGE COMP.
       01  LS-CELL-ROW                      PIC S9(5) USAGE COMP.
       01  LS-CELL-COL                      PIC S9(5) USAGE COMP.
       01  LS-INDEPENDENT                   PIC 9(1).
       01  LS-DIR-INDEX                     PIC 9(1) USAGE COMP.
       01  LS-DIRECTION-TABLE-GROUP.
           05  FILLER                       PIC X(8) VALUE "N -1+0".
           05  FILLER                       PIC X(8) VALUE "NE-1+1".
           05  FILLER                       PIC X(8) VALUE "E +0+1".
           05  FILLER                       PIC X(8) VALUE "SE+1+1".
           05  FILLER                       PIC X(8) VALUE "S +1+0".
           05  FILLER                       PIC X(8) VALUE "SW+1-1".
           05  FILLER                       PIC X(8) VALUE "W +0-1".
           05  FILLER                       PIC X(8) VALUE "NW-1-1".
       01  LS-DIRECTION-TABLE REDEFINES LS-DIRECTION-TABLE-GROUP.
           05  LS-DIRECTION OCCURS 8 TIMES.
               10  LS-DIR-NAME              PIC X(2).
               10  LS-DIR-DROW              PIC S9(1)
                                            SIGN LEADING SEPARATE.
               10  LS-DIR-DCOL              PIC S9(1)
                                            SIGN LEADING SEPARATE.
               10  FILLER                   PIC X(2).
      *> The four arms of an X-MAS cross around its centre.
       01  LS-CROSS-TABLE-GROUP.
           05  FILLER                       PIC X(4) VALUE "+0+0".
           05  FILLER                       PIC X(4) VALUE "-1-1".
           05  FILLER                       PIC X(4) VALUE "-1+1".
           05  FILLER                       PIC X(4) VALUE "+1-1".
           05  FILLER                       PIC X(4) VALUE "+1+1".
       01  LS-CROSS-TABLE REDEFINES LS-CROSS-TABLE-GROUP.
           05  LS-CROSS OCCURS 5 TIMES.
               10  LS-CROSS-DROW            PIC S9(1)
                                            SIGN LEADING SEPARATE.
               10  LS-CROSS-DCOL            PIC S9(1)
                                            SIGN LEADING SEPARATE.
       01  LS-LABEL                         PIC X(40).
       01  LS-LABEL-2                       PIC X(40).
       01  LS-LABEL-IDX                     PIC 9(5) USAGE COMP.
       01  LS-MATCH-DISPLAY                 PIC Z(4)9.
       01  LS-ROW-DISPLAY                   PIC Z(2)9.
       01  LS-COL-DISPLAY                   PIC Z(2)9.
       01  LS-USERS-DISPLAY                 PIC Z(4)9.
       01  LS-COUNT-DISPLAY                 PIC Z(4)9.
       01  LS-COUNT-DISPLAY-2               PIC Z(4)9.
       01  LS-SHARED-CELLS                  PIC 9(5) USAGE COMP
                                            VALUE 0.
       01  LS-OVERLAP-PAIRS                 PIC 9(5) USAGE COMP
                                            VALUE 0.

       LINKAGE SECTION.
       COPY "grid" IN "04".
       01  IN-TARGET-WORD                   PIC X(10).
       01  IN-WRAP-FLAG                     PIC 9(1).
       01  IN-MATCHES-PATH                  PIC X(30).
       01  IN-XMAS-PATH                     PIC X(30).
       01  IN-OVERLAP-PATH                  PIC X(30).

       PROCEDURE DIVISION USING
           BY REFERENCE GRID
           BY REFERENCE GRID-SIZE
           BY REFERENCE IN-TARGET-WORD
           BY REFERENCE IN-WRAP-FLAG
           BY REFERENCE IN-MATCHES-PATH
           BY REFERENCE IN-XMAS-PATH
           BY REFERENCE IN-OVERLAP-PATH.

           INITIALIZE LS-CELL-USE-GROUP
           PERFORM LOAD-WORD-MATCHES
           PERFORM LOAD-XMAS-CENTRES
           PERFORM VARYING LS-M-IDX FROM 1 BY 1
               UNTIL LS-M-IDX > LS-MATCH-COUNT
               PERFORM LAY-DOWN-MATCH
           END-PERFORM

           OPEN OUTPUT FD-OVERLAP
           IF LS-OVERLAP-STATUS NOT = "00"
               DISPLAY "DAY04: overlap report could not be opened: "
                   FUNCTION TRIM(IN-OVERLAP-PATH)
                   " (status " LS-OVERLAP-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-OVERLAP-RECORD
           STRING "DAY04 SHARED-CELL AND OVERLAP REPORT FOR "
               DELIMITED BY SIZE
               FUNCTION TRIM(IN-MATCHES-PATH) DELIMITED BY SIZE
               " AND " DELIMITED BY SIZE
               FUNCTION TRIM(IN-XMAS-PATH) DELIMITED BY SIZE
               INTO F-OVERLAP-RECORD
           WRITE F-OVERLAP-RECORD
           IF LS-TRUNCATED = 1
               MOVE "WARNING: MATCH TABLES FULL - REPORT COVERS THE "
                   & "MATCHES LOADED ONLY" TO F-OVERLAP-RECORD
               WRITE F-OVERLAP-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-SHARED-CELLS
           PERFORM WRITE-OVERLAPPING-PAIRS
           PERFORM WRITE-INDEPENDENT-COUNTS
           CLOSE FD-OVERLAP
           DISPLAY "DAY04: " LS-SHARED-CELLS " shared cell(s), "
               LS-OVERLAP-PAIRS " overlapping pair(s) (see "
               FUNCTION TRIM(IN-OVERLAP-PATH) ")"
           GOBACK.

      *> Match lines are "ROW r COL c DIR d", or with the dictionary
      *> scan "WORD w ROW r COL c DIR d"; the per-word summary lines
      *> ("WORD w COUNT n") are not matches.
       LOAD-WORD-MATCHES.
           OPEN INPUT FD-MATCHES
           IF LS-MATCHES-STATUS NOT = "00"
               DISPLAY "DAY04: matches file not found or unreadable: "
                   FUNCTION TRIM(IN-MATCHES-PATH)
                   " (status " LS-MATCHES-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-MATCHES
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO LS-TOKEN-TABLE-GROUP
                       UNSTRING F-MATCHES-RECORD DELIMITED BY ALL " "
                           INTO LS-TOKEN(1) LS-TOKEN(2) LS-TOKEN(3)
                               LS-TOKEN(4) LS-TOKEN(5) LS-TOKEN(6)
                               LS-TOKEN(7) LS-TOKEN(8)
                       EVALUATE TRUE
                           WHEN LS-TOKEN(1) = "ROW"
                               MOVE IN-TARGET-WORD TO LS-LABEL
                               PERFORM ADD-WORD-MATCH
                           WHEN LS-TOKEN(1) = "WORD"
                               AND LS-TOKEN(3) = "ROW"
                               MOVE LS-TOKEN(2) TO LS-LABEL
                               MOVE LS-TOKEN(4) TO LS-TOKEN(2)
                               MOVE LS-TOKEN(6) TO LS-TOKEN(4)
                               MOVE LS-TOKEN(8) TO LS-TOKEN(6)
                               PERFORM ADD-WORD-MATCH
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FD-MATCHES
           .

      *> Tokens 1-6 now read ROW r COL c DIR d; LS-LABEL holds the
      *> word.
       ADD-WORD-MATCH.
           IF LS-MATCH-COUNT >= 5000
               MOVE 1 TO LS-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-MATCH-COUNT
           MOVE LS-LABEL TO LS-M-WORD(LS-MATCH-COUNT)
           COMPUTE LS-M-ROW(LS-MATCH-COUNT) =
               FUNCTION NUMVAL(LS-TOKEN(2))
           COMPUTE LS-M-COL(LS-MATCH-COUNT) =
               FUNCTION NUMVAL(LS-TOKEN(4))
           MOVE LS-TOKEN(6) TO LS-M-DIR(LS-MATCH-COUNT)
           COMPUTE LS-M-LEN(LS-MATCH-COUNT) =
               FUNCTION LENGTH(FUNCTION TRIM(LS-LABEL))
           .

       LOAD-XMAS-CENTRES.
           OPEN INPUT FD-XMAS
           IF LS-XMAS-STATUS NOT = "00"
               DISPLAY "DAY04: X-MAS centre file not found or "
                   "unreadable: " FUNCTION TRIM(IN-XMAS-PATH)
                   " (status " LS-XMAS-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-XMAS
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO LS-TOKEN-TABLE-GROUP
                       UNSTRING F-XMAS-RECORD DELIMITED BY ALL " "
                           INTO LS-TOKEN(1) LS-TOKEN(2) LS-TOKEN(3)
                               LS-TOKEN(4) LS-TOKEN(5)
                       IF LS-TOKEN(1) = "CENTRE"
                           IF LS-MATCH-COUNT >= 5000
                               MOVE 1 TO LS-TRUNCATED
                           ELSE
                               ADD 1 TO LS-MATCH-COUNT
                               MOVE "X-MAS" TO
                                   LS-M-WORD(LS-MATCH-COUNT)
                               COMPUTE LS-M-ROW(LS-MATCH-COUNT) =
                                   FUNCTION NUMVAL(LS-TOKEN(3))
                               COMPUTE LS-M-COL(LS-MATCH-COUNT) =
                                   FUNCTION NUMVAL(LS-TOKEN(5))
                               MOVE "X" TO LS-M-DIR(LS-MATCH-COUNT)
                               MOVE 5 TO LS-M-LEN(LS-MATCH-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-XMAS
           .

      *> Charge each cell of one match to the grid and to the cell
      *> use list, and enter the match's word in the tally.
       LAY-DOWN-MATCH.
           PERFORM VARYING LS-W-IDX FROM 1 BY 1
               UNTIL LS-W-IDX > LS-WORD-COUNT
                   OR LS-W-WORD(LS-W-IDX) = LS-M-WORD(LS-M-IDX)
               CONTINUE
           END-PERFORM
           IF LS-W-IDX > LS-WORD-COUNT AND LS-WORD-COUNT < 60
               ADD 1 TO LS-WORD-COUNT
               MOVE LS-M-WORD(LS-M-IDX) TO LS-W-WORD(LS-WORD-COUNT)
               MOVE 0 TO LS-W-MATCHES(LS-WORD-COUNT)
               MOVE 0 TO LS-W-INDEPENDENT(LS-WORD-COUNT)
           END-IF
           PERFORM VARYING LS-CHAR-INDEX FROM 1 BY 1
               UNTIL LS-CHAR-INDEX > LS-M-LEN(LS-M-IDX)
               PERFORM LOCATE-MATCH-CELL
               ADD 1 TO LS-CELL-USE(LS-CELL-ROW, LS-CELL-COL)
               IF LS-USE-COUNT >= 50000
                   MOVE 1 TO LS-TRUNCATED
               ELSE
                   ADD 1 TO LS-USE-COUNT
                   COMPUTE LS-U-CELL-KEY(LS-USE-COUNT) =
                       LS-CELL-ROW * 1000 + LS-CELL-COL
                   MOVE LS-M-IDX TO LS-U-MATCH(LS-USE-COUNT)
               END-IF
           END-PERFORM
           .

      *> The grid cell holding character LS-CHAR-INDEX of match
      *> LS-M-IDX: along the match direction for a word, around the
      *> centre for a cross. Wraps the same way the scan did.
       LOCATE-MATCH-CELL.
           IF LS-M-DIR(LS-M-IDX) = "X"
               COMPUTE LS-CELL-ROW = LS-M-ROW(LS-M-IDX)
                   + LS-CROSS-DROW(LS-CHAR-INDEX)
               COMPUTE LS-CELL-COL = LS-M-COL(LS-M-IDX)
                   + LS-CROSS-DCOL(LS-CHAR-INDEX)
           ELSE
               PERFORM VARYING LS-DIR-INDEX FROM 1 BY 1
                   UNTIL LS-DIR-INDEX > 7
                       OR LS-DIR-NAME(LS-DIR-INDEX) = LS-M-DIR(LS-M-IDX)
                   CONTINUE
               END-PERFORM
               COMPUTE LS-CELL-ROW = LS-M-ROW(LS-M-IDX)
                   + (LS-CHAR-INDEX - 1) * LS-DIR-DROW(LS-DIR-INDEX)
               COMPUTE LS-CELL-COL = LS-M-COL(LS-M-IDX)
                   + (LS-CHAR-INDEX - 1) * LS-DIR-DCOL(LS-DIR-INDEX)
               IF IN-WRAP-FLAG = 1
                   COMPUTE LS-CELL-ROW = FUNCTION MOD(
                       LS-CELL-ROW - 1, GRID-SIZE) + 1
                   COMPUTE LS-CELL-COL = FUNCTION MOD(
                       LS-CELL-COL - 1, GRID-SIZE) + 1
               END-IF
           END-IF
           .

      *> Section 1: each cell with more than one user, its letter and
      *> its users; every pair of users is noted for section 2.
       WRITE-SHARED-CELLS.
           MOVE SPACES TO F-OVERLAP-RECORD
           WRITE F-OVERLAP-RECORD
           MOVE "SECTION 1 - CELLS USED BY MORE THAN ONE MATCH"
               TO F-OVERLAP-RECORD
           WRITE F-OVERLAP-RECORD
           IF LS-USE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SORT LS-USE
               ON ASCENDING KEY LS-U-CELL-KEY
               ON ASCENDING KEY LS-U-MATCH
           MOVE 1 TO LS-U-IDX
           PERFORM UNTIL LS-U-IDX > LS-USE-COUNT
               MOVE LS-U-IDX TO LS-U-END
               PERFORM UNTIL LS-U-END >= LS-USE-COUNT
                   OR LS-U-CELL-KEY(LS-U-END + 1) NOT =
                       LS-U-CELL-KEY(LS-U-IDX)
                   ADD 1 TO LS-U-END
               END-PERFORM
               IF LS-U-END > LS-U-IDX
                   PERFORM WRITE-ONE-SHARED-CELL
               END-IF
               COMPUTE LS-U-IDX = LS-U-END + 1
           END-PERFORM
           .

       WRITE-ONE-SHARED-CELL.
           ADD 1 TO LS-SHARED-CELLS
           COMPUTE LS-CELL-ROW = LS-U-CELL-KEY(LS-U-IDX) / 1000
           COMPUTE LS-CELL-COL =
               FUNCTION MOD(LS-U-CELL-KEY(LS-U-IDX), 1000)
           MOVE LS-CELL-ROW TO LS-ROW-DISPLAY
           MOVE LS-CELL-COL TO LS-COL-DISPLAY
           COMPUTE LS-USERS-DISPLAY = LS-U-END - LS-U-IDX + 1
           MOVE SPACES TO F-OVERLAP-RECORD
           STRING "CELL ROW " LS-ROW-DISPLAY " COL " LS-COL-DISPLAY
               " LETTER " GRID-CELL(LS-CELL-ROW, LS-CELL-COL)
               " USED BY " LS-USERS-DISPLAY " MATCHES:"
               DELIMITED BY SIZE
               INTO F-OVERLAP-RECORD
           WRITE F-OVERLAP-RECORD
           PERFORM VARYING LS-U-IDX-2 FROM LS-U-IDX BY 1
               UNTIL LS-U-IDX-2 > LS-U-END
               MOVE LS-U-MATCH(LS-U-IDX-2) TO LS-LABEL-IDX
               PERFORM FORMAT-MATCH-LABEL
               MOVE SPACES TO F-OVERLAP-RECORD
               STRING "    " LS-LABEL DELIMITED BY SIZE
                   INTO F-OVERLAP-RECORD
               WRITE F-OVERLAP-RECORD
           END-PERFORM
           PERFORM VARYING LS-U-IDX-2 FROM LS-U-IDX BY 1
               UNTIL LS-U-IDX-2 > LS-U-END
               PERFORM VARYING LS-P-IDX FROM LS-U-IDX-2 BY 1
                   UNTIL LS-P-IDX > LS-U-END
                   IF LS-P-IDX > LS-U-IDX-2
                       AND LS-U-MATCH(LS-P-IDX) NOT =
                           LS-U-MATCH(LS-U-IDX-2)
                       IF LS-PAIR-COUNT >= 50000
                           MOVE 1 TO LS-TRUNCATED
                       ELSE
                           ADD 1 TO LS-PAIR-COUNT
                           MOVE LS-U-MATCH(LS-U-IDX-2)
                               TO LS-P-FIRST(LS-PAIR-COUNT)
                           MOVE LS-U-MATCH(LS-P-IDX)
                               TO LS-P-SECOND(LS-PAIR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> Section 2: a pair noted on two or more cells overlaps.
       WRITE-OVERLAPPING-PAIRS.
           MOVE SPACES TO F-OVERLAP-RECORD
           WRITE F-OVERLAP-RECORD
           MOVE "SECTION 2 - MATCHES OVERLAPPING ON TWO OR MORE CELLS"
               TO F-OVERLAP-RECORD
           WRITE F-OVERLAP-RECORD
           IF LS-PAIR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SORT LS-PAIR
               ON ASCENDING KEY LS-P-FIRST
               ON ASCENDING KEY LS-P-SECOND
           MOVE 1 TO LS-P-IDX
           PERFORM UNTIL LS-P-IDX > LS-PAIR-COUNT
               MOVE LS-P-IDX TO LS-P-END
               PERFORM UNTIL LS-P-END >= LS-PAIR-COUNT
                   OR LS-P-FIRST(LS-P-END + 1) NOT =
                       LS-P-FIRST(LS-P-IDX)
                   OR LS-P-SECOND(LS-P-END + 1) NOT =
                       LS-P-SECOND(LS-P-IDX)
                   ADD 1 TO LS-P-END
               END-PERFORM
               IF LS-P-END > LS-P-IDX
                   ADD 1 TO LS-OVERLAP-PAIRS
                   MOVE LS-P-FIRST(LS-P-IDX) TO LS-LABEL-IDX
                   PERFORM FORMAT-MATCH-LABEL
                   MOVE LS-LABEL TO LS-LABEL-2
                   MOVE LS-P-SECOND(LS-P-IDX) TO LS-LABEL-IDX
                   PERFORM FORMAT-MATCH-LABEL
                   COMPUTE LS-COUNT-DISPLAY = LS-P-END - LS-P-IDX + 1
                   MOVE SPACES TO F-OVERLAP-RECORD
                   STRING FUNCTION TRIM(LS-LABEL-2) DELIMITED BY SIZE
                       "  AND  " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-LABEL) DELIMITED BY SIZE
                       "  SHARE " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-COUNT-DISPLAY)
                       DELIMITED BY SIZE
                       " CELLS" DELIMITED BY SIZE
                       INTO F-OVERLAP-RECORD
                   WRITE F-OVERLAP-RECORD
               END-IF
               COMPUTE LS-P-IDX = LS-P-END + 1
           END-PERFORM
           .

      *> Section 3: per word, matches with no cell in common with
      *> any other match.
       WRITE-INDEPENDENT-COUNTS.
           PERFORM VARYING LS-M-IDX FROM 1 BY 1
               UNTIL LS-M-IDX > LS-MATCH-COUNT
               MOVE 1 TO LS-INDEPENDENT
               PERFORM VARYING LS-CHAR-INDEX FROM 1 BY 1
                   UNTIL LS-CHAR-INDEX > LS-M-LEN(LS-M-IDX)
                   PERFORM LOCATE-MATCH-CELL
                   IF LS-CELL-USE(LS-CELL-ROW, LS-CELL-COL) > 1
                       MOVE 0 TO LS-INDEPENDENT
                   END-IF
               END-PERFORM
               PERFORM VARYING LS-W-IDX FROM 1 BY 1
                   UNTIL LS-W-IDX > LS-WORD-COUNT
                   IF LS-W-WORD(LS-W-IDX) = LS-M-WORD(LS-M-IDX)
                       ADD 1 TO LS-W-MATCHES(LS-W-IDX)
                       ADD LS-INDEPENDENT TO LS-W-INDEPENDENT(LS-W-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO F-OVERLAP-RECORD
           WRITE F-OVERLAP-RECORD
           MOVE "SECTION 3 - FULLY INDEPENDENT MATCHES BY WORD"
               TO F-OVERLAP-RECORD
           WRITE F-OVERLAP-RECORD
           PERFORM VARYING LS-W-IDX FROM 1 BY 1
               UNTIL LS-W-IDX > LS-WORD-COUNT
               MOVE LS-W-MATCHES(LS-W-IDX) TO LS-COUNT-DISPLAY
               MOVE LS-W-INDEPENDENT(LS-W-IDX) TO LS-COUNT-DISPLAY-2
               MOVE SPACES TO F-OVERLAP-RECORD
               STRING "WORD " LS-W-WORD(LS-W-IDX)
                   " MATCHES " LS-COUNT-DISPLAY
                   " INDEPENDENT " LS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO F-OVERLAP-RECORD
               WRITE F-OVERLAP-RECORD
           END-PERFORM
           MOVE LS-SHARED-CELLS TO LS-COUNT-DISPLAY
           MOVE LS-OVERLAP-PAIRS TO LS-COUNT-DISPLAY-2
           MOVE SPACES TO F-OVERLAP-RECORD
           STRING "TOTALS: SHARED CELLS " LS-COUNT-DISPLAY
               " OVERLAPPING PAIRS " LS-COUNT-DISPLAY-2
               DELIMITED BY SIZE
               INTO F-OVERLAP-RECORD
           WRITE F-OVERLAP-RECORD
           .

      *> "#n WORD AT ROW r COL c DIR d" for match LS-LABEL-IDX.
       FORMAT-MATCH-LABEL.
           MOVE LS-LABEL-IDX TO LS-MATCH-DISPLAY
           MOVE LS-M-ROW(LS-LABEL-IDX) TO LS-ROW-DISPLAY
           MOVE LS-M-COL(LS-LABEL-IDX) TO LS-COL-DISPLAY
           MOVE SPACES TO LS-LABEL
           STRING "#" FUNCTION TRIM(LS-MATCH-DISPLAY) " "
               FUNCTION TRIM(LS-M-WORD(LS-LABEL-IDX))
               " AT " FUNCTION TRIM(LS-ROW-DISPLAY)
               "," FUNCTION TRIM(LS-COL-DISPLAY)
               " " FUNCTION TRIM(LS-M-DIR(LS-LABEL-IDX))
               DELIMITED BY SIZE
               INTO LS-LABEL
           .
       END PROGRAM REPORT-MATCH-OVERLAPS.
