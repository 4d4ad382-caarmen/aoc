           SELECT FD-MOVE-PLAN ASSIGN TO LS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PLAN-STATUS.
           SELECT FD-GENERATION ASSIGN TO LS-GEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-GEN-STATUS.
           SELECT FD-XREF ASSIGN TO LS-XREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-XREF-STATUS.
           SELECT FD-GEN-MANIFEST ASSIGN TO LS-GEN-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-GEN-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> storage operations can execute and re-verify the compaction
      *> on the real array with APPLYPLAN.
       FD  FD-MOVE-PLAN EXTERNAL.
       01  F-MOVE-PLAN-RECORD                    PIC X(220).
      *> Next night's input: the compacted disk in the dense format
      *> PARSE-DISK-MAP reads, its file-number cross-reference and
      *> its manifest.
       FD  FD-GENERATION.
       01  F-GENERATION-RECORD                   PIC X(20000).
       FD  FD-XREF.
       01  F-XREF-RECORD                         PIC X(60).
       FD  FD-GEN-MANIFEST.
       01  F-GEN-MANIFEST-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "constants" IN "09".
      *> ordered move plan to the input's companion ".moveplan"
      *> file, ending with the planner's checksum for APPLYPLAN's
      *> final confirmation.
      *> "EMIT <dataset>" writes the compacted disk back out as the
      *> dataset's next catalog generation (the one DAYBATCH rolls
      *> to generation 0 at the start of the next night), with a
      *> ".fileids" cross-reference and a ".manifest" beside it,
      *> and a balancing OUT entry. With PLAN as well, the plan
      *> names the generation so APPLYPLAN can check it against
      *> its own replay. Free space after the last file is not
      *> carried into the map; it is reported instead.
       01  LS-COMMAND-LINE                       PIC X(120).
       01  LS-FILE-PATH                          PIC X(20000).
       01  LS-PART                               PIC X(1).
       01  LS-PLAN-FLAG                          PIC X(4).
       01  LS-OPTION-TABLE.
           05  LS-OPTION                         PIC X(40)
                                                     OCCURS 3 TIMES.
       01  LS-OPTION-IDX                         PIC 9(1).
       01  LS-EMIT-DSNAME                        PIC X(40).
       01  LS-GDG-CATALOG                        PIC X(200).
       01  LS-GDG-RELATIVE                       PIC S9(3) VALUE 1.
       01  LS-GEN-PATH                           PIC X(200).
       01  LS-GEN-STATUS                         PIC X(2).
       01  LS-GEN-LINE                           PIC X(20000).
       01  LS-GEN-LENGTH                         PIC 9(6) COMP.
       01  LS-TRAILING-FREE                      PIC 9(6) COMP.
       01  LS-XREF-PATH                          PIC X(210).
       01  LS-XREF-STATUS                        PIC X(2).
       01  LS-GEN-MANIFEST-PATH                  PIC X(210).
       01  LS-GEN-MANIFEST-STATUS                PIC X(2).
       01  LS-GEN-RECORDS                        PIC 9(9).
       01  LS-GEN-CHECKSUM                       PIC 9(9).
       01  LS-GEN-SUM-STATUS                     PIC X(2).
       01  LS-XREF-NUMBER                        PIC 9(6).
       01  LS-XREF-ID-DISPLAY                    PIC Z(5)9.
       01  LS-XREF-NUMBER-DISPLAY                PIC Z(5)9.
       01  LS-TRAILING-DISPLAY                   PIC Z(5)9.
       COPY "file-xref" IN "09".
       01  LS-PLAN-PATH                          PIC X(40).
       01  LS-PLAN-STATUS                        PIC X(2).
       01  LS-CHECKSUM-TOTAL                     PIC 9(18) COMP VALUE 0.
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE
               DELIMITED BY " "
               INTO LS-PART, LS-FILE-PATH, LS-OPTION(1),
                    LS-OPTION(2), LS-OPTION(3)
           END-UNSTRING
           PERFORM VARYING LS-OPTION-IDX FROM 1 BY 1
               UNTIL LS-OPTION-IDX > 3
               IF LS-OPTION(LS-OPTION-IDX) = "PLAN"
                   MOVE "PLAN" TO LS-PLAN-FLAG
               END-IF
               IF LS-OPTION(LS-OPTION-IDX) = "EMIT"
                   AND LS-OPTION-IDX < 3
                   MOVE LS-OPTION(LS-OPTION-IDX + 1)
                       TO LS-EMIT-DSNAME
               END-IF
           END-PERFORM
           IF LS-EMIT-DSNAME NOT = SPACES
               PERFORM RESOLVE-NEXT-GENERATION
           END-IF
           MOVE 0 TO MOVE-PLAN-ENABLED
           MOVE 0 TO MOVE-PLAN-COUNT
           IF LS-PLAN-FLAG = "PLAN"
               BY REFERENCE LS-CHECKSUM-TOTAL

           DISPLAY "checksum: " LS-CHECKSUM-TOTAL
           IF LS-EMIT-DSNAME NOT = SPACES
               PERFORM EMIT-NEXT-GENERATION
           END-IF
           IF MOVE-PLAN-ENABLED = 1
               AND LS-EMIT-DSNAME NOT = SPACES
               MOVE SPACES TO F-MOVE-PLAN-RECORD
               STRING "GENERATION " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-GEN-PATH) DELIMITED BY SIZE
                   INTO F-MOVE-PLAN-RECORD
               WRITE F-MOVE-PLAN-RECORD
               ADD 1 TO MOVE-PLAN-COUNT
           END-IF
           IF MOVE-PLAN-ENABLED = 1
               MOVE LS-CHECKSUM-TOTAL TO LS-CHECKSUM-TOTAL-DISPLAY
               MOVE SPACES TO F-MOVE-PLAN-RECORD
           CALL "WRITE-RUN-LOG" USING
               "DAY09" LS-FILE-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT
           GOBACK
           .

      *> Resolved before any work is done, so a dataset missing
      *> from the catalog stops the run instead of leaving a
      *> compaction with nowhere to go.
       RESOLVE-NEXT-GENERATION.
           ACCEPT LS-GDG-CATALOG FROM ENVIRONMENT "DAYBATCH_GDG"
           IF LS-GDG-CATALOG = SPACES
               MOVE "daybatch.gdg" TO LS-GDG-CATALOG
           END-IF
           CALL "GDG-RESOLVE" USING
               LS-GDG-CATALOG LS-EMIT-DSNAME LS-GDG-RELATIVE
               LS-GEN-PATH LS-GEN-STATUS
           IF LS-GEN-STATUS NOT = "00"
               DISPLAY "DAY09: dataset "
                   FUNCTION TRIM(LS-EMIT-DSNAME)
                   " not resolvable from "
                   FUNCTION TRIM(LS-GDG-CATALOG)
                   " (status " LS-GEN-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING FUNCTION TRIM(LS-GEN-PATH) DELIMITED BY SIZE
               ".fileids" DELIMITED BY SIZE
               INTO LS-XREF-PATH
           STRING FUNCTION TRIM(LS-GEN-PATH) DELIMITED BY SIZE
               ".manifest" DELIMITED BY SIZE
               INTO LS-GEN-MANIFEST-PATH
           .

       EMIT-NEXT-GENERATION.
           CALL "ENCODE-DISK-MAP" USING
               BY REFERENCE DISK-MAP-GRP
               BY REFERENCE LS-GEN-LINE
               BY REFERENCE LS-GEN-LENGTH
               BY REFERENCE LS-TRAILING-FREE
               BY REFERENCE FILE-XREF-GRP
           IF RETURN-CODE NOT = 0
               DISPLAY "DAY09: compacted disk does not fit one "
                   "disk-map record; generation not written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FD-GENERATION
           IF LS-GEN-STATUS NOT = "00"
               DISPLAY "DAY09: generation file could not be "
                   "opened: " FUNCTION TRIM(LS-GEN-PATH)
                   " (status " LS-GEN-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-GEN-LINE TO F-GENERATION-RECORD
           WRITE F-GENERATION-RECORD
           CLOSE FD-GENERATION

           OPEN OUTPUT FD-XREF
           IF LS-XREF-STATUS NOT = "00"
               DISPLAY "DAY09: file cross-reference could not be "
                   "opened: " FUNCTION TRIM(LS-XREF-PATH)
                   " (status " LS-XREF-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX > FILE-XREF-SIZE
               SET LS-XREF-NUMBER TO XREF-INDEX
               SUBTRACT 1 FROM LS-XREF-NUMBER
               MOVE LS-XREF-NUMBER TO LS-XREF-NUMBER-DISPLAY
               MOVE SPACES TO F-XREF-RECORD
               IF XREF-ORIGINAL-ID(XREF-INDEX) = C-FREE
                   STRING "FILE " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-XREF-NUMBER-DISPLAY)
                       DELIMITED BY SIZE
                       " PLACEHOLDER" DELIMITED BY SIZE
                       INTO F-XREF-RECORD
               ELSE
                   MOVE XREF-ORIGINAL-ID(XREF-INDEX)
                       TO LS-XREF-ID-DISPLAY
                   STRING "FILE " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-XREF-NUMBER-DISPLAY)
                       DELIMITED BY SIZE
                       " WAS " DELIMITED BY SIZE
                       FUNCTION TRIM(LS-XREF-ID-DISPLAY)
                       DELIMITED BY SIZE
                       " BLOCKS " DELIMITED BY SIZE
                       XREF-BLOCKS(XREF-INDEX) DELIMITED BY SIZE
                       INTO F-XREF-RECORD
               END-IF
               WRITE F-XREF-RECORD
           END-PERFORM
           CLOSE FD-XREF

      *> Manifest in the form MANIFEST writes, so DAYBATCH can
      *> verify tomorrow's input at the door like any extract.
           CALL "FILE-CHECKSUM" USING
               LS-GEN-PATH LS-GEN-RECORDS LS-GEN-CHECKSUM
               LS-GEN-SUM-STATUS
           IF LS-GEN-SUM-STATUS NOT = "00"
               DISPLAY "DAY09: generation file unreadable after "
                   "write: " FUNCTION TRIM(LS-GEN-PATH)
                   " (status " LS-GEN-SUM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-GEN-MANIFEST
           IF LS-GEN-MANIFEST-STATUS NOT = "00"
               DISPLAY "DAY09: cannot write "
                   FUNCTION TRIM(LS-GEN-MANIFEST-PATH)
                   " (status " LS-GEN-MANIFEST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-GEN-MANIFEST-RECORD
           STRING "records=" DELIMITED BY SIZE
               LS-GEN-RECORDS DELIMITED BY SIZE
               " checksum=" DELIMITED BY SIZE
               LS-GEN-CHECKSUM DELIMITED BY SIZE
               INTO F-GEN-MANIFEST-RECORD
           WRITE F-GEN-MANIFEST-RECORD
           CLOSE FD-GEN-MANIFEST

           MOVE LS-GEN-PATH TO LS-BAL-FILE
           MOVE LS-GEN-RECORDS TO LS-BAL-IN
           MOVE LS-GEN-RECORDS TO LS-BAL-USED
           MOVE 0 TO LS-BAL-REJ
           CALL "WRITE-BALANCE" USING
               "DAY09   " "OUT" LS-BAL-FILE
               LS-BAL-IN LS-BAL-USED LS-BAL-REJ

           MOVE LS-TRAILING-FREE TO LS-TRAILING-DISPLAY
           DISPLAY "DAY09: compacted disk written as "
               FUNCTION TRIM(LS-GEN-PATH) " ("
               FUNCTION TRIM(LS-TRAILING-DISPLAY)
               " trailing free block(s) not carried)"
           .
       END PROGRAM DAY09.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-MOVE-PLAN EXTERNAL.
       01  F-MOVE-PLAN-RECORD                    PIC X(220).

       WORKING-STORAGE SECTION.
       COPY "constants" IN "09".
           GOBACK.
       END PROGRAM CALCULATE-FRAGMENTATION.


      *> ===============================================================
      *> ENCODE-DISK-MAP
      *> The inverse of PARSE-DISK-MAP: renders a disk map as the
      *> dense line of alternating file and free lengths. Files are
      *> numbered by position in that format, so every run of one
      *> file id becomes the next file number, and OUT-XREF records
      *> which id it held. A single digit cannot carry a run longer
      *> than 9: longer free runs are split by a zero-length
      *> placeholder file, longer file runs by a zero-length free
      *> run. Free blocks after the last file are left off and
      *> returned in OUT-TRAILING-FREE. Returns 8 when the line
      *> would not fit.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCODE-DISK-MAP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "constants" IN "09".

       LOCAL-STORAGE SECTION.
       01  LS-LAST-USED-PTR                      PIC 9(6) COMP VALUE 0.
       01  LS-SCAN-PTR                           PIC 9(6) COMP.
       01  LS-RUN-ID                             PIC S9(6) COMP.
       01  LS-RUN-LENGTH                         PIC 9(1).

       LINKAGE SECTION.
       COPY "disk-map" IN "09".
       01  OUT-LINE                              PIC X(20000).
       01  OUT-LENGTH                            PIC 9(6) COMP.
       01  OUT-TRAILING-FREE                     PIC 9(6) COMP.
       COPY "file-xref" IN "09".

       PROCEDURE DIVISION USING
           BY REFERENCE DISK-MAP-GRP
           BY REFERENCE OUT-LINE
           BY REFERENCE OUT-LENGTH
           BY REFERENCE OUT-TRAILING-FREE
           BY REFERENCE FILE-XREF-GRP.

           MOVE SPACES TO OUT-LINE
           MOVE 0 TO OUT-LENGTH
           MOVE 0 TO FILE-XREF-SIZE
           PERFORM VARYING DISK-INDEX FROM 1 BY 1
               UNTIL DISK-INDEX > DISK-MAP-SIZE
               IF DISK-ENTRY(DISK-INDEX) NOT = C-FREE
                   SET LS-LAST-USED-PTR TO DISK-INDEX
               END-IF
           END-PERFORM
           COMPUTE OUT-TRAILING-FREE = DISK-MAP-SIZE - LS-LAST-USED-PTR

           SET LS-SCAN-PTR TO 1
           PERFORM UNTIL LS-SCAN-PTR > LS-LAST-USED-PTR
      *> File digit: the run of one id starting here, or a
      *> zero-length placeholder when the disk is free here.
               MOVE DISK-ENTRY(LS-SCAN-PTR) TO LS-RUN-ID
               MOVE 0 TO LS-RUN-LENGTH
               IF LS-RUN-ID NOT = C-FREE
                   PERFORM UNTIL LS-SCAN-PTR > LS-LAST-USED-PTR
                       OR LS-RUN-LENGTH = 9
                       OR DISK-ENTRY(LS-SCAN-PTR) NOT = LS-RUN-ID
                       ADD 1 TO LS-RUN-LENGTH
                       ADD 1 TO LS-SCAN-PTR
                   END-PERFORM
               END-IF
               IF OUT-LENGTH >= 20000
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO OUT-LENGTH
               MOVE LS-RUN-LENGTH TO OUT-LINE(OUT-LENGTH:1)
               ADD 1 TO FILE-XREF-SIZE
               MOVE LS-RUN-ID TO XREF-ORIGINAL-ID(FILE-XREF-SIZE)
               MOVE LS-RUN-LENGTH TO XREF-BLOCKS(FILE-XREF-SIZE)
               IF LS-SCAN-PTR > LS-LAST-USED-PTR
                   EXIT PERFORM
               END-IF
      *> Free digit: the free run that follows, up to 9 blocks.
               MOVE 0 TO LS-RUN-LENGTH
               PERFORM UNTIL LS-SCAN-PTR > LS-LAST-USED-PTR
                   OR LS-RUN-LENGTH = 9
                   OR DISK-ENTRY(LS-SCAN-PTR) NOT = C-FREE
                   ADD 1 TO LS-RUN-LENGTH
                   ADD 1 TO LS-SCAN-PTR
               END-PERFORM
               IF OUT-LENGTH >= 20000
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO OUT-LENGTH
               MOVE LS-RUN-LENGTH TO OUT-LINE(OUT-LENGTH:1)
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.
       END PROGRAM ENCODE-DISK-MAP.
