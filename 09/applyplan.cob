      *> completes - a mid-plan map cannot match the final
      *> checksum and is not an error.
      *>
      *> When the planner also emitted the compacted disk as the
      *> next catalog generation, the plan names that file; once
      *> the plan is complete the replayed map is rendered the same
      *> way and must match the generation record for record, so
      *> tomorrow's input is known to be the disk as compacted.
      *>
      *> Returns 0 when every move applied cleanly and the checksum
      *> matches, 8 when a move's spans fail verification, 4 when
      *> the final checksum disagrees with the planner's or the
      *> emitted generation disagrees with the replay.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FD-LEDGER ASSIGN TO LS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-LEDGER-STATUS.
           SELECT FD-GENERATION ASSIGN TO LS-GEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-PLAN.
       01  F-PLAN-RECORD                         PIC X(220).
       FD  FD-PROGRESS.
       01  F-PROGRESS-RECORD                     PIC X(40).
       FD  FD-LEDGER.
       01  F-LEDGER-RECORD                       PIC X(120).
       FD  FD-GENERATION.
       01  F-GENERATION-RECORD                   PIC X(20000).

       WORKING-STORAGE SECTION.
       COPY "constants" IN "09".
       01  LS-BAL-IN                             PIC 9(9).
       01  LS-BAL-USED                           PIC 9(9).
       01  LS-BAL-REJ                            PIC 9(9).
      *> Emitted-generation check.
       01  LS-GEN-PATH                           PIC X(200).
       01  LS-GEN-STATUS                         PIC X(2).
       01  LS-GEN-LINE                           PIC X(20000).
       01  LS-GEN-LENGTH                         PIC 9(6) COMP.
       01  LS-GEN-READS                          PIC 9(9) VALUE 0.
       01  LS-TRAILING-FREE                      PIC 9(6) COMP.
       COPY "disk-map" IN "09".
       COPY "file-xref" IN "09".

       PROCEDURE DIVISION.

                           WHEN F-PLAN-RECORD(1:9) = "CHECKSUM "
                               COMPUTE LS-PLAN-CHECKSUM = FUNCTION
                                   NUMVAL(F-PLAN-RECORD(10:20))
                           WHEN F-PLAN-RECORD(1:11) = "GENERATION "
                               MOVE F-PLAN-RECORD(12:200)
                                   TO LS-GEN-PATH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               DISPLAY "APPLYPLAN: VERDICT CHECKSUM MISMATCH"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LS-GEN-PATH NOT = SPACES
               PERFORM CHECK-EMITTED-GENERATION
           END-IF
           STOP RUN.

      *> The generation DAY09 wrote must be exactly what the same
      *> renderer makes of the replayed map.
       CHECK-EMITTED-GENERATION.
           CALL "ENCODE-DISK-MAP" USING
               BY REFERENCE DISK-MAP-GRP
               BY REFERENCE LS-GEN-LINE
               BY REFERENCE LS-GEN-LENGTH
               BY REFERENCE LS-TRAILING-FREE
               BY REFERENCE FILE-XREF-GRP
           OPEN INPUT FD-GENERATION
           IF LS-GEN-STATUS NOT = "00"
               DISPLAY "APPLYPLAN: emitted generation not found or "
                   "unreadable: " FUNCTION TRIM(LS-GEN-PATH)
                   " (status " LS-GEN-STATUS ")"
               DISPLAY "APPLYPLAN: GENERATION NOT VERIFIED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-GENERATION-RECORD
           READ FD-GENERATION
               AT END
                   MOVE SPACES TO F-GENERATION-RECORD
               NOT AT END
                   ADD 1 TO LS-GEN-READS
           END-READ
           CLOSE FD-GENERATION
           MOVE LS-GEN-PATH TO LS-BAL-FILE
           MOVE LS-GEN-READS TO LS-BAL-IN
           MOVE LS-GEN-READS TO LS-BAL-USED
           MOVE 0 TO LS-BAL-REJ
           CALL "WRITE-BALANCE" USING
               "APPLYPLN" "IN " LS-BAL-FILE
               LS-BAL-IN LS-BAL-USED LS-BAL-REJ
           MOVE 0 TO RETURN-CODE
           IF LS-ACTUAL-CHECKSUM NOT = LS-PLAN-CHECKSUM
               MOVE 4 TO RETURN-CODE
           END-IF
           IF F-GENERATION-RECORD = LS-GEN-LINE
               DISPLAY "APPLYPLAN: GENERATION CONFIRMED "
                   FUNCTION TRIM(LS-GEN-PATH)
           ELSE
               DISPLAY "APPLYPLAN: GENERATION MISMATCH "
                   FUNCTION TRIM(LS-GEN-PATH)
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *> The cursor left by the previous night's tranche: how many
      *> plan moves are already taken, and which tranche number is
      *> next. A missing progress file is night one of the plan.
