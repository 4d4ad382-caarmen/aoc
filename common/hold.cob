       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-CHECK.

      *> Legal hold lookup. An audit or a dispute sometimes needs a
      *> generation, a stretch of the journal or a dated file kept
      *> past the point housekeeping would remove it; the hold
      *> register ("holds.register", HOLDREG parameter), which the
      *> HOLD program maintains, names what is held, one hold per
      *> line:
      *>
      *>     <id> <state> <kind> <item> <qualifier> <until>
      *>          <placed yyyymmdd> <placed-by> <reason ...>
      *>
      *>     H00001 ACTIVE DATASET CUSTMAST - OPEN ...
      *>     H00002 ACTIVE GEN CUSTMAST 0042 20270331 ...
      *>     H00003 ACTIVE JOURNAL custmast.dat 20260901-20260930 ...
      *>     H00004 ACTIVE FILE exceptions.20260915.dat - OPEN ...
      *>
      *> DATASET holds every generation of a catalogued dataset,
      *> GEN one generation by absolute number, JOURNAL the journal
      *> frames for a file ("*" for every file) stamped inside a
      *> date range, FILE a dated file by its name wherever it is
      *> (live or under the archive). <until> is the last day of the
      *> hold, or OPEN for "until released"; a hold past its last
      *> day has lapsed. State is ACTIVE until HOLD RELEASE marks
      *> it RELEASED.
      *>
      *> Callers ask about one item:
      *>
      *>     IN-KIND "GEN"      IN-ITEM dataset name,
      *>                        IN-QUALIFIER generation (nnnn)
      *>     IN-KIND "FILE"     IN-ITEM path of the file
      *>     IN-KIND "JOURNAL"  IN-ITEM path a frame is for,
      *>                        IN-QUALIFIER the frame's date
      *>
      *> A FILE question also answers for generation files: a
      *> "<base>.Gnnnn" held by a DATASET or GEN hold is held by
      *> name too, so a housekeeping pattern that reaches the
      *> generation files cannot remove them.
      *>
      *> OUT-HOLD-ID names the first hold that applies.
      *> OUT-STATUS: "00" held, "NH" not held, "RG" no register
      *> (nothing is held).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-REGISTER ASSIGN TO LS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-REGISTER.
       01  F-REGISTER-RECORD              PIC X(400).

      *> The holds in force are read once per run and kept for
      *> every call - HOUSEKEEP asks once per journal frame.
       WORKING-STORAGE SECTION.
       01 HLD-REGISTER-LOADED             PIC 9(1) VALUE 0.
       01 HLD-REGISTER-FOUND              PIC 9(1) VALUE 0.
       01 HLD-ENTRY-COUNT                 PIC 9(3) VALUE 0.
       01 HLD-ENTRY-TABLE-GRP.
           05 HLD-ENTRY                   OCCURS 200 TIMES.
               10 HLD-ENTRY-ID            PIC X(6).
               10 HLD-ENTRY-KIND          PIC X(8).
               10 HLD-ENTRY-ITEM          PIC X(120).
               10 HLD-ENTRY-QUALIFIER     PIC X(20).
               10 HLD-ENTRY-FROM          PIC X(8).
               10 HLD-ENTRY-TO            PIC X(8).
               10 HLD-ENTRY-GEN-NAME      PIC X(120).

       LOCAL-STORAGE SECTION.
       01 C-MAX-HOLDS                    CONSTANT 200.
       01 LS-REGISTER-PATH                PIC X(100).
       01 LS-REGISTER-STATUS              PIC X(2).
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-TODAY                        PIC X(8).
       01 LS-REG-ID                       PIC X(6).
       01 LS-REG-STATE                    PIC X(8).
       01 LS-REG-KIND                     PIC X(8).
       01 LS-REG-ITEM                     PIC X(120).
       01 LS-REG-QUALIFIER                PIC X(20).
       01 LS-REG-UNTIL                    PIC X(8).
       01 LS-GDG-CATALOG                  PIC X(200).
       01 LS-GDG-NAME                     PIC X(40).
       01 LS-GDG-RELATIVE                 PIC S9(3) VALUE 0.
       01 LS-GDG-PATH                     PIC X(200).
       01 LS-GDG-STATUS                   PIC X(2).
       01 LS-PATH                         PIC X(200).
       01 LS-PATH-LEN                     PIC 9(3).
       01 LS-NAME-LEN                     PIC 9(3).
       01 LS-BASE-NAME                    PIC X(120).
       01 LS-FILE-NAME                    PIC X(120).
       01 LS-GEN-LEN                      PIC 9(3).
       01 LS-ENTRY-IDX                    PIC 9(3).

       LINKAGE SECTION.
       01 IN-KIND                         PIC X(8).
       01 IN-ITEM                         PIC X(200).
       01 IN-QUALIFIER                    PIC X(20).
       01 OUT-HOLD-ID                     PIC X(6).
       01 OUT-STATUS                      PIC X(2).

       PROCEDURE DIVISION USING IN-KIND IN-ITEM IN-QUALIFIER
           OUT-HOLD-ID OUT-STATUS.

           MOVE SPACES TO OUT-HOLD-ID
           IF HLD-REGISTER-LOADED = 0
               PERFORM LOAD-REGISTER
           END-IF
           IF HLD-REGISTER-FOUND = 0
               MOVE "RG" TO OUT-STATUS
               GOBACK
           END-IF
           IF IN-KIND = "FILE"
               MOVE IN-ITEM TO LS-PATH
               PERFORM TAKE-BASE-NAME
               MOVE LS-BASE-NAME TO LS-FILE-NAME
           END-IF

           MOVE "NH" TO OUT-STATUS
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > HLD-ENTRY-COUNT
                   OR OUT-STATUS = "00"
               EVALUATE IN-KIND
                   WHEN "GEN"
                       PERFORM MATCH-GENERATION
                   WHEN "FILE"
                       PERFORM MATCH-FILE
                   WHEN "JOURNAL"
                       PERFORM MATCH-JOURNAL
               END-EVALUATE
           END-PERFORM
           GOBACK.

       MATCH-GENERATION.
           IF HLD-ENTRY-ITEM(LS-ENTRY-IDX) NOT = IN-ITEM
               EXIT PARAGRAPH
           END-IF
           IF HLD-ENTRY-KIND(LS-ENTRY-IDX) = "DATASET"
               OR (HLD-ENTRY-KIND(LS-ENTRY-IDX) = "GEN"
                   AND HLD-ENTRY-QUALIFIER(LS-ENTRY-IDX)
                       = IN-QUALIFIER)
               MOVE HLD-ENTRY-ID(LS-ENTRY-IDX) TO OUT-HOLD-ID
               MOVE "00" TO OUT-STATUS
           END-IF
           .

      *> A generation file is "<base>.Gnnnn"; HLD-ENTRY-GEN-NAME
      *> holds the file name of the base, resolved at load time.
       MATCH-FILE.
           EVALUATE HLD-ENTRY-KIND(LS-ENTRY-IDX)
               WHEN "FILE"
                   IF HLD-ENTRY-ITEM(LS-ENTRY-IDX) = LS-FILE-NAME
                       MOVE "00" TO OUT-STATUS
                   END-IF
               WHEN "DATASET"
               WHEN "GEN"
                   IF HLD-ENTRY-GEN-NAME(LS-ENTRY-IDX) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       HLD-ENTRY-GEN-NAME(LS-ENTRY-IDX)))
                       TO LS-GEN-LEN
                   IF LS-GEN-LEN > 114
                       EXIT PARAGRAPH
                   END-IF
                   IF LS-FILE-NAME(1:LS-GEN-LEN) NOT =
                       HLD-ENTRY-GEN-NAME(LS-ENTRY-IDX)(1:LS-GEN-LEN)
                       OR LS-FILE-NAME(LS-GEN-LEN + 1:2) NOT = ".G"
                       EXIT PARAGRAPH
                   END-IF
                   IF LS-FILE-NAME(LS-GEN-LEN + 3:4) IS NOT NUMERIC
                       OR LS-FILE-NAME(LS-GEN-LEN + 7:) NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF HLD-ENTRY-KIND(LS-ENTRY-IDX) = "DATASET"
                       OR LS-FILE-NAME(LS-GEN-LEN + 3:4) =
                           HLD-ENTRY-QUALIFIER(LS-ENTRY-IDX)(1:4)
                       MOVE "00" TO OUT-STATUS
                   END-IF
           END-EVALUATE
           IF OUT-STATUS = "00"
               MOVE HLD-ENTRY-ID(LS-ENTRY-IDX) TO OUT-HOLD-ID
           END-IF
           .

       MATCH-JOURNAL.
           IF HLD-ENTRY-KIND(LS-ENTRY-IDX) NOT = "JOURNAL"
               EXIT PARAGRAPH
           END-IF
           IF HLD-ENTRY-ITEM(LS-ENTRY-IDX) NOT = "*"
               AND HLD-ENTRY-ITEM(LS-ENTRY-IDX) NOT = IN-ITEM
               EXIT PARAGRAPH
           END-IF
           IF IN-QUALIFIER(1:8) >= HLD-ENTRY-FROM(LS-ENTRY-IDX)
               AND IN-QUALIFIER(1:8) <= HLD-ENTRY-TO(LS-ENTRY-IDX)
               MOVE HLD-ENTRY-ID(LS-ENTRY-IDX) TO OUT-HOLD-ID
               MOVE "00" TO OUT-STATUS
           END-IF
           .

       LOAD-REGISTER.
           MOVE 1 TO HLD-REGISTER-LOADED
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY
           CALL "GET-PARAMETER" USING
               "HOLDREG             " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-REGISTER-PATH
           IF LS-REGISTER-PATH = SPACES
               MOVE "holds.register" TO LS-REGISTER-PATH
           END-IF
           ACCEPT LS-GDG-CATALOG FROM ENVIRONMENT "DAYBATCH_GDG"
           IF LS-GDG-CATALOG = SPACES
               MOVE "daybatch.gdg" TO LS-GDG-CATALOG
           END-IF
           OPEN INPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO HLD-REGISTER-FOUND
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE FD-REGISTER
           .

      *> Released and lapsed holds are left out: only the holds in
      *> force today protect anything.
       LOAD-ONE-HOLD.
           IF F-REGISTER-RECORD = SPACES
               OR F-REGISTER-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REG-ID LS-REG-STATE LS-REG-KIND
               LS-REG-ITEM LS-REG-QUALIFIER LS-REG-UNTIL
           UNSTRING F-REGISTER-RECORD DELIMITED BY ALL " "
               INTO LS-REG-ID LS-REG-STATE LS-REG-KIND LS-REG-ITEM
                   LS-REG-QUALIFIER LS-REG-UNTIL
           IF LS-REG-STATE NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF LS-REG-UNTIL NOT = "OPEN" AND LS-REG-UNTIL < LS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF HLD-ENTRY-COUNT >= C-MAX-HOLDS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HLD-ENTRY-COUNT
           MOVE LS-REG-ID TO HLD-ENTRY-ID(HLD-ENTRY-COUNT)
           MOVE LS-REG-KIND TO HLD-ENTRY-KIND(HLD-ENTRY-COUNT)
           MOVE LS-REG-ITEM TO HLD-ENTRY-ITEM(HLD-ENTRY-COUNT)
           MOVE LS-REG-QUALIFIER
               TO HLD-ENTRY-QUALIFIER(HLD-ENTRY-COUNT)
           MOVE SPACES TO HLD-ENTRY-FROM(HLD-ENTRY-COUNT)
               HLD-ENTRY-TO(HLD-ENTRY-COUNT)
               HLD-ENTRY-GEN-NAME(HLD-ENTRY-COUNT)
           EVALUATE LS-REG-KIND
               WHEN "JOURNAL"
                   MOVE LS-REG-QUALIFIER(1:8)
                       TO HLD-ENTRY-FROM(HLD-ENTRY-COUNT)
                   MOVE LS-REG-QUALIFIER(10:8)
                       TO HLD-ENTRY-TO(HLD-ENTRY-COUNT)
                   IF HLD-ENTRY-TO(HLD-ENTRY-COUNT) = SPACES
                       MOVE LS-REG-QUALIFIER(1:8)
                           TO HLD-ENTRY-TO(HLD-ENTRY-COUNT)
                   END-IF
               WHEN "DATASET"
               WHEN "GEN"
                   MOVE LS-REG-ITEM(1:40) TO LS-GDG-NAME
                   CALL "GDG-RESOLVE" USING LS-GDG-CATALOG
                       LS-GDG-NAME LS-GDG-RELATIVE LS-GDG-PATH
                       LS-GDG-STATUS
                   IF LS-GDG-STATUS = "00"
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           LS-GDG-PATH)) TO LS-PATH-LEN
                       MOVE SPACES TO LS-PATH
                       MOVE LS-GDG-PATH(1:LS-PATH-LEN - 6) TO LS-PATH
                       PERFORM TAKE-BASE-NAME
                       MOVE LS-BASE-NAME
                           TO HLD-ENTRY-GEN-NAME(HLD-ENTRY-COUNT)
                   END-IF
           END-EVALUATE
           .

      *> The last component of LS-PATH into LS-BASE-NAME.
       TAKE-BASE-NAME.
           MOVE SPACES TO LS-BASE-NAME
           IF LS-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-PATH TRAILING))
               TO LS-PATH-LEN
           MOVE 0 TO LS-NAME-LEN
           INSPECT FUNCTION REVERSE(LS-PATH(1:LS-PATH-LEN))
               TALLYING LS-NAME-LEN FOR CHARACTERS BEFORE INITIAL "/"
           IF LS-NAME-LEN > 120
               MOVE 120 TO LS-NAME-LEN
           END-IF
           MOVE LS-PATH(LS-PATH-LEN - LS-NAME-LEN + 1:LS-NAME-LEN)
               TO LS-BASE-NAME
           .
       END PROGRAM HOLD-CHECK.
