      *> and records "records checksum flat-name original-path" in
      *> BUNDLE.TOC. VERIFY recomputes every bundle file's figures
      *> against the TOC. IMPORT verifies first, then copies each
      *> file back to its original path - unless the change freeze
      *> covers that path (FREEZE-RELEASE, as for RESTORE): a
      *> frozen file is left as it is, with an error in the
      *> exception repository, and the import returns 8.
      *>
      *> The bundle directory defaults to "drbundle.YYYYMMDD".

       01 LS-VERIFIED-COUNT               PIC 9(4) VALUE 0.
       01 LS-BROKEN-COUNT                 PIC 9(4) VALUE 0.
       01 LS-IMPORTED-COUNT               PIC 9(4) VALUE 0.
       01 LS-FROZEN-COUNT                 PIC 9(4) VALUE 0.
       01 LS-FREEZE-PATH                  PIC X(100).
       01 LS-RELEASED                     PIC X(1).
       01 LS-EXC-KEY                      PIC X(40).
       01 LS-EXC-MESSAGE                  PIC X(120).
       01 LS-DIR-END                      PIC 9(3).
       01 LS-SCAN-IDX                     PIC 9(3).

           CLOSE FD-TOC
           DISPLAY "DRBUNDLE: " LS-IMPORTED-COUNT " file(s) "
               "imported from " FUNCTION TRIM(LS-BUNDLE-DIR)
               ", " LS-FROZEN-COUNT " frozen file(s) left as they "
               "are"
           IF LS-FROZEN-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       IMPORT-ONE-ENTRY.
           PERFORM PARSE-TOC-ENTRY
      *> A file inside a change freeze is not overwritten, short of
      *> an emergency override with its ticket.
           MOVE LS-TOK-ORIGINAL(1:100) TO LS-FREEZE-PATH
           CALL "FREEZE-RELEASE" USING "DRBUNDLE " "DRBUNDLE"
               LS-FREEZE-PATH LS-RELEASED
           IF LS-RELEASED NOT = "Y"
               ADD 1 TO LS-FROZEN-COUNT
               MOVE LS-FREEZE-PATH(1:40) TO LS-EXC-KEY
               MOVE SPACES TO LS-EXC-MESSAGE
               STRING "import from " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-BUNDLE-DIR) DELIMITED BY SIZE
                   " skipped, file frozen: " DELIMITED BY SIZE
                   FUNCTION TRIM(LS-FREEZE-PATH) DELIMITED BY SIZE
                   INTO LS-EXC-MESSAGE
               CALL "WRITE-EXCEPTION" USING
                   "DRBUNDLE" "E" LS-EXC-KEY LS-EXC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-DIR-END
           PERFORM VARYING LS-SCAN-IDX FROM 1 BY 1
               UNTIL LS-SCAN-IDX > 200
