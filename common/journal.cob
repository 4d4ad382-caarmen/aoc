      *> RESTORE utility can put any journalled file back to its
      *> pre-run state:
      *>
      *>     JRNHDR timestamp program path run=<id> user=<id>
      *>     JRNREC <one original record per line>
      *>     JRNEND record-count
      *>
      *> restore of a first-night file is an explicit no-op rather
      *> than a missing entry. OUT-STATUS is "00" when the journal
      *> was written, otherwise the journal file status.
      *>
      *> The journal also carries, between entries, one line per
      *> emergency change let through a change freeze, written by
      *> FREEZE-RELEASE rather than here:
      *>
      *>     JRNOVR timestamp program path ticket=<ref> user=<id>
      *>            freeze=<from>-<to>
      *>
      *> RESTORE and LINEAGE pass over it; FREEZE reports on it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LS-RECORD-COUNT                 PIC 9(8) VALUE 0.
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-RUN-ID                       PIC X(20).
       01 LS-USER-ID                      PIC X(20).

       LINKAGE SECTION.
       01 IN-PROGRAM-NAME                 PIC X(8).
           IF LS-RUN-ID = SPACES
               MOVE "-" TO LS-RUN-ID
           END-IF
      *> The invoking user, as WRITE-RUN-LOG records it.
           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           MOVE SPACES TO F-JOURNAL-RECORD
           STRING "JRNHDR " DELIMITED BY SIZE
               LS-NOW(1:14) DELIMITED BY SIZE
               FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               " run=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-RUN-ID) DELIMITED BY SIZE
               " user=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
               INTO F-JOURNAL-RECORD
           WRITE F-JOURNAL-RECORD

