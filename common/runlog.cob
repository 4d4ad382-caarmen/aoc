      *> GET-PARAMETER service: the environment's parameter file
      *> first, the RUNLOG environment variable as fallback)
      *> overrides it.
      *>
      *> Every line also carries the invoking user ID (user=, from
      *> the USER or LOGNAME environment variable, "-" when neither
      *> is set), so a run - and above all a master change - can be
      *> laid at someone's door.
      *>
      *> A step launched by DAYBATCH or DISPATCH also carries the
      *> release label of the binary that ran (release=, from the
      *> RELEASE environment variable the launcher sets after
      *> looking the build up in the release register; "-" for a
      *> run started by hand), so a changed answer can be laid
      *> beside a changed build.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LS-RUNLOG-STATUS                  PIC X(2).
       01 LS-PARM-VALUE                     PIC X(200).
       01 LS-RUN-ID                         PIC X(20).
       01 LS-USER-ID                        PIC X(20).
       01 LS-RELEASE                        PIC X(20).

       LINKAGE SECTION.
       01 IN-PROGRAM-NAME                  PIC X(8).
           IF LS-RUN-ID = SPACES
               MOVE "-" TO LS-RUN-ID
           END-IF
           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           ACCEPT LS-RELEASE FROM ENVIRONMENT "RELEASE"
           IF LS-RELEASE = SPACES
               MOVE "-" TO LS-RELEASE
           END-IF
           MOVE SPACES TO F-RUNLOG-RECORD
           STRING FUNCTION TRIM(IN-PROGRAM-NAME) DELIMITED BY SIZE
               " run=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-RUN-ID) DELIMITED BY SIZE
               " user=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
               " release=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-RELEASE) DELIMITED BY SIZE
               " file=" DELIMITED BY SIZE
               FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               " start=" DELIMITED BY SIZE
