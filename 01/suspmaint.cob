       01 LS-OPEN-COUNT                   PIC 9(9) VALUE 0.
       01 LS-NEW-COUNT                    PIC 9(9) VALUE 0.
       01 LS-CLEARED-COUNT                PIC 9(9) VALUE 0.
       01 LS-TXN-TOTAL                    PIC 9(9).
       01 LS-BUCKET-1                     PIC 9(9) VALUE 0.
       01 LS-BUCKET-7                     PIC 9(9) VALUE 0.
       01 LS-BUCKET-30                    PIC 9(9) VALUE 0.
               FUNCTION TRIM(LS-AGING-PATH)

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
      *> The run's file= is the extract; the master it changed and
      *> the count of items added or cleared ride in the result,
      *> for the access audit.
           COMPUTE LS-TXN-TOTAL = LS-NEW-COUNT + LS-CLEARED-COUNT
           STRING "open=" DELIMITED BY SIZE
               LS-OPEN-COUNT DELIMITED BY SIZE
               " new=" DELIMITED BY SIZE
               LS-NEW-COUNT DELIMITED BY SIZE
               " cleared=" DELIMITED BY SIZE
               LS-CLEARED-COUNT DELIMITED BY SIZE
               " txns=" DELIMITED BY SIZE
               LS-TXN-TOTAL DELIMITED BY SIZE
               " master=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-MASTER-PATH) DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           CALL "WRITE-RUN-LOG" USING
               "SUSPMNT " LS-INPUT-PATH LS-RUN-START-TS LS-RUN-END-TS
