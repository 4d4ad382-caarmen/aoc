       01  LS-RUN-START-TS           PIC X(21).
       01  LS-RUN-END-TS             PIC X(21).
       01  LS-ELAPSED-SECONDS        PIC 9(6).
       01  LS-RUN-RESULT             PIC X(200).
       01  LS-RUN-LOG-PATH           PIC X(100).
       01  LS-REJECT-PATH            PIC X(200).
       01  LS-EXC-KEY                PIC X(40).
       01  LS-EXC-MESSAGE            PIC X(120).
               " rejects=" DELIMITED BY SIZE
               LS-REJECT-COUNT DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           MOVE IN-FILE-PATH TO LS-RUN-LOG-PATH
           CALL "WRITE-RUN-LOG" USING
               "DAY13" LS-RUN-LOG-PATH LS-RUN-START-TS LS-RUN-END-TS
               LS-RUN-RESULT

           IF IN-BUDGET > 0
