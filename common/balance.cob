      *>     balance.YYYYMMDD.dat
      *>
      *>     <ts14> <program8> <IN|OUT> in=n used=n rej=n <file>
      *>         user=<id>
      *>
      *> - an IN entry proving a parse's control totals (records
      *> read = records used + records rejected), or an OUT entry
       01 LS-IN-DISPLAY                   PIC 9(9).
       01 LS-USED-DISPLAY                 PIC 9(9).
       01 LS-REJ-DISPLAY                  PIC 9(9).
       01 LS-USER-ID                      PIC X(20).

       LINKAGE SECTION.
       01 IN-PROGRAM-NAME                 PIC X(8).
               GOBACK
           END-IF

      *> The invoking user, as WRITE-RUN-LOG records it.
           ACCEPT LS-USER-ID FROM ENVIRONMENT "USER"
           IF LS-USER-ID = SPACES
               ACCEPT LS-USER-ID FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LS-USER-ID = SPACES
               MOVE "-" TO LS-USER-ID
           END-IF
           MOVE IN-COUNT-IN TO LS-IN-DISPLAY
           MOVE IN-COUNT-USED TO LS-USED-DISPLAY
           MOVE IN-COUNT-REJECTED TO LS-REJ-DISPLAY
               LS-REJ-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
               " user=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-USER-ID) DELIMITED BY SIZE
               INTO F-BALANCE-RECORD
           WRITE F-BALANCE-RECORD
           CLOSE FD-BALANCE
