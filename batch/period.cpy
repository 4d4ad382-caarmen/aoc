      *> The monthly period summary PERIOD CLOSE writes, one file
      *> per closed month. Fixed columns, record type in column 1:
      *>
      *>     H  one header: the period, when and by whom it was
      *>        closed, NORMAL or FORCED, and the override reason
      *>     P  one per program: runs and elapsed seconds from the
      *>        run log, SLA breaches, exceptions by severity, and
      *>        balancing entries and breaks
      *>     S  one per SLA breach: the run and its baseline
      *>     U  one per error still unacknowledged at a forced close
      *>     D  one per daily file rolled up (dated exception
      *>        repository, balancing ledger): its record count and
      *>        FILE-CHECKSUM, so a daily rewritten after the close
      *>        shows up
       01  PERIOD-HEADER-RECORD.
           05  PH-TYPE                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  PH-PERIOD                   PIC X(6).
           05  FILLER                      PIC X(1).
           05  PH-CLOSED-AT                PIC X(14).
           05  FILLER                      PIC X(1).
           05  PH-CLOSED-BY                PIC X(20).
           05  FILLER                      PIC X(1).
           05  PH-CLOSE-KIND               PIC X(6).
           05  FILLER                      PIC X(1).
           05  PH-REASON                   PIC X(60).
       01  PERIOD-PROGRAM-RECORD.
           05  PP-TYPE                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  PP-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(1).
           05  PP-RUNS                     PIC 9(5).
           05  FILLER                      PIC X(1).
           05  PP-ELAPSED                  PIC 9(9).
           05  FILLER                      PIC X(1).
           05  PP-SLA-BREACHES             PIC 9(5).
           05  FILLER                      PIC X(1).
           05  PP-EXC-INFO                 PIC 9(6).
           05  FILLER                      PIC X(1).
           05  PP-EXC-WARNING              PIC 9(6).
           05  FILLER                      PIC X(1).
           05  PP-EXC-ERROR                PIC 9(6).
           05  FILLER                      PIC X(1).
           05  PP-BAL-ENTRIES              PIC 9(6).
           05  FILLER                      PIC X(1).
           05  PP-BAL-BREAKS               PIC 9(6).
       01  PERIOD-BREACH-RECORD.
           05  PB-TYPE                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  PB-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(1).
           05  PB-STARTED                  PIC X(14).
           05  FILLER                      PIC X(1).
           05  PB-ELAPSED                  PIC 9(6).
           05  FILLER                      PIC X(1).
           05  PB-BASELINE                 PIC 9(6).
       01  PERIOD-OPEN-ERROR-RECORD.
           05  PU-TYPE                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  PU-TIMESTAMP                PIC X(14).
           05  FILLER                      PIC X(1).
           05  PU-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(1).
           05  PU-KEY                      PIC X(40).
       01  PERIOD-DAILY-RECORD.
           05  PD-TYPE                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  PD-RECORDS                  PIC 9(9).
           05  FILLER                      PIC X(1).
           05  PD-CHECKSUM                 PIC 9(9).
           05  FILLER                      PIC X(1).
           05  PD-PATH                     PIC X(140).
