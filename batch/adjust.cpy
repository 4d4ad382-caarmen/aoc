      *> One adjustment posted against a closed period by PERIOD
      *> ADJUST: the only way a closed month's figures change. The
      *> dailies behind the summary are never rewritten; the
      *> period report shows each adjustment and the figures with
      *> the adjustments applied.
      *>
      *>     PA-FIGURE   RUNS, ELAPSED, BREACHES, EXC-I, EXC-W,
      *>                 EXC-E, BAL-ENTRIES or BAL-BREAKS
      *>     PA-DELTA    signed amount added to the program's figure
       01  PERIOD-ADJUST-RECORD.
           05  PA-POSTED-AT                PIC X(14).
           05  FILLER                      PIC X(1).
           05  PA-POSTED-BY                PIC X(20).
           05  FILLER                      PIC X(1).
           05  PA-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(1).
           05  PA-FIGURE                   PIC X(11).
           05  FILLER                      PIC X(1).
           05  PA-DELTA                    PIC S9(9)
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(1).
           05  PA-REASON                   PIC X(80).
