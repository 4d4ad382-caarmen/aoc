      *> One entry of the operator shift log WRITE-OPERATOR-LOG
      *> appends to, one line per manual intervention or remark:
      *>
      *>     OL-TIMESTAMP    when the entry was made
      *>     OL-OPERATOR     operator's user ID
      *>     OL-CATEGORY     HOLD, RESTART, RESTORE, OVERRIDE or
      *>                     OBSERVATION
      *>     OL-LINK-KIND    RUN (a run correlation ID), STEP (a
      *>                     control-file step), EXC (an exception,
      *>                     "<timestamp14>/<program>") or "-"
      *>     OL-LINK         the ID, step name or exception key
      *>     OL-PROGRAM      program the link resolves to: the run's
      *>     OL-RUN-DATE     program and run date, the exception's
      *>                     program and date; blank when the link
      *>                     names no single run
      *>     OL-TEXT         the operator's own words
       01  OPERATOR-LOG-RECORD.
           05  OL-TIMESTAMP                PIC X(14).
           05  FILLER                      PIC X(1).
           05  OL-OPERATOR                 PIC X(20).
           05  FILLER                      PIC X(1).
           05  OL-CATEGORY                 PIC X(11).
           05  FILLER                      PIC X(1).
           05  OL-LINK-KIND                PIC X(4).
           05  FILLER                      PIC X(1).
           05  OL-LINK                     PIC X(40).
           05  FILLER                      PIC X(1).
           05  OL-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(1).
           05  OL-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(1).
           05  OL-TEXT                     PIC X(120).
