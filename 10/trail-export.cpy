      *> One record of the DAY10 distinct-trail export, fixed
      *> layout for the mapping team's loader. Every record starts
      *> with its type and the trailhead it belongs to (trailheads
      *> numbered in map order, top row first):
      *>   T  one distinct trail: its trail number (run-wide, in
      *>      trailhead order and then up/right/down/left step
      *>      order, so an unchanged map always numbers the same),
      *>      its length in steps, and the cells it visits from the
      *>      trailhead to the peak as "rr,cc" pairs.
      *>   S  the trailhead summary, after its trails: how many
      *>      trails it has, its shortest and longest trail, and
      *>      how many of its trails share each first step.
       01  TRAIL-EXPORT-RECORD.
           05  TX-RECORD-TYPE              PIC X(1).
           05  FILLER                      PIC X(1).
           05  TX-TRAILHEAD-NUMBER         PIC 9(4).
           05  FILLER                      PIC X(1).
           05  TX-HEAD-ROW                 PIC 9(2).
           05  TX-HEAD-SEP                 PIC X(1).
           05  TX-HEAD-COL                 PIC 9(2).
           05  FILLER                      PIC X(1).
           05  TX-BODY                     PIC X(80).
           05  TX-TRAIL-BODY REDEFINES TX-BODY.
               10  TX-TRAIL-NUMBER         PIC 9(6).
               10  FILLER                  PIC X(1).
               10  TX-TRAIL-LENGTH         PIC 9(2).
               10  FILLER                  PIC X(1).
               10  TX-CELL-COUNT           PIC 9(2).
               10  TX-CELL                 OCCURS 10 TIMES.
                   15  FILLER              PIC X(1).
                   15  TX-CELL-ROW         PIC 9(2).
                   15  TX-CELL-SEP         PIC X(1).
                   15  TX-CELL-COL         PIC 9(2).
               10  FILLER                  PIC X(8).
           05  TX-SUMMARY-BODY REDEFINES TX-BODY.
               10  TX-TRAIL-COUNT          PIC 9(6).
               10  FILLER                  PIC X(1).
               10  TX-SHORTEST-TRAIL       PIC 9(6).
               10  FILLER                  PIC X(1).
               10  TX-SHORTEST-LENGTH      PIC 9(2).
               10  FILLER                  PIC X(1).
               10  TX-LONGEST-TRAIL        PIC 9(6).
               10  FILLER                  PIC X(1).
               10  TX-LONGEST-LENGTH       PIC 9(2).
      *> Trails per first step, in U R D L order.
               10  TX-FIRST-STEP           OCCURS 4 TIMES.
                   15  FILLER              PIC X(1).
                   15  TX-FIRST-STEP-DIR   PIC X(1).
                   15  TX-FIRST-STEP-COUNT PIC 9(6).
               10  FILLER                  PIC X(22).
