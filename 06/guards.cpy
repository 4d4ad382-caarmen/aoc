      *> Every guard marker on the floor plan (^ > v <), in reading
      *> order, as found by LOCATE-GUARDS: where each guard starts,
      *> which way it faces (RUN-GRID's 1=up, 2=right, 3=down,
      *> 4=left), and what PATROL-GUARDS learned from its patrol.
       01  GUARDS-GRP.
           05  GUARDS-COUNT                         PIC 9(2) USAGE COMP
                                                        VALUE 0.
      *> Set when the plan held more markers than the table has
      *> room for; only the first 20 are patrolled.
           05  GUARDS-OVERFLOW                      PIC 9(1) VALUE 0.
           05  GUARDS-ENTRY
                   OCCURS 20 TIMES
                   INDEXED BY GUARDS-INDEX.
               10  GUARDS-START-ROW                 PIC 9(3) USAGE COMP.
               10  GUARDS-START-COL                 PIC 9(3) USAGE COMP.
               10  GUARDS-START-DIR                 PIC 9(1) USAGE COMP.
               10  GUARDS-LOOPS                     PIC 9(1).
               10  GUARDS-CELLS                     PIC 9(5) USAGE COMP.
               10  GUARDS-SOLE-CELLS                PIC 9(5) USAGE COMP.
