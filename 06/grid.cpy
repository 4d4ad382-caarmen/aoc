                                                        VALUE 0.
           05  GUARD-COL                            PIC 9(3) USAGE COMP
                                                        VALUE 0.
      *> Direction the guard faces at the start, as RUN-GRID's
      *> travel directions: 1=up (^), 2=right (>), 3=down (v),
      *> 4=left (<).
           05  GUARD-DIR                            PIC 9(1) USAGE COMP
                                                        VALUE 1.
           05  GRID-SIZE                            PIC 9(3) USAGE COMP
                                                        VALUE 0.
           05  GRID-COL-COUNT                       PIC 9(3) USAGE COMP
