               10  RULE-AFTER-LIST OCCURS 100 TIMES
                   INDEXED BY RULE-AFTER-INDEX.
                   15 RULE-AFTER-ITEM PIC 9(2) USAGE COMP.
      *> Coverage of this pair by the night's updates: times it was
      *> tested against both pages in one update, times that test
      *> rejected the update, and swaps it drove in SORT-ITEMS.
                   15 RULE-TEST-COUNT      PIC 9(6) USAGE COMP VALUE 0.
                   15 RULE-VIOLATION-COUNT PIC 9(6) USAGE COMP VALUE 0.
                   15 RULE-REORDER-COUNT   PIC 9(6) USAGE COMP VALUE 0.
