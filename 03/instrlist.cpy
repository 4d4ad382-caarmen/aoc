      *> ===============================================================
      *> Recognised-instruction lists for the DAY03 COMPARE mode:
      *> every whitelisted instruction PARSE-LINE met, in dump
      *> order, with its operands (mul), whether processing was
      *> enabled when it was met, and what it contributed to the
      *> enabled sum. List 1 holds the previous catalog generation,
      *> list 2 tonight's file; ILIST-SIDE tells PARSE-LINE which
      *> one it is filling. Shared between DAY03, which aligns the
      *> two lists, and PARSE-LINE, which fills them in.
      *> ===============================================================
       01  ILIST-GRP.
           05  ILIST-CAPTURE               PIC 9(1) VALUE 0.
           05  ILIST-SIDE                  PIC 9(1) VALUE 2.
           05  ILIST-LIST                  OCCURS 2 TIMES.
               10  ILIST-COUNT             PIC 9(4).
      *> Set when the dump held more instructions than the list
      *> has room for; the compare is then over the first 1000.
               10  ILIST-OVERFLOW          PIC 9(1).
               10  ILIST-ENTRY             OCCURS 1000 TIMES.
                   15  ILIST-NAME          PIC X(10).
                   15  ILIST-ACTION        PIC X(1).
                   15  ILIST-ARG-1         PIC X(10).
                   15  ILIST-ARG-2         PIC X(10).
                   15  ILIST-ENABLED       PIC 9(1).
                   15  ILIST-VALUE         PIC 9(9).
                   15  ILIST-OFFSET        PIC 9(9).
