      *> run date: the consolidated view of a program's night that
      *> HISTLOAD builds from the run log, the input's manifest,
      *> the exception repository, and the step disposition.
      *> HM-OUTPUT-KB is the growth DAYBATCH measured on the output
      *> filesystem while the step ran (0 where nothing was
      *> measured); DAYBATCH projects tonight's output from it.
      *> It was added at the end of the record, lengthening it from
      *> 264 to 276 bytes; a master in the old layout is carried
      *> forward with "histload CONVERT <old-master>", which
      *> zero-fills it.
       01  MASTER-HISTORY-RECORD.
           05  HM-KEY.
               10  HM-PROGRAM              PIC X(8).
           05  HM-DISPOSITION              PIC X(20).
           05  HM-INPUT-PATH               PIC X(100).
           05  HM-RESULT                   PIC X(100).
           05  HM-OUTPUT-KB                PIC 9(12).
