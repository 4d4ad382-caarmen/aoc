      *> One chronospatial program in the program library, keyed by
      *> program name and version. PROGLIB maintains the library;
      *> DAY17 runs a version straight from it. The opcode list is
      *> the comma list of a program file's "Program:" line. Status
      *> is DRAFT when added, APPROVED once signed off, RETIRED when
      *> withdrawn; only an APPROVED version whose effective date
      *> has arrived may run in the nightly batch.
       01  PROGRAM-LIBRARY-RECORD.
           05  PL-KEY.
               10  PL-NAME                 PIC X(16).
               10  PL-VERSION              PIC 9(4).
           05  PL-STATUS                   PIC X(8).
           05  PL-OWNER                    PIC X(20).
           05  PL-EFFECTIVE-DATE           PIC 9(8).
           05  PL-ADDED-DATE               PIC 9(8).
           05  PL-APPROVED-BY              PIC X(3).
           05  PL-APPROVED-DATE            PIC 9(8).
           05  PL-PROGRAM-SIZE             PIC 9(2).
           05  PL-OPCODES                  PIC X(60).
