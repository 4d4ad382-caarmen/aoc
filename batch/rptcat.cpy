      *> One entry in the report archive catalog, keyed by report
      *> title, run date, the moment REPORT-WRITER closed the report
      *> and page number. Page 0 is the report itself - where it
      *> lives, its run ID and page count; pages 1 up carry the
      *> first key value on the page (the first word of its first
      *> body line). RC-PATH follows the file when HOUSEKEEP moves
      *> it into the archive, and the entries go when it is purged.
       01  REPORT-CATALOG-RECORD.
           05  RC-KEY.
               10  RC-TITLE                PIC X(80).
               10  RC-RUN-DATE             PIC X(8).
               10  RC-CLOSED               PIC X(16).
               10  RC-PAGE                 PIC 9(5).
           05  RC-RUN-ID                   PIC X(20).
           05  RC-PATH                     PIC X(132).
           05  RC-PAGE-COUNT               PIC 9(5).
           05  RC-FIRST-KEY                PIC X(40).
