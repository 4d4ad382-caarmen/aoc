      *> The outbound answer publication, one file per night as
      *> PUBLISH builds it for the downstream consumer. Fixed
      *> columns, record type in column 1:
      *>
      *>     H  one header: publication date and build timestamp
      *>     D  one detail per DAY program and input: the night's
      *>        result and its standing against the certified
      *>        answer master (CERTIFIED, UNCERTIFIED)
      *>     T  one trailer: detail and certified counts, plus the
      *>        record count and FILE-CHECKSUM hash over every
      *>        record ahead of the trailer
       01  PUBLISH-HEADER-RECORD.
           05  PH-TYPE                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  PH-SOURCE                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  PH-PUBLISH-DATE             PIC X(8).
           05  FILLER                      PIC X(1).
           05  PH-BUILT-AT                 PIC X(14).
       01  PUBLISH-DETAIL-RECORD.
           05  PD-TYPE                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  PD-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(1).
           05  PD-CERT-STATUS              PIC X(11).
           05  FILLER                      PIC X(1).
           05  PD-INPUT                    PIC X(100).
           05  FILLER                      PIC X(1).
           05  PD-RESULT                   PIC X(200).
       01  PUBLISH-TRAILER-RECORD.
           05  PT-TYPE                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  PT-DETAIL-COUNT             PIC 9(5).
           05  FILLER                      PIC X(1).
           05  PT-CERTIFIED-COUNT          PIC 9(5).
           05  FILLER                      PIC X(1).
           05  PT-HASHED-RECORDS           PIC 9(9).
           05  FILLER                      PIC X(1).
           05  PT-HASH                     PIC 9(9).
