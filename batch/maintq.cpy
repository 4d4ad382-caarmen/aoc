      *> One entry of the master-maintenance pending queue kept by
      *> MAKECHK, one line per submitted transaction batch:
      *>
      *>     MQ-BATCH-ID       submission timestamp to the hundredth
      *>     MQ-STATUS         PENDING, APPLYING (approved, the
      *>                       program running; MAINT-RELEASE lets
      *>                       only such a batch through), APPROVED
      *>                       (applied, return code under 8),
      *>                       FAILED (applied, return code 8 or
      *>                       worse - see MQ-NOTE), REJECTED,
      *>                       EXPIRED, or STALE (the master moved
      *>                       on after the images were taken)
      *>     MQ-PROGRAM        RULEMAINT, ANTMAINT, LOCKMAINT,
      *>                       TOWELPOST, STEPCAT, MAZEMAINT,
      *>                       PROGLIB
      *>     MQ-SUBMITTED-BY   maker's user ID
      *>     MQ-REVIEWED-BY    checker's user ID (or MAKECHK on expiry)
      *>     MQ-TXN-COUNT      transactions in the batch
      *>     MQ-TRIAL-RC       return code of the validation run
      *>     MQ-MASTER-SUM     FILE-CHECKSUM of the before image
      *>     MQ-MASTER         master file (LOCKMAINT: master base)
      *>     MQ-NOTE           reviewer's reason, expiry note
       01  MAINT-QUEUE-RECORD.
           05  MQ-BATCH-ID                 PIC X(16).
           05  FILLER                      PIC X(1).
           05  MQ-STATUS                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  MQ-PROGRAM                  PIC X(9).
           05  FILLER                      PIC X(1).
           05  MQ-SUBMITTED-BY             PIC X(20).
           05  FILLER                      PIC X(1).
           05  MQ-SUBMITTED-AT             PIC X(14).
           05  FILLER                      PIC X(1).
           05  MQ-REVIEWED-BY              PIC X(20).
           05  FILLER                      PIC X(1).
           05  MQ-REVIEWED-AT              PIC X(14).
           05  FILLER                      PIC X(1).
           05  MQ-TXN-COUNT                PIC 9(5).
           05  FILLER                      PIC X(1).
           05  MQ-TRIAL-RC                 PIC 9(4).
           05  FILLER                      PIC X(1).
           05  MQ-MASTER-SUM               PIC 9(9).
           05  FILLER                      PIC X(1).
           05  MQ-MASTER                   PIC X(100).
           05  FILLER                      PIC X(1).
           05  MQ-NOTE                     PIC X(60).
