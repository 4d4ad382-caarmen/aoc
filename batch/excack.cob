           05 F-EXC-KEY                   PIC X(40).
           05 FILLER                      PIC X(1).
           05 F-EXC-MESSAGE               PIC X(120).
           05 FILLER                      PIC X(1).
           05 F-EXC-RUN-ID                PIC X(20).
           05 FILLER                      PIC X(1).
           05 F-EXC-CODE                  PIC X(8).
       FD  FD-ACK.
      *> "<timestamp14> <program8> <sts> <ini> <date8> <note>"
       01  F-ACK-RECORD.
