       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-RELEASE.

      *> Release gate called by the master maintenance programs
      *> (RULEMAINT, ANTMAINT, LOCKMAINT, TOWELPOST STOCK, STEPCAT
      *> APPLY, MAZEMAINT, PROGLIB) before they change a master.
      *> Where the MAKERCHECKER parameter is ON, a master change
      *> must come through MAKECHK: submitted by one user, approved
      *> by another, and only then applied. MAKECHK launches the
      *> maintenance program with the batch ID in the MAINTBATCH
      *> environment variable - deliberately not a parameter-file
      *> item, like RUNID, since it changes with every launch - and
      *> marks the batch APPLYING in the pending queue
      *> ("maint.pending.dat", MAINTQUEUE parameter) just before.
      *> A run is released only when the queue holds that batch,
      *> APPLYING, for the calling program; a run without
      *> MAINTBATCH, or with a batch ID that is unknown, belongs
      *> to another program or is in any other state (PENDING,
      *> REJECTED, an APPROVED or FAILED batch already applied) is
      *> refused here.
      *>
      *> With MAKERCHECKER unset or anything but ON (development
      *> and test environments), every run is released as before.
      *>
      *> OUT-RELEASED is "Y" when the caller may go ahead, "N" when
      *> it must stop; the refusal is already displayed under the
      *> caller's name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-QUEUE ASSIGN TO LS-QUEUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-QUEUE.
       COPY "maintq" IN "batch".

       LOCAL-STORAGE SECTION.
       01 LS-PARM-VALUE                   PIC X(200).
       01 LS-BATCH-ID                     PIC X(20).
       01 LS-QUEUE-PATH                   PIC X(100).
       01 LS-QUEUE-STATUS                 PIC X(2).
       01 LS-BATCH-STATE                  PIC X(8) VALUE SPACES.
       01 LS-BATCH-PROGRAM                PIC X(9) VALUE SPACES.

       LINKAGE SECTION.
       01 IN-PROGRAM-NAME                 PIC X(9).
       01 OUT-RELEASED                    PIC X(1).

       PROCEDURE DIVISION USING IN-PROGRAM-NAME OUT-RELEASED.

           MOVE "Y" TO OUT-RELEASED
           CALL "GET-PARAMETER" USING
               "MAKERCHECKER        " LS-PARM-VALUE
           IF FUNCTION TRIM(LS-PARM-VALUE) NOT = "ON"
               GOBACK
           END-IF
           MOVE "N" TO OUT-RELEASED
           ACCEPT LS-BATCH-ID FROM ENVIRONMENT "MAINTBATCH"
           IF LS-BATCH-ID = SPACES
               DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
                   ": master changes need a second pair of eyes "
                   "here;"
               DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
                   ": submit the transactions with makechk SUBMIT "
                   "for another user to approve"
               GOBACK
           END-IF

           CALL "GET-PARAMETER" USING
               "MAINTQUEUE          " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-QUEUE-PATH
           IF LS-QUEUE-PATH = SPACES
               MOVE "maint.pending.dat" TO LS-QUEUE-PATH
           END-IF
           OPEN INPUT FD-QUEUE
           IF LS-QUEUE-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-QUEUE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF MQ-BATCH-ID = LS-BATCH-ID(1:16)
                       MOVE MQ-STATUS TO LS-BATCH-STATE
                       MOVE MQ-PROGRAM TO LS-BATCH-PROGRAM
                   END-IF
               END-PERFORM
               CLOSE FD-QUEUE
           END-IF
           IF LS-BATCH-STATE = "APPLYING"
               AND LS-BATCH-PROGRAM = IN-PROGRAM-NAME
               MOVE "Y" TO OUT-RELEASED
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LS-BATCH-STATE = SPACES
                   DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
                       ": batch " FUNCTION TRIM(LS-BATCH-ID)
                       " is not in the pending queue "
                       FUNCTION TRIM(LS-QUEUE-PATH)
               WHEN LS-BATCH-PROGRAM NOT = IN-PROGRAM-NAME
                   DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
                       ": batch " FUNCTION TRIM(LS-BATCH-ID)
                       " was submitted for "
                       FUNCTION TRIM(LS-BATCH-PROGRAM)
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
                       ": batch " FUNCTION TRIM(LS-BATCH-ID)
                       " is " FUNCTION TRIM(LS-BATCH-STATE)
                       ", not being applied by makechk APPROVE"
           END-EVALUATE
           DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
               ": master not changed"
           GOBACK.
