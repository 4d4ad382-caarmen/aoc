      *> One event of the incident register INCIDENT keeps, one
      *> line per event, appended and never rewritten; an
      *> incident's state is the replay of its events:
      *>
      *>     IR-INCIDENT-ID  "INC<yyyymmdd>-<nnn>", the opening date
      *>                     and sequence within it
      *>     IR-EVENT        OPEN, LINK, STATUS, CAUSE or OWNER
      *>     IR-STATUS       the incident's status after the event:
      *>                     OPEN, INVESTIGATING, RESOLVED, CLOSED
      *>     IR-PROGRAM      program the incident is against
      *>     IR-CAUSE        root-cause category after the event
      *>     IR-OWNER        owner after the event
      *>     IR-LINK-KIND    OPEN and LINK events: EXC, ALERT, RERUN
      *>     IR-LINK         or RESTORE, and the item linked (see
      *>                     INCIDENT for the key of each kind)
      *>     IR-TEXT         title (OPEN) or the operator's note
       01  INCIDENT-EVENT-RECORD.
           05  IR-INCIDENT-ID              PIC X(16).
           05  FILLER                      PIC X(1).
           05  IR-EVENT-TS                 PIC X(14).
           05  FILLER                      PIC X(1).
           05  IR-USER                     PIC X(20).
           05  FILLER                      PIC X(1).
           05  IR-EVENT                    PIC X(6).
           05  FILLER                      PIC X(1).
           05  IR-STATUS                   PIC X(13).
           05  FILLER                      PIC X(1).
           05  IR-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(1).
           05  IR-CAUSE                    PIC X(10).
           05  FILLER                      PIC X(1).
           05  IR-OWNER                    PIC X(20).
           05  FILLER                      PIC X(1).
           05  IR-LINK-KIND                PIC X(7).
           05  FILLER                      PIC X(1).
           05  IR-LINK                     PIC X(40).
           05  FILLER                      PIC X(1).
           05  IR-TEXT                     PIC X(80).
