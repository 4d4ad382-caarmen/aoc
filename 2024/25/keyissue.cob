      *> =================================================================
      *> Copyright 2025 - Present, Carmen Alvarez
      *>
      *> This file is part of Advent of code - @caarmen.
      *>
      *> Advent of code - @caarmen is free software: you can redistribute
      *> it and/or modify it under the terms of the GNU General Public
      *> License as published by the Free Software Foundation, either
      *> version 3 of the License, or (at your option) any later version.
      *>
      *> Advent of code - @caarmen is distributed in the hope that it will
      *> be useful, but WITHOUT ANY WARRANTY; without even the implied
      *> warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *> See the GNU General Public License for more details.
      *>
      *> You should have received a copy of the GNU General Public License
      *> along with Advent of code - @caarmen. If not, see
      *> <https://www.gnu.org/licenses/>.
      *> =================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYISSUE.

      *> Key holder issuance register over the lock and key masters
      *> LOCKMAINT maintains. LOCKMAINT knows which key profiles
      *> exist and KEYRING trims the ring, but neither knows who is
      *> physically holding a key; the register does -
      *>
      *>     <base>.keyissue    23450 JSMITH     20250106 00000000
      *>                        ISSUED                (issue.cpy)
      *>
      *> - maintained by the desk's transactions, one per line:
      *>
      *>     ISSUE  23450 JSMITH [yyyymmdd]
      *>     RETURN 23450 JSMITH [yyyymmdd]
      *>     LOST   23450 JSMITH [yyyymmdd]
      *>
      *> (date defaults to today). An ISSUE must name an active key
      *> on the key master - a retired profile is not cut again -
      *> and a holder can't be issued the same profile twice;
      *> RETURN and LOST must close a key that holder actually has
      *> out. The "<base>.access" report then gives, for every
      *> holder, each active lock their issued keys open (the same
      *> pin-fit rule as LOCKMAINT), and for each key reported lost
      *> this run, the active locks it opens that no other issued
      *> key covers - the locks that need rekeying.
      *>
      *> Command-line arguments:
      *> LS-BASE-PATH: the master file base name (the .lockmaster,
      *> .keymaster and .keyissue names derive from it).
      *> LS-TXN-PATH: the issuance transaction file.
      *>
      *> Returns 4 when any transaction was rejected or any lock
      *> needs rekeying, 8 when the register holds more issues than
      *> the run can carry (nothing is applied).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-LOCK-MASTER ASSIGN TO LS-LOCK-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-LOCK-MASTER-STATUS.
           SELECT FD-KEY-MASTER ASSIGN TO LS-KEY-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-KEY-MASTER-STATUS.
           SELECT FD-REGISTER ASSIGN TO LS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REGISTER-STATUS.
           SELECT FD-TXN ASSIGN TO LS-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-TXN-STATUS.
           SELECT FD-ACCESS ASSIGN TO LS-ACCESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ACCESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-LOCK-MASTER.
       01  F-LOCK-MASTER-RECORD           PIC X(10).
       FD  FD-KEY-MASTER.
       01  F-KEY-MASTER-RECORD            PIC X(10).
       FD  FD-REGISTER.
       COPY "issue" IN "25".
       FD  FD-TXN.
       01  F-TXN-RECORD                   PIC X(40).
       FD  FD-ACCESS.
       01  F-ACCESS-RECORD                PIC X(80).

       LOCAL-STORAGE SECTION.
       01  C-MAX-ITEMS                   CONSTANT 999.
      *> Same usable pin depth as LOCKMAINT's fit rule.
       01  C-USABLE-DEPTH                CONSTANT 5.
       01  LS-COMMAND-LINE                PIC X(220).
       01  LS-BASE-PATH                   PIC X(100).
       01  LS-TXN-PATH                    PIC X(100).
       01  LS-LOCK-MASTER-PATH            PIC X(120).
       01  LS-KEY-MASTER-PATH             PIC X(120).
       01  LS-REGISTER-PATH               PIC X(120).
       01  LS-ACCESS-PATH                 PIC X(120).
       01  LS-LOCK-MASTER-STATUS          PIC X(2).
       01  LS-KEY-MASTER-STATUS           PIC X(2).
       01  LS-REGISTER-STATUS             PIC X(2).
       01  LS-TXN-STATUS                  PIC X(2).
       01  LS-ACCESS-STATUS               PIC X(2).
       01  LS-LOCK-COUNT                  PIC 9(3) VALUE 0.
       01  LS-LOCK-TABLE OCCURS 999 TIMES.
           05  LS-LOCK-PROFILE            PIC X(5).
           05  LS-LOCK-ACTIVE             PIC 9(1).
       01  LS-KEY-COUNT                   PIC 9(3) VALUE 0.
       01  LS-KEY-TABLE OCCURS 999 TIMES.
           05  LS-KEY-PROFILE             PIC X(5).
           05  LS-KEY-ACTIVE              PIC 9(1).
       01  LS-ISSUE-COUNT                 PIC 9(3) VALUE 0.
       01  LS-ISSUE-TABLE.
           05  LS-ISSUE OCCURS 1 TO 999 TIMES
               DEPENDING ON LS-ISSUE-COUNT.
               10  LS-ISS-HOLDER          PIC X(10).
               10  LS-ISS-PROFILE         PIC X(5).
               10  LS-ISS-ISSUED          PIC 9(8).
               10  LS-ISS-RETURNED        PIC 9(8).
               10  LS-ISS-STATUS          PIC X(8).
      *> 1 when this run's transactions reported the key lost.
               10  LS-ISS-LOST-NOW        PIC 9(1).
       01  LS-ITEM-IDX                    PIC 9(3).
       01  LS-OTHER-IDX                   PIC 9(3).
       01  LS-ENTRY-IDX                   PIC 9(3).
       01  LS-GROUP-START                 PIC 9(3).
       01  LS-GROUP-END                   PIC 9(3).
       01  LS-TXN-ACTION                  PIC X(6).
       01  LS-TXN-PROFILE                 PIC X(5).
       01  LS-TXN-HOLDER                  PIC X(10).
       01  LS-TXN-DATE-TEXT               PIC X(8).
       01  LS-TXN-DATE                    PIC 9(8).
       01  LS-TODAY                       PIC 9(8).
       01  LS-FOUND-IDX                   PIC 9(3).
       01  LS-ON-FILE                     PIC 9(1).
       01  LS-OPEN-IDX                    PIC 9(3).
       01  LS-REJECT-REASON               PIC X(30).
       01  LS-APPLIED-COUNT               PIC 9(4) VALUE 0.
       01  LS-REJECTED-COUNT              PIC 9(4) VALUE 0.
       01  LS-HOLDER-COUNT                PIC 9(4) VALUE 0.
       01  LS-HOLDER-LOCKS                PIC 9(4).
       01  LS-REKEY-COUNT                 PIC 9(4) VALUE 0.
       01  LS-LOST-COUNT                  PIC 9(4) VALUE 0.
       01  LS-COVERED                     PIC 9(1).
       01  LS-PIN-IDX                     PIC 9(1).
       01  LS-PIN-SUM                     PIC 9(2).
       01  LS-FITS                        PIC 9(1).
       01  LS-LOCK-WORK                   PIC X(5).
       01  LS-KEY-WORK                    PIC X(5).
       01  LS-COUNT-DISPLAY               PIC Z(3)9.
       01  LS-JOURNAL-TARGET              PIC X(200).
       01  LS-JOURNAL-STATUS              PIC X(2).

       PROCEDURE DIVISION.

           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-BASE-PATH LS-TXN-PATH
           IF LS-BASE-PATH = SPACES OR LS-TXN-PATH = SPACES
               DISPLAY "KEYISSUE: usage: keyissue <master-base> "
                   "<transaction-file>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY
           STRING FUNCTION TRIM(LS-BASE-PATH) DELIMITED BY SIZE
               ".lockmaster" DELIMITED BY SIZE
               INTO LS-LOCK-MASTER-PATH
           STRING FUNCTION TRIM(LS-BASE-PATH) DELIMITED BY SIZE
               ".keymaster" DELIMITED BY SIZE
               INTO LS-KEY-MASTER-PATH
           STRING FUNCTION TRIM(LS-BASE-PATH) DELIMITED BY SIZE
               ".keyissue" DELIMITED BY SIZE
               INTO LS-REGISTER-PATH
           STRING FUNCTION TRIM(LS-BASE-PATH) DELIMITED BY SIZE
               ".access" DELIMITED BY SIZE
               INTO LS-ACCESS-PATH

           PERFORM LOAD-MASTERS
           IF LS-KEY-COUNT = 0
               DISPLAY "KEYISSUE: key master is missing or empty "
                   "under " FUNCTION TRIM(LS-BASE-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-REGISTER

           OPEN OUTPUT FD-ACCESS
           IF LS-ACCESS-STATUS NOT = "00"
               DISPLAY "KEYISSUE: ERROR OPENING " LS-ACCESS-PATH
                   " STATUS=" LS-ACCESS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "KEY ISSUANCE TRANSACTIONS" TO F-ACCESS-RECORD
           WRITE F-ACCESS-RECORD
           PERFORM APPLY-TRANSACTIONS
           MOVE SPACES TO F-ACCESS-RECORD
           STRING "  " LS-APPLIED-COUNT " applied, "
               LS-REJECTED-COUNT " rejected" DELIMITED BY SIZE
               INTO F-ACCESS-RECORD
           WRITE F-ACCESS-RECORD

           IF LS-ISSUE-COUNT > 1
               SORT LS-ISSUE ON ASCENDING KEY LS-ISS-HOLDER
                   LS-ISS-PROFILE LS-ISS-ISSUED
           END-IF
           PERFORM WRITE-ACCESS-BY-HOLDER
           PERFORM WRITE-REKEY-LIST
           CLOSE FD-ACCESS
           PERFORM REWRITE-REGISTER

           DISPLAY "KEYISSUE: " LS-APPLIED-COUNT " applied, "
               LS-REJECTED-COUNT " rejected; "
               LS-HOLDER-COUNT " holder(s) with keys out, "
               LS-REKEY-COUNT " lock(s) to rekey; report in "
               FUNCTION TRIM(LS-ACCESS-PATH)
           IF LS-REJECTED-COUNT > 0 OR LS-REKEY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-MASTERS.
           OPEN INPUT FD-LOCK-MASTER
           IF LS-LOCK-MASTER-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-LOCK-MASTER
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FUNCTION TRIM(F-LOCK-MASTER-RECORD)
                               NOT = SPACES
                               AND LS-LOCK-COUNT < C-MAX-ITEMS
                               ADD 1 TO LS-LOCK-COUNT
                               MOVE F-LOCK-MASTER-RECORD(1:5) TO
                                   LS-LOCK-PROFILE(LS-LOCK-COUNT)
                               IF F-LOCK-MASTER-RECORD(7:1) = "A"
                                   MOVE 1 TO
                                     LS-LOCK-ACTIVE(LS-LOCK-COUNT)
                               ELSE
                                   MOVE 0 TO
                                     LS-LOCK-ACTIVE(LS-LOCK-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-LOCK-MASTER
           END-IF
           OPEN INPUT FD-KEY-MASTER
           IF LS-KEY-MASTER-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ FD-KEY-MASTER
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF FUNCTION TRIM(F-KEY-MASTER-RECORD)
                               NOT = SPACES
                               AND LS-KEY-COUNT < C-MAX-ITEMS
                               ADD 1 TO LS-KEY-COUNT
                               MOVE F-KEY-MASTER-RECORD(1:5) TO
                                   LS-KEY-PROFILE(LS-KEY-COUNT)
                               IF F-KEY-MASTER-RECORD(7:1) = "A"
                                   MOVE 1 TO
                                     LS-KEY-ACTIVE(LS-KEY-COUNT)
                               ELSE
                                   MOVE 0 TO
                                     LS-KEY-ACTIVE(LS-KEY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-KEY-MASTER
           END-IF
           .

      *> A missing register is a fresh start: the first run's
      *> issues build it.
       LOAD-REGISTER.
           OPEN INPUT FD-REGISTER
           IF LS-REGISTER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "KEYISSUE: ERROR OPENING " LS-REGISTER-PATH
                   " STATUS=" LS-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-REGISTER
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF KI-KEY-PROFILE NOT = SPACES
                           AND LS-ISSUE-COUNT NOT < C-MAX-ITEMS
                           PERFORM REJECT-REGISTER-OVERFLOW
                       END-IF
                       IF KI-KEY-PROFILE NOT = SPACES
                           ADD 1 TO LS-ISSUE-COUNT
                           MOVE KI-HOLDER-ID
                               TO LS-ISS-HOLDER(LS-ISSUE-COUNT)
                           MOVE KI-KEY-PROFILE
                               TO LS-ISS-PROFILE(LS-ISSUE-COUNT)
                           MOVE KI-ISSUED-DATE
                               TO LS-ISS-ISSUED(LS-ISSUE-COUNT)
                           MOVE KI-RETURNED-DATE
                               TO LS-ISS-RETURNED(LS-ISSUE-COUNT)
                           MOVE KI-STATUS
                               TO LS-ISS-STATUS(LS-ISSUE-COUNT)
                           MOVE 0 TO LS-ISS-LOST-NOW(LS-ISSUE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-REGISTER
           .

      *> The register is rewritten whole from the table, so a
      *> register the table cannot hold is refused before any
      *> transaction is applied: issues past the limit would
      *> otherwise be dropped from the file for good.
       REJECT-REGISTER-OVERFLOW.
           CLOSE FD-REGISTER
           DISPLAY "KEYISSUE: register " FUNCTION TRIM(LS-REGISTER-PATH)
               " holds more than " C-MAX-ITEMS " issues; nothing "
               "applied"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

       APPLY-TRANSACTIONS.
           OPEN INPUT FD-TXN
           IF LS-TXN-STATUS NOT = "00"
               DISPLAY "KEYISSUE: transaction file not found or "
                   "unreadable: " FUNCTION TRIM(LS-TXN-PATH)
                   " (status " LS-TXN-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-TXN
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(F-TXN-RECORD) NOT = SPACES
                           PERFORM APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-TXN
           .

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO LS-TXN-ACTION
           MOVE SPACES TO LS-TXN-PROFILE
           MOVE SPACES TO LS-TXN-HOLDER
           MOVE SPACES TO LS-TXN-DATE-TEXT
           MOVE SPACES TO LS-REJECT-REASON
           UNSTRING F-TXN-RECORD DELIMITED BY ALL " "
               INTO LS-TXN-ACTION LS-TXN-PROFILE LS-TXN-HOLDER
                   LS-TXN-DATE-TEXT
           IF LS-TXN-DATE-TEXT = SPACES
               MOVE LS-TODAY TO LS-TXN-DATE
           ELSE
               IF LS-TXN-DATE-TEXT IS NUMERIC
                   MOVE LS-TXN-DATE-TEXT TO LS-TXN-DATE
               ELSE
                   MOVE "BAD DATE" TO LS-REJECT-REASON
               END-IF
           END-IF
           IF LS-TXN-HOLDER = SPACES
               MOVE "NO HOLDER" TO LS-REJECT-REASON
           END-IF
           IF LS-REJECT-REASON = SPACES
               PERFORM FIND-KEY-PROFILE
               PERFORM FIND-OPEN-ISSUE
               EVALUATE TRUE
                   WHEN LS-TXN-ACTION = "ISSUE"
                       PERFORM APPLY-ISSUE
                   WHEN LS-TXN-ACTION = "RETURN"
                       OR LS-TXN-ACTION = "LOST"
                       PERFORM APPLY-CLOSE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION" TO LS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF LS-REJECT-REASON = SPACES
               ADD 1 TO LS-APPLIED-COUNT
           ELSE
               ADD 1 TO LS-REJECTED-COUNT
               MOVE SPACES TO F-ACCESS-RECORD
               STRING "REJECTED (" DELIMITED BY SIZE
                   FUNCTION TRIM(LS-REJECT-REASON) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   FUNCTION TRIM(F-TXN-RECORD) DELIMITED BY SIZE
                   INTO F-ACCESS-RECORD
               WRITE F-ACCESS-RECORD
           END-IF
           .

      *> LS-FOUND-IDX is the active key master entry for the
      *> profile; LS-ON-FILE says whether it is on the master at
      *> all, active or retired.
       FIND-KEY-PROFILE.
           MOVE 0 TO LS-FOUND-IDX
           MOVE 0 TO LS-ON-FILE
           PERFORM VARYING LS-ITEM-IDX FROM 1 BY 1
               UNTIL LS-ITEM-IDX > LS-KEY-COUNT
               IF LS-KEY-PROFILE(LS-ITEM-IDX) = LS-TXN-PROFILE
                   MOVE 1 TO LS-ON-FILE
                   IF LS-KEY-ACTIVE(LS-ITEM-IDX) = 1
                       MOVE LS-ITEM-IDX TO LS-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM
           .

      *> The holder's issuance of this profile still out, if any.
       FIND-OPEN-ISSUE.
           MOVE 0 TO LS-OPEN-IDX
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > LS-ISSUE-COUNT
               IF LS-ISS-PROFILE(LS-ENTRY-IDX) = LS-TXN-PROFILE
                   AND LS-ISS-HOLDER(LS-ENTRY-IDX) = LS-TXN-HOLDER
                   AND LS-ISS-STATUS(LS-ENTRY-IDX) = "ISSUED"
                   MOVE LS-ENTRY-IDX TO LS-OPEN-IDX
               END-IF
           END-PERFORM
           .

       APPLY-ISSUE.
           EVALUATE TRUE
               WHEN LS-FOUND-IDX = 0 AND LS-ON-FILE = 1
                   MOVE "KEY RETIRED" TO LS-REJECT-REASON
               WHEN LS-FOUND-IDX = 0
                   MOVE "NOT ON KEY MASTER" TO LS-REJECT-REASON
               WHEN LS-OPEN-IDX > 0
                   MOVE "ALREADY ISSUED TO HOLDER"
                       TO LS-REJECT-REASON
               WHEN LS-ISSUE-COUNT NOT < C-MAX-ITEMS
                   MOVE "REGISTER FULL" TO LS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO LS-ISSUE-COUNT
                   MOVE LS-TXN-HOLDER TO LS-ISS-HOLDER(LS-ISSUE-COUNT)
                   MOVE LS-TXN-PROFILE
                       TO LS-ISS-PROFILE(LS-ISSUE-COUNT)
                   MOVE LS-TXN-DATE TO LS-ISS-ISSUED(LS-ISSUE-COUNT)
                   MOVE 0 TO LS-ISS-RETURNED(LS-ISSUE-COUNT)
                   MOVE "ISSUED" TO LS-ISS-STATUS(LS-ISSUE-COUNT)
                   MOVE 0 TO LS-ISS-LOST-NOW(LS-ISSUE-COUNT)
           END-EVALUATE
           .

      *> RETURN and LOST close the holder's open issuance; a key
      *> retired since it was issued can still come back.
       APPLY-CLOSE.
           EVALUATE TRUE
               WHEN LS-ON-FILE = 0
                   MOVE "NOT ON KEY MASTER" TO LS-REJECT-REASON
               WHEN LS-OPEN-IDX = 0
                   MOVE "NOT ISSUED TO HOLDER" TO LS-REJECT-REASON
               WHEN LS-TXN-DATE < LS-ISS-ISSUED(LS-OPEN-IDX)
                   MOVE "DATE BEFORE ISSUE" TO LS-REJECT-REASON
               WHEN LS-TXN-ACTION = "RETURN"
                   MOVE LS-TXN-DATE TO LS-ISS-RETURNED(LS-OPEN-IDX)
                   MOVE "RETURNED" TO LS-ISS-STATUS(LS-OPEN-IDX)
               WHEN OTHER
                   MOVE LS-TXN-DATE TO LS-ISS-RETURNED(LS-OPEN-IDX)
                   MOVE "LOST" TO LS-ISS-STATUS(LS-OPEN-IDX)
                   MOVE 1 TO LS-ISS-LOST-NOW(LS-OPEN-IDX)
           END-EVALUATE
           .

      *> The register is in holder order; each holder's entries
      *> form one group, and every active lock one of the group's
      *> issued keys opens is listed once, against the first key
      *> found to open it.
       WRITE-ACCESS-BY-HOLDER.
           MOVE SPACES TO F-ACCESS-RECORD
           WRITE F-ACCESS-RECORD
           MOVE "ACCESS BY HOLDER" TO F-ACCESS-RECORD
           WRITE F-ACCESS-RECORD
           MOVE 1 TO LS-GROUP-START
           PERFORM UNTIL LS-GROUP-START > LS-ISSUE-COUNT
               MOVE LS-GROUP-START TO LS-GROUP-END
               PERFORM UNTIL LS-GROUP-END = LS-ISSUE-COUNT
                   IF LS-ISS-HOLDER(LS-GROUP-END + 1) NOT =
                       LS-ISS-HOLDER(LS-GROUP-START)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO LS-GROUP-END
               END-PERFORM
               PERFORM WRITE-ONE-HOLDER
               COMPUTE LS-GROUP-START = LS-GROUP-END + 1
           END-PERFORM
           IF LS-HOLDER-COUNT = 0
               MOVE "  (no keys issued)" TO F-ACCESS-RECORD
               WRITE F-ACCESS-RECORD
           END-IF
           .

       WRITE-ONE-HOLDER.
           MOVE 0 TO LS-FITS
           PERFORM VARYING LS-ENTRY-IDX FROM LS-GROUP-START BY 1
               UNTIL LS-ENTRY-IDX > LS-GROUP-END
               IF LS-ISS-STATUS(LS-ENTRY-IDX) = "ISSUED"
                   MOVE 1 TO LS-FITS
               END-IF
           END-PERFORM
           IF LS-FITS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-HOLDER-COUNT
           MOVE SPACES TO F-ACCESS-RECORD
           STRING "HOLDER " LS-ISS-HOLDER(LS-GROUP-START)
               DELIMITED BY SIZE INTO F-ACCESS-RECORD
           WRITE F-ACCESS-RECORD
           PERFORM VARYING LS-ENTRY-IDX FROM LS-GROUP-START BY 1
               UNTIL LS-ENTRY-IDX > LS-GROUP-END
               IF LS-ISS-STATUS(LS-ENTRY-IDX) = "ISSUED"
                   MOVE SPACES TO F-ACCESS-RECORD
                   STRING "  KEY  " LS-ISS-PROFILE(LS-ENTRY-IDX)
                       " ISSUED " LS-ISS-ISSUED(LS-ENTRY-IDX)
                       DELIMITED BY SIZE INTO F-ACCESS-RECORD
                   WRITE F-ACCESS-RECORD
               END-IF
           END-PERFORM
           MOVE 0 TO LS-HOLDER-LOCKS
           PERFORM VARYING LS-ITEM-IDX FROM 1 BY 1
               UNTIL LS-ITEM-IDX > LS-LOCK-COUNT
               IF LS-LOCK-ACTIVE(LS-ITEM-IDX) = 1
                   MOVE LS-LOCK-PROFILE(LS-ITEM-IDX) TO LS-LOCK-WORK
                   PERFORM VARYING LS-ENTRY-IDX FROM LS-GROUP-START
                       BY 1 UNTIL LS-ENTRY-IDX > LS-GROUP-END
                       IF LS-ISS-STATUS(LS-ENTRY-IDX) = "ISSUED"
                           MOVE LS-ISS-PROFILE(LS-ENTRY-IDX)
                               TO LS-KEY-WORK
                           PERFORM CHECK-PAIR-FIT
                           IF LS-FITS = 1
                               ADD 1 TO LS-HOLDER-LOCKS
                               MOVE SPACES TO F-ACCESS-RECORD
                               STRING "  LOCK " LS-LOCK-WORK
                                   " WITH KEY " LS-KEY-WORK
                                   DELIMITED BY SIZE
                                   INTO F-ACCESS-RECORD
                               WRITE F-ACCESS-RECORD
                               EXIT PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE LS-HOLDER-LOCKS TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-ACCESS-RECORD
           STRING "  ACTIVE LOCKS OPENED " LS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO F-ACCESS-RECORD
           WRITE F-ACCESS-RECORD
           .

      *> For each key reported lost this run: the active locks it
      *> opens that no key still issued to anyone opens. Those
      *> have to be rekeyed - the lost key is the only one out
      *> there that gets in.
       WRITE-REKEY-LIST.
           MOVE SPACES TO F-ACCESS-RECORD
           WRITE F-ACCESS-RECORD
           MOVE "LOST KEYS - LOCKS TO REKEY" TO F-ACCESS-RECORD
           WRITE F-ACCESS-RECORD
           PERFORM VARYING LS-OTHER-IDX FROM 1 BY 1
               UNTIL LS-OTHER-IDX > LS-ISSUE-COUNT
               IF LS-ISS-LOST-NOW(LS-OTHER-IDX) = 1
                   PERFORM WRITE-ONE-LOST-KEY
               END-IF
           END-PERFORM
           IF LS-LOST-COUNT = 0
               MOVE "  (no keys reported lost)" TO F-ACCESS-RECORD
               WRITE F-ACCESS-RECORD
           END-IF
           .

       WRITE-ONE-LOST-KEY.
           ADD 1 TO LS-LOST-COUNT
           MOVE SPACES TO F-ACCESS-RECORD
           STRING "KEY " LS-ISS-PROFILE(LS-OTHER-IDX)
               " HOLDER " LS-ISS-HOLDER(LS-OTHER-IDX)
               " LOST " LS-ISS-RETURNED(LS-OTHER-IDX)
               DELIMITED BY SIZE INTO F-ACCESS-RECORD
           WRITE F-ACCESS-RECORD
           MOVE 0 TO LS-HOLDER-LOCKS
           PERFORM VARYING LS-ITEM-IDX FROM 1 BY 1
               UNTIL LS-ITEM-IDX > LS-LOCK-COUNT
               IF LS-LOCK-ACTIVE(LS-ITEM-IDX) = 1
                   MOVE LS-LOCK-PROFILE(LS-ITEM-IDX) TO LS-LOCK-WORK
                   MOVE LS-ISS-PROFILE(LS-OTHER-IDX) TO LS-KEY-WORK
                   PERFORM CHECK-PAIR-FIT
                   IF LS-FITS = 1
                       PERFORM CHECK-LOCK-COVERED
                       IF LS-COVERED = 0
                           ADD 1 TO LS-HOLDER-LOCKS
                           ADD 1 TO LS-REKEY-COUNT
                           MOVE SPACES TO F-ACCESS-RECORD
                           STRING "  REKEY LOCK " LS-LOCK-WORK
                               DELIMITED BY SIZE
                               INTO F-ACCESS-RECORD
                           WRITE F-ACCESS-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF LS-HOLDER-LOCKS = 0
               MOVE "  (every lock it opens has another key out)"
                   TO F-ACCESS-RECORD
               WRITE F-ACCESS-RECORD
           END-IF
           .

       CHECK-LOCK-COVERED.
           MOVE 0 TO LS-COVERED
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > LS-ISSUE-COUNT
               IF LS-ISS-STATUS(LS-ENTRY-IDX) = "ISSUED"
                   MOVE LS-ISS-PROFILE(LS-ENTRY-IDX) TO LS-KEY-WORK
                   PERFORM CHECK-PAIR-FIT
                   IF LS-FITS = 1
                       MOVE 1 TO LS-COVERED
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-PAIR-FIT.
           MOVE 1 TO LS-FITS
           PERFORM VARYING LS-PIN-IDX FROM 1 BY 1
               UNTIL LS-PIN-IDX > 5
               COMPUTE LS-PIN-SUM =
                   FUNCTION NUMVAL(LS-LOCK-WORK(LS-PIN-IDX:1))
                   + FUNCTION NUMVAL(LS-KEY-WORK(LS-PIN-IDX:1))
               IF LS-PIN-SUM > C-USABLE-DEPTH
                   MOVE 0 TO LS-FITS
               END-IF
           END-PERFORM
           .

       REWRITE-REGISTER.
      *> Change control requires a before-image of anything this
      *> program rewrites.
           MOVE SPACES TO LS-JOURNAL-TARGET
           MOVE LS-REGISTER-PATH TO LS-JOURNAL-TARGET
           CALL "JOURNAL-FILE" USING
               "KEYISSUE" LS-JOURNAL-TARGET LS-JOURNAL-STATUS
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "KEYISSUE: before-image journal failed "
                   "(status " LS-JOURNAL-STATUS "); register not "
                   "rewritten"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-REGISTER
           IF LS-REGISTER-STATUS NOT = "00"
               DISPLAY "KEYISSUE: cannot rewrite register "
                   FUNCTION TRIM(LS-REGISTER-PATH)
                   " (status " LS-REGISTER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > LS-ISSUE-COUNT
               MOVE SPACES TO KEY-ISSUE-RECORD
               MOVE LS-ISS-PROFILE(LS-ENTRY-IDX) TO KI-KEY-PROFILE
               MOVE LS-ISS-HOLDER(LS-ENTRY-IDX) TO KI-HOLDER-ID
               MOVE LS-ISS-ISSUED(LS-ENTRY-IDX) TO KI-ISSUED-DATE
               MOVE LS-ISS-RETURNED(LS-ENTRY-IDX) TO KI-RETURNED-DATE
               MOVE LS-ISS-STATUS(LS-ENTRY-IDX) TO KI-STATUS
               WRITE KEY-ISSUE-RECORD
           END-PERFORM
           CLOSE FD-REGISTER
           .
       END PROGRAM KEYISSUE.
