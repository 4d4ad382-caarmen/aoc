      *> An optional RATECARD=<file> token prices the regions from
      *> the procurement rate card (per-letter per-unit rates with
      *> volume discount tiers) and writes invoice-style lines to
      *> the input's ".invoice" companion; see ratecard.cpy. Each
      *> line is also appended to the invoice history ARMATCH
      *> matches customer payments against; see invhist.cpy.
       01  LS-ARG-1                  PIC X(50).
       01  LS-ARG-2                  PIC X(50).
       01  LS-RATECARD-PATH          PIC X(45).
           SELECT FD-INVOICE ASSIGN TO LS-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-INVOICE-STATUS.
           SELECT FD-INVHIST ASSIGN TO LS-INVHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-INVHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  F-REGIONS-RECORD        PIC X(100).
       FD  FD-INVOICE.
       01  F-INVOICE-RECORD        PIC X(120).
       FD  FD-INVHIST.
       COPY "invhist" IN "12".

       LOCAL-STORAGE SECTION.
       COPY "stack" IN "12".
       01  LS-RATE-DISPLAY         PIC Z(4)9.99.
       01  LS-GROSS-DISPLAY        PIC Z(12)9.99.
       01  LS-NET-DISPLAY          PIC Z(12)9.99.
      *> Invoice history for payment matching.
       01  LS-INVOICE-REF          PIC X(14).
       01  LS-INVOICE-DATE         PIC 9(8).
       01  LS-INVHIST-PATH         PIC X(100).
       01  LS-INVHIST-STATUS       PIC X(2).
       01  LS-PARM-VALUE           PIC X(200).

       LINKAGE SECTION.
       COPY "plot" IN "12".
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO LS-INVOICE-REF
               MOVE LS-INVOICE-REF(1:8) TO LS-INVOICE-DATE
               MOVE SPACES TO F-INVOICE-RECORD
               STRING "FENCING INVOICE " LS-INVOICE-REF
                   " PRICED FROM RATE CARD "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(RATECARD-NAME) DELIMITED BY SIZE
                   INTO F-INVOICE-RECORD
               WRITE F-INVOICE-RECORD
               CALL "GET-PARAMETER" USING
                   "ARHIST              " LS-PARM-VALUE
               MOVE LS-PARM-VALUE(1:100) TO LS-INVHIST-PATH
               IF LS-INVHIST-PATH = SPACES
                   MOVE "fencing.invhist" TO LS-INVHIST-PATH
               END-IF
               OPEN EXTEND FD-INVHIST
               IF LS-INVHIST-STATUS = "05" OR LS-INVHIST-STATUS = "35"
                   OPEN OUTPUT FD-INVHIST
               END-IF
               IF LS-INVHIST-STATUS NOT = "00"
                   DISPLAY "DAY12: ERROR OPENING " LS-INVHIST-PATH
                       " STATUS=" LS-INVHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           STRING FUNCTION TRIM(IN-FILE-PATH) DELIMITED BY SIZE
                   INTO F-INVOICE-RECORD
               WRITE F-INVOICE-RECORD
               CLOSE FD-INVOICE
               CLOSE FD-INVHIST
               DISPLAY "DAY12: invoice written to "
                   FUNCTION TRIM(LS-INVOICE-PATH)
                   " grand total " LS-NET-DISPLAY
               DELIMITED BY SIZE
               INTO F-INVOICE-RECORD
           WRITE F-INVOICE-RECORD

           MOVE SPACES TO INVOICE-HISTORY-RECORD
           MOVE LS-INVOICE-REF TO IH-INVOICE-REF
           MOVE LS-REGION-SEQ TO IH-LINE-SEQ
           MOVE LS-REGION TO IH-PLOT-LETTER
           MOVE LS-INVOICE-DATE TO IH-INVOICE-DATE
           MOVE LS-NET-AMOUNT TO IH-AMOUNT
           MOVE 0 TO IH-PAID
           MOVE "OPEN" TO IH-STATUS
           MOVE 0 TO IH-LAST-PAID-DATE
           WRITE INVOICE-HISTORY-RECORD
           .

       FIND-REGION-RATE.
