       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMATCH.

      *> Payment matching and aged receivables for the fencing
      *> invoices DAY12 prices from the rate card. Every invoice
      *> line DAY12 writes is also appended to the invoice history
      *> (ARHIST runtime parameter, default fencing.invhist; see
      *> invhist.cpy); accounts receivable used to match customer
      *> payments to those lines by hand. This program reads the
      *> day's payments file, one payment per line -
      *>
      *>     <invoice ref> <plot letter> <amount> <yyyymmdd>
      *>
      *> - e.g. "20261014093000 A 125.50 20261015", and applies each
      *> payment to the open lines of that invoice for that plot
      *> letter in line order, marking them PAID, PART (part-paid)
      *> or, when a payment exceeds what the lines still owe, OVER
      *> (the excess is credited to the last line). Payments that
      *> cannot be read or match no invoice line go to suspense.
      *> The history is journalled and rewritten with the new paid
      *> amounts, and the report carries the aged receivables per
      *> plot letter in 0-30, 31-60, 61-90 and 90+ day buckets (age
      *> is days from the invoice date to the as-of date) with a
      *> control footer proving invoices, payments and balances
      *> agree to the penny.
      *>
      *> Outputs:
      *>     <payments>.armatch     matching and aged receivables
      *>     <payments>.suspense    unmatched payments with reason
      *>
      *> Command-line arguments:
      *> LS-PAYMENTS-PATH: the day's payments file.
      *> LS-AS-OF-TOKEN: optional as-of date (yyyymmdd) for ageing;
      *> today when omitted.
      *>
      *> Returns 0 when every payment matched, 4 when any went to
      *> suspense, 8 when the control totals do not reconcile, 12
      *> when a file cannot be opened or the history is too large.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-INVHIST ASSIGN TO LS-INVHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-INVHIST-STATUS.
           SELECT FD-PAYMENTS ASSIGN TO LS-PAYMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PAYMENTS-STATUS.
           SELECT FD-REPORT ASSIGN TO LS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-REPORT-STATUS.
           SELECT FD-SUSPENSE ASSIGN TO LS-SUSPENSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-INVHIST.
       COPY "invhist" IN "12".
       FD  FD-PAYMENTS.
       01  F-PAYMENT-RECORD                      PIC X(80).
       FD  FD-REPORT.
       01  F-REPORT-RECORD                       PIC X(132).
       FD  FD-SUSPENSE.
       01  F-SUSPENSE-RECORD                     PIC X(120).

       LOCAL-STORAGE SECTION.
       01  C-MAX-LINES                           CONSTANT 5000.
       01  C-MAX-LETTERS                         CONSTANT 40.
       01  LS-COMMAND-LINE                       PIC X(200).
       01  LS-PAYMENTS-PATH                      PIC X(100).
       01  LS-AS-OF-TOKEN                        PIC X(8).
       01  LS-AS-OF-DATE                         PIC 9(8).
       01  LS-INVHIST-PATH                       PIC X(100).
       01  LS-INVHIST-STATUS                     PIC X(2).
       01  LS-PAYMENTS-STATUS                    PIC X(2).
       01  LS-REPORT-PATH                        PIC X(110).
       01  LS-REPORT-STATUS                      PIC X(2).
       01  LS-SUSPENSE-PATH                      PIC X(110).
       01  LS-SUSPENSE-STATUS                    PIC X(2).
       01  LS-PARM-VALUE                         PIC X(200).
       01  LS-JOURNAL-TARGET                     PIC X(200).
       01  LS-JOURNAL-STATUS                     PIC X(2).
       01  LS-RC                                 PIC 9(2) VALUE 0.
       01  LS-RUN-START-TS                       PIC X(21).
       01  LS-RUN-END-TS                         PIC X(21).
       01  LS-RUN-RESULT                         PIC X(200).
       01  LS-RUN-LOG-PATH                       PIC X(100).
       01  LS-BAL-FILE                           PIC X(200).
       01  LS-BAL-IN                             PIC 9(9).
       01  LS-BAL-USED                           PIC 9(9).
       01  LS-BAL-REJ                            PIC 9(9).
      *> The invoice history, held in file order.
       01  LS-LINE-COUNT                         PIC 9(4) COMP VALUE 0.
       01  LS-LINE-TABLE OCCURS 5000 TIMES.
           05  LS-LINE-REF                       PIC X(14).
           05  LS-LINE-SEQ                       PIC 9(5).
           05  LS-LINE-LETTER                    PIC X(1).
           05  LS-LINE-DATE                      PIC 9(8).
           05  LS-LINE-AMOUNT                    PIC 9(13)V99.
           05  LS-LINE-PAID                      PIC 9(13)V99.
           05  LS-LINE-STATUS                    PIC X(4).
           05  LS-LINE-LAST-PAID                 PIC 9(8).
       01  LS-LINE-IDX                           PIC 9(4) COMP.
       01  LS-LAST-MATCH                         PIC 9(4) COMP.
      *> The payment being applied.
       01  LS-PAY-REF                            PIC X(14).
       01  LS-PAY-LETTER                         PIC X(1).
       01  LS-PAY-AMOUNT-TOKEN                   PIC X(20).
       01  LS-PAY-DATE-TOKEN                     PIC X(8).
       01  LS-PAY-EXTRA                          PIC X(20).
       01  LS-PAY-AMOUNT                         PIC S9(13)V99 COMP-3.
       01  LS-PAY-DATE                           PIC 9(8).
       01  LS-PAY-REMAINING                      PIC S9(13)V99 COMP-3.
       01  LS-LINE-BALANCE                       PIC S9(13)V99 COMP-3.
       01  LS-APPLY-AMOUNT                       PIC S9(13)V99 COMP-3.
       01  LS-PAY-NUMBER                         PIC 9(6) VALUE 0.
       01  LS-SUSPENSE-REASON                    PIC X(30).
       01  LS-REF-KNOWN                          PIC 9(1).
      *> Control totals.
       01  LS-PAYMENTS-READ                      PIC 9(9) VALUE 0.
       01  LS-PAYMENTS-APPLIED                   PIC 9(9) VALUE 0.
       01  LS-PAYMENTS-SUSPENDED                 PIC 9(9) VALUE 0.
       01  LS-TOTAL-INVOICED                     PIC S9(13)V99 COMP-3
                                                     VALUE 0.
       01  LS-PAID-BEFORE                        PIC S9(13)V99 COMP-3
                                                     VALUE 0.
       01  LS-PAID-AFTER                         PIC S9(13)V99 COMP-3
                                                     VALUE 0.
       01  LS-RECEIVED-TOTAL                     PIC S9(13)V99 COMP-3
                                                     VALUE 0.
       01  LS-APPLIED-TOTAL                      PIC S9(13)V99 COMP-3
                                                     VALUE 0.
       01  LS-SUSPENSE-TOTAL                     PIC S9(13)V99 COMP-3
                                                     VALUE 0.
       01  LS-OUTSTANDING-TOTAL                  PIC S9(13)V99 COMP-3
                                                     VALUE 0.
       01  LS-CREDIT-TOTAL                       PIC S9(13)V99 COMP-3
                                                     VALUE 0.
       01  LS-CHECK-LEFT                         PIC S9(13)V99 COMP-3.
       01  LS-CHECK-RIGHT                        PIC S9(13)V99 COMP-3.
       01  LS-OUT-OF-BALANCE                     PIC 9(1) VALUE 0.
      *> Aged receivables per plot letter; bucket 5 is the total.
       01  LS-AGE-DAYS                           PIC S9(7) COMP.
       01  LS-BUCKET                             PIC 9(1).
       01  LS-LETTER-GRP.
           05  LS-LETTER-COUNT                   PIC 9(2) COMP VALUE 0.
           05  LS-LETTER-TABLE OCCURS 0 TO 40 TIMES
                   DEPENDING ON LS-LETTER-COUNT.
               10  LS-AGE-LETTER                 PIC X(1).
               10  LS-AGE-AMOUNT                 PIC S9(13)V99 COMP-3
                                                     OCCURS 5 TIMES.
       01  LS-LETTER-IDX                         PIC 9(2) COMP.
       01  LS-AGE-TOTAL                          PIC S9(13)V99 COMP-3
                                                     OCCURS 5 TIMES.
      *> Report display fields.
       01  LS-MONEY-DISPLAY                      PIC -Z(11)9.99.
       01  LS-BUCKET-DISPLAY                     PIC -Z(11)9.99
                                                     OCCURS 5 TIMES.
       01  LS-SEQ-DISPLAY                        PIC Z(4)9.
       01  LS-PAY-NUM-DISPLAY                    PIC Z(5)9.
       01  LS-COUNT-DISPLAY                      PIC Z(8)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-START-TS
           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-PAYMENTS-PATH LS-AS-OF-TOKEN
           END-UNSTRING
           IF LS-PAYMENTS-PATH = SPACES
               DISPLAY "ARMATCH: usage: armatch <payments-file> "
                   "[<as-of yyyymmdd>]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-RUN-START-TS(1:8) TO LS-AS-OF-DATE
           IF LS-AS-OF-TOKEN NOT = SPACES
               IF LS-AS-OF-TOKEN IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(LS-AS-OF-TOKEN)) NOT = 0
                   DISPLAY "ARMATCH: invalid as-of date "
                       LS-AS-OF-TOKEN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LS-AS-OF-TOKEN TO LS-AS-OF-DATE
           END-IF

           CALL "GET-PARAMETER" USING
               "ARHIST              " LS-PARM-VALUE
           MOVE LS-PARM-VALUE(1:100) TO LS-INVHIST-PATH
           IF LS-INVHIST-PATH = SPACES
               MOVE "fencing.invhist" TO LS-INVHIST-PATH
           END-IF

           PERFORM LOAD-INVOICE-HISTORY
           PERFORM OPEN-OUTPUTS
           PERFORM APPLY-PAYMENTS
           PERFORM REWRITE-INVOICE-HISTORY
           PERFORM WRITE-AGED-RECEIVABLES
           PERFORM WRITE-CONTROL-FOOTER
           CLOSE FD-REPORT
           CLOSE FD-SUSPENSE

           DISPLAY "ARMATCH: " LS-PAYMENTS-READ " payment(s), "
               LS-PAYMENTS-APPLIED " applied, "
               LS-PAYMENTS-SUSPENDED " to suspense; report in "
               FUNCTION TRIM(LS-REPORT-PATH)
           IF LS-PAYMENTS-SUSPENDED > 0
               MOVE 4 TO LS-RC
           END-IF
           IF LS-OUT-OF-BALANCE = 1
               DISPLAY "ARMATCH: control totals do not reconcile"
               MOVE 8 TO LS-RC
           END-IF

           MOVE SPACES TO LS-BAL-FILE
           MOVE LS-PAYMENTS-PATH TO LS-BAL-FILE
           MOVE LS-PAYMENTS-READ TO LS-BAL-IN
           MOVE LS-PAYMENTS-APPLIED TO LS-BAL-USED
           MOVE LS-PAYMENTS-SUSPENDED TO LS-BAL-REJ
           CALL "WRITE-BALANCE" USING
               "ARMATCH " "IN " LS-BAL-FILE
               LS-BAL-IN LS-BAL-USED LS-BAL-REJ

           MOVE FUNCTION CURRENT-DATE TO LS-RUN-END-TS
           MOVE LS-OUTSTANDING-TOTAL TO LS-MONEY-DISPLAY
           MOVE SPACES TO LS-RUN-RESULT
           STRING "payments=" LS-PAYMENTS-READ
               " applied=" LS-PAYMENTS-APPLIED
               " suspense=" LS-PAYMENTS-SUSPENDED
               " outstanding=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-MONEY-DISPLAY) DELIMITED BY SIZE
               INTO LS-RUN-RESULT
           MOVE LS-PAYMENTS-PATH TO LS-RUN-LOG-PATH
           CALL "WRITE-RUN-LOG" USING
               "ARMATCH" LS-RUN-LOG-PATH LS-RUN-START-TS
               LS-RUN-END-TS LS-RUN-RESULT
           MOVE LS-RC TO RETURN-CODE
           GOBACK.

      *> A missing history just means nothing has been invoiced
      *> yet; every payment then goes to suspense.
       LOAD-INVOICE-HISTORY.
           OPEN INPUT FD-INVHIST
           IF LS-INVHIST-STATUS = "35"
               DISPLAY "ARMATCH: no invoice history at "
                   FUNCTION TRIM(LS-INVHIST-PATH)
               EXIT PARAGRAPH
           END-IF
           IF LS-INVHIST-STATUS NOT = "00"
               DISPLAY "ARMATCH: ERROR OPENING " LS-INVHIST-PATH
                   " STATUS=" LS-INVHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-INVHIST
                   AT END
                       EXIT PERFORM
               END-READ
               IF LS-LINE-COUNT = C-MAX-LINES
                   DISPLAY "ARMATCH: more than " C-MAX-LINES
                       " invoice history lines"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LS-LINE-COUNT
               MOVE IH-INVOICE-REF TO LS-LINE-REF(LS-LINE-COUNT)
               MOVE IH-LINE-SEQ TO LS-LINE-SEQ(LS-LINE-COUNT)
               MOVE IH-PLOT-LETTER TO LS-LINE-LETTER(LS-LINE-COUNT)
               MOVE IH-INVOICE-DATE TO LS-LINE-DATE(LS-LINE-COUNT)
               MOVE IH-AMOUNT TO LS-LINE-AMOUNT(LS-LINE-COUNT)
               MOVE IH-PAID TO LS-LINE-PAID(LS-LINE-COUNT)
               MOVE IH-STATUS TO LS-LINE-STATUS(LS-LINE-COUNT)
               MOVE IH-LAST-PAID-DATE
                   TO LS-LINE-LAST-PAID(LS-LINE-COUNT)
               ADD IH-AMOUNT TO LS-TOTAL-INVOICED
               ADD IH-PAID TO LS-PAID-BEFORE
           END-PERFORM
           CLOSE FD-INVHIST
           .

       OPEN-OUTPUTS.
           STRING FUNCTION TRIM(LS-PAYMENTS-PATH) DELIMITED BY SIZE
               ".armatch" DELIMITED BY SIZE
               INTO LS-REPORT-PATH
           OPEN OUTPUT FD-REPORT
           IF LS-REPORT-STATUS NOT = "00"
               DISPLAY "ARMATCH: ERROR OPENING " LS-REPORT-PATH
                   " STATUS=" LS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING FUNCTION TRIM(LS-PAYMENTS-PATH) DELIMITED BY SIZE
               ".suspense" DELIMITED BY SIZE
               INTO LS-SUSPENSE-PATH
           OPEN OUTPUT FD-SUSPENSE
           IF LS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ARMATCH: ERROR OPENING " LS-SUSPENSE-PATH
                   " STATUS=" LS-SUSPENSE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F-REPORT-RECORD
           STRING "FENCING PAYMENTS MATCHED FROM "
               FUNCTION TRIM(LS-PAYMENTS-PATH)
               " AS OF " LS-AS-OF-DATE
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           .

       APPLY-PAYMENTS.
           OPEN INPUT FD-PAYMENTS
           IF LS-PAYMENTS-STATUS NOT = "00"
               DISPLAY "ARMATCH: ERROR OPENING " LS-PAYMENTS-PATH
                   " STATUS=" LS-PAYMENTS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-PAYMENTS
                   AT END
                       EXIT PERFORM
               END-READ
               IF F-PAYMENT-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO LS-PAYMENTS-READ
               ADD 1 TO LS-PAY-NUMBER
               PERFORM APPLY-ONE-PAYMENT
           END-PERFORM
           CLOSE FD-PAYMENTS
           .

       APPLY-ONE-PAYMENT.
           MOVE SPACES TO LS-PAY-REF LS-PAY-LETTER LS-PAY-AMOUNT-TOKEN
               LS-PAY-DATE-TOKEN LS-PAY-EXTRA
           MOVE 0 TO LS-PAY-AMOUNT
           UNSTRING F-PAYMENT-RECORD DELIMITED BY ALL " "
               INTO LS-PAY-REF LS-PAY-LETTER LS-PAY-AMOUNT-TOKEN
                   LS-PAY-DATE-TOKEN LS-PAY-EXTRA
           END-UNSTRING
           IF LS-PAY-AMOUNT-TOKEN = SPACES
               OR FUNCTION TEST-NUMVAL(LS-PAY-AMOUNT-TOKEN) NOT = 0
               MOVE "UNREADABLE AMOUNT" TO LS-SUSPENSE-REASON
               PERFORM SUSPEND-PAYMENT
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-PAY-AMOUNT =
               FUNCTION NUMVAL(LS-PAY-AMOUNT-TOKEN)
           IF LS-PAY-AMOUNT NOT > 0
               MOVE "AMOUNT NOT POSITIVE" TO LS-SUSPENSE-REASON
               PERFORM SUSPEND-PAYMENT
               EXIT PARAGRAPH
           END-IF
           IF LS-PAY-REF = SPACES OR LS-PAY-LETTER = SPACES
               MOVE "MISSING REFERENCE" TO LS-SUSPENSE-REASON
               PERFORM SUSPEND-PAYMENT
               EXIT PARAGRAPH
           END-IF
           IF LS-PAY-DATE-TOKEN IS NOT NUMERIC
               MOVE "INVALID PAYMENT DATE" TO LS-SUSPENSE-REASON
               PERFORM SUSPEND-PAYMENT
               EXIT PARAGRAPH
           END-IF
           MOVE LS-PAY-DATE-TOKEN TO LS-PAY-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(LS-PAY-DATE) NOT = 0
               MOVE "INVALID PAYMENT DATE" TO LS-SUSPENSE-REASON
               PERFORM SUSPEND-PAYMENT
               EXIT PARAGRAPH
           END-IF

      *> First pass: does the invoice exist, and does it have a
      *> line for this plot letter?
           MOVE 0 TO LS-REF-KNOWN
           MOVE 0 TO LS-LAST-MATCH
           PERFORM VARYING LS-LINE-IDX FROM 1 BY 1
               UNTIL LS-LINE-IDX > LS-LINE-COUNT
               IF LS-LINE-REF(LS-LINE-IDX) = LS-PAY-REF
                   MOVE 1 TO LS-REF-KNOWN
                   IF LS-LINE-LETTER(LS-LINE-IDX) = LS-PAY-LETTER
                       MOVE LS-LINE-IDX TO LS-LAST-MATCH
                   END-IF
               END-IF
           END-PERFORM
           IF LS-REF-KNOWN = 0
               MOVE "NO SUCH INVOICE" TO LS-SUSPENSE-REASON
               PERFORM SUSPEND-PAYMENT
               EXIT PARAGRAPH
           END-IF
           IF LS-LAST-MATCH = 0
               MOVE "NO LINE FOR PLOT LETTER" TO LS-SUSPENSE-REASON
               PERFORM SUSPEND-PAYMENT
               EXIT PARAGRAPH
           END-IF

      *> Second pass: settle the matching lines in order, oldest
      *> balance first; whatever is left over is credited to the
      *> last matching line.
           ADD 1 TO LS-PAYMENTS-APPLIED
           ADD LS-PAY-AMOUNT TO LS-RECEIVED-TOTAL
           ADD LS-PAY-AMOUNT TO LS-APPLIED-TOTAL
           MOVE LS-PAY-AMOUNT TO LS-PAY-REMAINING
           PERFORM VARYING LS-LINE-IDX FROM 1 BY 1
               UNTIL LS-LINE-IDX > LS-LINE-COUNT
                   OR LS-PAY-REMAINING = 0
               IF LS-LINE-REF(LS-LINE-IDX) = LS-PAY-REF
                   AND LS-LINE-LETTER(LS-LINE-IDX) = LS-PAY-LETTER
                   COMPUTE LS-LINE-BALANCE =
                       LS-LINE-AMOUNT(LS-LINE-IDX)
                       - LS-LINE-PAID(LS-LINE-IDX)
                   IF LS-LINE-BALANCE > 0
                       IF LS-PAY-REMAINING > LS-LINE-BALANCE
                           MOVE LS-LINE-BALANCE TO LS-APPLY-AMOUNT
                       ELSE
                           MOVE LS-PAY-REMAINING TO LS-APPLY-AMOUNT
                       END-IF
                       PERFORM APPLY-TO-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF LS-PAY-REMAINING > 0
               MOVE LS-LAST-MATCH TO LS-LINE-IDX
               MOVE LS-PAY-REMAINING TO LS-APPLY-AMOUNT
               PERFORM APPLY-TO-LINE
           END-IF
           .

       APPLY-TO-LINE.
           ADD LS-APPLY-AMOUNT TO LS-LINE-PAID(LS-LINE-IDX)
           SUBTRACT LS-APPLY-AMOUNT FROM LS-PAY-REMAINING
           IF LS-PAY-DATE > LS-LINE-LAST-PAID(LS-LINE-IDX)
               MOVE LS-PAY-DATE TO LS-LINE-LAST-PAID(LS-LINE-IDX)
           END-IF
           EVALUATE TRUE
               WHEN LS-LINE-PAID(LS-LINE-IDX) = 0
                   MOVE "OPEN" TO LS-LINE-STATUS(LS-LINE-IDX)
               WHEN LS-LINE-PAID(LS-LINE-IDX)
                   < LS-LINE-AMOUNT(LS-LINE-IDX)
                   MOVE "PART" TO LS-LINE-STATUS(LS-LINE-IDX)
               WHEN LS-LINE-PAID(LS-LINE-IDX)
                   = LS-LINE-AMOUNT(LS-LINE-IDX)
                   MOVE "PAID" TO LS-LINE-STATUS(LS-LINE-IDX)
               WHEN OTHER
                   MOVE "OVER" TO LS-LINE-STATUS(LS-LINE-IDX)
           END-EVALUATE
           MOVE LS-PAY-NUMBER TO LS-PAY-NUM-DISPLAY
           MOVE LS-LINE-SEQ(LS-LINE-IDX) TO LS-SEQ-DISPLAY
           MOVE LS-APPLY-AMOUNT TO LS-MONEY-DISPLAY
           MOVE SPACES TO F-REPORT-RECORD
           STRING "PAYMENT " LS-PAY-NUM-DISPLAY
               " INVOICE " LS-PAY-REF
               " LINE " LS-SEQ-DISPLAY
               " (" LS-PAY-LETTER ") APPLIED " LS-MONEY-DISPLAY
               " NOW " LS-LINE-STATUS(LS-LINE-IDX)
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           .

       SUSPEND-PAYMENT.
           ADD 1 TO LS-PAYMENTS-SUSPENDED
           ADD LS-PAY-AMOUNT TO LS-RECEIVED-TOTAL
           ADD LS-PAY-AMOUNT TO LS-SUSPENSE-TOTAL
           MOVE SPACES TO F-SUSPENSE-RECORD
           STRING LS-SUSPENSE-REASON " | "
               F-PAYMENT-RECORD
               DELIMITED BY SIZE
               INTO F-SUSPENSE-RECORD
           WRITE F-SUSPENSE-RECORD
           MOVE LS-PAY-NUMBER TO LS-PAY-NUM-DISPLAY
           MOVE SPACES TO F-REPORT-RECORD
           STRING "PAYMENT " LS-PAY-NUM-DISPLAY
               " TO SUSPENSE: " LS-SUSPENSE-REASON
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           .

       REWRITE-INVOICE-HISTORY.
           IF LS-PAYMENTS-APPLIED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-JOURNAL-TARGET
           MOVE LS-INVHIST-PATH TO LS-JOURNAL-TARGET
           CALL "JOURNAL-FILE" USING
               "ARMATCH " LS-JOURNAL-TARGET LS-JOURNAL-STATUS
           IF LS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ARMATCH: cannot journal invoice history "
                   "(status " LS-JOURNAL-STATUS "); history not "
                   "rewritten"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-INVHIST
           IF LS-INVHIST-STATUS NOT = "00"
               DISPLAY "ARMATCH: ERROR OPENING " LS-INVHIST-PATH
                   " STATUS=" LS-INVHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LS-LINE-IDX FROM 1 BY 1
               UNTIL LS-LINE-IDX > LS-LINE-COUNT
               MOVE SPACES TO INVOICE-HISTORY-RECORD
               MOVE LS-LINE-REF(LS-LINE-IDX) TO IH-INVOICE-REF
               MOVE LS-LINE-SEQ(LS-LINE-IDX) TO IH-LINE-SEQ
               MOVE LS-LINE-LETTER(LS-LINE-IDX) TO IH-PLOT-LETTER
               MOVE LS-LINE-DATE(LS-LINE-IDX) TO IH-INVOICE-DATE
               MOVE LS-LINE-AMOUNT(LS-LINE-IDX) TO IH-AMOUNT
               MOVE LS-LINE-PAID(LS-LINE-IDX) TO IH-PAID
               MOVE LS-LINE-STATUS(LS-LINE-IDX) TO IH-STATUS
               MOVE LS-LINE-LAST-PAID(LS-LINE-IDX)
                   TO IH-LAST-PAID-DATE
               WRITE INVOICE-HISTORY-RECORD
           END-PERFORM
           CLOSE FD-INVHIST
           .

      *> Outstanding balances by plot letter and age bucket; the
      *> excess on overpaid lines is customer credit, totalled
      *> separately for the footer.
       WRITE-AGED-RECEIVABLES.
           PERFORM VARYING LS-BUCKET FROM 1 BY 1 UNTIL LS-BUCKET > 5
               MOVE 0 TO LS-AGE-TOTAL(LS-BUCKET)
           END-PERFORM
           PERFORM VARYING LS-LINE-IDX FROM 1 BY 1
               UNTIL LS-LINE-IDX > LS-LINE-COUNT
               ADD LS-LINE-PAID(LS-LINE-IDX) TO LS-PAID-AFTER
               COMPUTE LS-LINE-BALANCE =
                   LS-LINE-AMOUNT(LS-LINE-IDX)
                   - LS-LINE-PAID(LS-LINE-IDX)
               IF LS-LINE-BALANCE < 0
                   SUBTRACT LS-LINE-BALANCE FROM LS-CREDIT-TOTAL
               END-IF
               IF LS-LINE-BALANCE > 0
                   PERFORM AGE-LINE-BALANCE
               END-IF
           END-PERFORM
           IF LS-LETTER-COUNT > 1
               SORT LS-LETTER-TABLE ON ASCENDING KEY LS-AGE-LETTER
           END-IF

           MOVE SPACES TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE "AGED RECEIVABLES BY PLOT LETTER" TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE SPACES TO F-REPORT-RECORD
           STRING "PLOT         0-30 DAYS        31-60 DAYS"
               "        61-90 DAYS          90+ DAYS"
               "             TOTAL"
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           PERFORM VARYING LS-LETTER-IDX FROM 1 BY 1
               UNTIL LS-LETTER-IDX > LS-LETTER-COUNT
               PERFORM VARYING LS-BUCKET FROM 1 BY 1
                   UNTIL LS-BUCKET > 5
                   MOVE LS-AGE-AMOUNT(LS-LETTER-IDX, LS-BUCKET)
                       TO LS-BUCKET-DISPLAY(LS-BUCKET)
                   ADD LS-AGE-AMOUNT(LS-LETTER-IDX, LS-BUCKET)
                       TO LS-AGE-TOTAL(LS-BUCKET)
               END-PERFORM
               MOVE SPACES TO F-REPORT-RECORD
               STRING "  " LS-AGE-LETTER(LS-LETTER-IDX) " "
                   LS-BUCKET-DISPLAY(1) LS-BUCKET-DISPLAY(2)
                   LS-BUCKET-DISPLAY(3) LS-BUCKET-DISPLAY(4)
                   LS-BUCKET-DISPLAY(5)
                   DELIMITED BY SIZE
                   INTO F-REPORT-RECORD
               WRITE F-REPORT-RECORD
           END-PERFORM
           PERFORM VARYING LS-BUCKET FROM 1 BY 1 UNTIL LS-BUCKET > 5
               MOVE LS-AGE-TOTAL(LS-BUCKET)
                   TO LS-BUCKET-DISPLAY(LS-BUCKET)
           END-PERFORM
           MOVE SPACES TO F-REPORT-RECORD
           STRING "ALL " LS-BUCKET-DISPLAY(1) LS-BUCKET-DISPLAY(2)
               LS-BUCKET-DISPLAY(3) LS-BUCKET-DISPLAY(4)
               LS-BUCKET-DISPLAY(5)
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE LS-AGE-TOTAL(5) TO LS-OUTSTANDING-TOTAL
           .

       AGE-LINE-BALANCE.
           COMPUTE LS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(LS-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(LS-LINE-DATE(LS-LINE-IDX))
           EVALUATE TRUE
               WHEN LS-AGE-DAYS <= 30
                   MOVE 1 TO LS-BUCKET
               WHEN LS-AGE-DAYS <= 60
                   MOVE 2 TO LS-BUCKET
               WHEN LS-AGE-DAYS <= 90
                   MOVE 3 TO LS-BUCKET
               WHEN OTHER
                   MOVE 4 TO LS-BUCKET
           END-EVALUATE
           PERFORM VARYING LS-LETTER-IDX FROM 1 BY 1
               UNTIL LS-LETTER-IDX > LS-LETTER-COUNT
               IF LS-AGE-LETTER(LS-LETTER-IDX)
                   = LS-LINE-LETTER(LS-LINE-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LS-LETTER-IDX > LS-LETTER-COUNT
               IF LS-LETTER-COUNT = C-MAX-LETTERS
                   DISPLAY "ARMATCH: more than " C-MAX-LETTERS
                       " plot letters"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LS-LETTER-COUNT
               MOVE LS-LETTER-COUNT TO LS-LETTER-IDX
               MOVE LS-LINE-LETTER(LS-LINE-IDX)
                   TO LS-AGE-LETTER(LS-LETTER-IDX)
               MOVE 0 TO LS-AGE-AMOUNT(LS-LETTER-IDX, 1)
                   LS-AGE-AMOUNT(LS-LETTER-IDX, 2)
                   LS-AGE-AMOUNT(LS-LETTER-IDX, 3)
                   LS-AGE-AMOUNT(LS-LETTER-IDX, 4)
                   LS-AGE-AMOUNT(LS-LETTER-IDX, 5)
           END-IF
           ADD LS-LINE-BALANCE
               TO LS-AGE-AMOUNT(LS-LETTER-IDX, LS-BUCKET)
           ADD LS-LINE-BALANCE TO LS-AGE-AMOUNT(LS-LETTER-IDX, 5)
           .

      *> The control footer: payments received split exactly into
      *> applied and suspense, paid-to-date moved by exactly what
      *> was applied, and what was invoiced less what has been
      *> paid equals the aged receivables less customer credit.
       WRITE-CONTROL-FOOTER.
           MOVE SPACES TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE "CONTROL TOTALS" TO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE LS-TOTAL-INVOICED TO LS-MONEY-DISPLAY
           MOVE "  INVOICED TO DATE           " TO F-REPORT-RECORD
           MOVE LS-MONEY-DISPLAY TO F-REPORT-RECORD(31:16)
           WRITE F-REPORT-RECORD
           MOVE LS-PAID-BEFORE TO LS-MONEY-DISPLAY
           MOVE "  PAID BEFORE THIS RUN       " TO F-REPORT-RECORD
           MOVE LS-MONEY-DISPLAY TO F-REPORT-RECORD(31:16)
           WRITE F-REPORT-RECORD
           MOVE LS-RECEIVED-TOTAL TO LS-MONEY-DISPLAY
           MOVE LS-PAYMENTS-READ TO LS-COUNT-DISPLAY
           MOVE SPACES TO F-REPORT-RECORD
           STRING "  PAYMENTS RECEIVED          " LS-MONEY-DISPLAY
               "  (" FUNCTION TRIM(LS-COUNT-DISPLAY) " PAYMENTS)"
               DELIMITED BY SIZE
               INTO F-REPORT-RECORD
           WRITE F-REPORT-RECORD
           MOVE LS-APPLIED-TOTAL TO LS-MONEY-DISPLAY
           MOVE "    APPLIED TO INVOICE LINES " TO F-REPORT-RECORD
           MOVE LS-MONEY-DISPLAY TO F-REPORT-RECORD(31:16)
           WRITE F-REPORT-RECORD
           MOVE LS-SUSPENSE-TOTAL TO LS-MONEY-DISPLAY
           MOVE "    HELD IN SUSPENSE         " TO F-REPORT-RECORD
           MOVE LS-MONEY-DISPLAY TO F-REPORT-RECORD(31:16)
           WRITE F-REPORT-RECORD
           MOVE LS-PAID-AFTER TO LS-MONEY-DISPLAY
           MOVE "  PAID AFTER THIS RUN        " TO F-REPORT-RECORD
           MOVE LS-MONEY-DISPLAY TO F-REPORT-RECORD(31:16)
           WRITE F-REPORT-RECORD
           MOVE LS-OUTSTANDING-TOTAL TO LS-MONEY-DISPLAY
           MOVE "  AGED RECEIVABLES           " TO F-REPORT-RECORD
           MOVE LS-MONEY-DISPLAY TO F-REPORT-RECORD(31:16)
           WRITE F-REPORT-RECORD
           MOVE LS-CREDIT-TOTAL TO LS-MONEY-DISPLAY
           MOVE "  CREDIT ON OVERPAID LINES   " TO F-REPORT-RECORD
           MOVE LS-MONEY-DISPLAY TO F-REPORT-RECORD(31:16)
           WRITE F-REPORT-RECORD

           IF LS-RECEIVED-TOTAL
               NOT = LS-APPLIED-TOTAL + LS-SUSPENSE-TOTAL
               MOVE 1 TO LS-OUT-OF-BALANCE
           END-IF
           IF LS-PAID-AFTER NOT = LS-PAID-BEFORE + LS-APPLIED-TOTAL
               MOVE 1 TO LS-OUT-OF-BALANCE
           END-IF
           COMPUTE LS-CHECK-LEFT = LS-TOTAL-INVOICED - LS-PAID-AFTER
           COMPUTE LS-CHECK-RIGHT =
               LS-OUTSTANDING-TOTAL - LS-CREDIT-TOTAL
           IF LS-CHECK-LEFT NOT = LS-CHECK-RIGHT
               MOVE 1 TO LS-OUT-OF-BALANCE
           END-IF
           IF LS-OUT-OF-BALANCE = 0
               MOVE "  CONTROL TOTALS RECONCILE" TO F-REPORT-RECORD
           ELSE
               MOVE "  CONTROL TOTALS OUT OF BALANCE"
                   TO F-REPORT-RECORD
           END-IF
           WRITE F-REPORT-RECORD
           .
       END PROGRAM ARMATCH.
