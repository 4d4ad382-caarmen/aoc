      *> One line of the fencing invoice history: every invoice
      *> line DAY12 prices from the rate card is appended here, and
      *> ARMATCH keeps the amount paid against it and its payment
      *> status up to date as customer payments arrive. The file
      *> is named by the ARHIST runtime parameter (default
      *> fencing.invhist). The invoice reference is the pricing
      *> run's timestamp, printed on the invoice for the customer
      *> to quote; the line sequence is the invoice's region number.
       01  INVOICE-HISTORY-RECORD.
           05  IH-INVOICE-REF              PIC X(14).
           05  FILLER                      PIC X(1).
           05  IH-LINE-SEQ                 PIC 9(5).
           05  FILLER                      PIC X(1).
           05  IH-PLOT-LETTER              PIC X(1).
           05  FILLER                      PIC X(1).
           05  IH-INVOICE-DATE             PIC 9(8).
           05  FILLER                      PIC X(1).
           05  IH-AMOUNT                   PIC 9(13)V99.
           05  FILLER                      PIC X(1).
           05  IH-PAID                     PIC 9(13)V99.
           05  FILLER                      PIC X(1).
           05  IH-STATUS                   PIC X(4).
           05  FILLER                      PIC X(1).
           05  IH-LAST-PAID-DATE           PIC 9(8).
