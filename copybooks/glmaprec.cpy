      *> general ledger account mapping record - keyed on the stock
      *> movement code. the pair is booked for the movement in its
      *> natural direction: a receipt into stock, an issue out of
      *> it, an adjustment that finds stock. GLJRNL reverses the
      *> pair for an adjustment that writes stock off
       01 GLMAP-RECORD.
           05 GLMAP-MOVE-CODE PIC X(1).
           05 GLMAP-DESCRIPTION PIC X(20).
           05 GLMAP-DEBIT-ACCT PIC X(10).
           05 GLMAP-CREDIT-ACCT PIC X(10).
           05 GLMAP-UPDATED-DATE PIC 9(8).
