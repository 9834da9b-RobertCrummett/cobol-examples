      *> month-to-date commission record - keyed on salesperson
      *> plus the month the volume was sold in. TIERCALC adds each
      *> night's sales and the commission they earned; the month-end
      *> statement run sets the record statemented, after which the
      *> month takes no more sales, and records what it paid
       01 COMM-RECORD.
           05 COMM-KEY.
               10 COMM-SALES-ID PIC X(6).
               10 COMM-MONTH PIC 9(6).
           05 COMM-VOLUME PIC S9(11)V99.
           05 COMM-COMMISSION PIC S9(9)V99.
           05 COMM-TXN-COUNT PIC 9(7).
           05 COMM-PLAN-DATE PIC 9(8).
           05 COMM-LAST-RUN-DATE PIC 9(8).
           05 COMM-STATUS PIC X.
               88 COMM-OPEN VALUE 'O'.
               88 COMM-STATEMENTED VALUE 'S'.
           05 COMM-STATEMENT-DATE PIC 9(8).
           05 COMM-PAYABLE PIC S9(9)V99.
