           SELECT STOCK-BAL ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOCK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
           COPY itemrec.

       FD STOCK-LEDGER
           RECORD CONTAINS 68 CHARACTERS.
       01 STOCK-LEDGER-RECORD.
           05 LDG-ITEM-CODE PIC 9(3).
           05 LDG-MOVE-DATE PIC 9(8).
               88 LDG-RECEIPT VALUE 'R'.
               88 LDG-ISSUE VALUE 'I'.
               88 LDG-ADJUSTMENT VALUE 'J'.
               88 LDG-OPENING VALUE 'O'.
               88 LDG-TRANSFER VALUE 'T'.
           05 LDG-QUANTITY PIC S9(7).
           05 LDG-NEW-ON-HAND PIC S9(7).
           05 LDG-UNIT-COST PIC S9(7)V9(4).
           05 LDG-POST-STAMP.
               10 LDG-POST-DATE PIC 9(8).
               10 LDG-POST-TIME PIC 9(8).
           05 LDG-LOCATION PIC X(3).
           05 LDG-XFER-LOCATION PIC X(3).

      *> one snapshot record per close - the period-end valuation
      *> and movement totals, frozen the moment the period shut,

      *> a balance whose item is gone from the master cannot be
      *> valued - STOCKVAL already reports those nightly, so the
      *> snapshot simply carries what is valuable. the period-end
      *> figure is inventory at weighted-average cost, the number
      *> finance books - never at selling price
       320-VALUE-ONE-BALANCE.
           MOVE STOCK-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-EXTENDED-VALUE ROUNDED =
                       STOCK-ON-HAND * STOCK-AVG-COST
                   ADD WS-EXTENDED-VALUE TO WS-TOTAL-VALUE
                   ADD 1 TO WS-ITEMS-VALUED
           END-READ.
           PERFORM 340-TOTAL-ONE-MOVEMENT UNTIL WS-LDG-EOF.
           CLOSE STOCK-LEDGER.

      *> an archive carry-forward is a balance, not a movement,
      *> and never counts toward a period's totals. a transfer is
      *> one movement though it leaves two legs - only the leg out
      *> is counted - and as it moves nothing into or out of the
      *> business it lands in none of the quantity totals
       340-TOTAL-ONE-MOVEMENT.
           IF LDG-MOVE-DATE > WS-CLOSED-THRU
               AND LDG-MOVE-DATE <= WS-PERIOD-END
               AND NOT LDG-OPENING
               AND NOT (LDG-TRANSFER AND LDG-QUANTITY > ZERO)
               ADD 1 TO WS-MOVE-COUNT
               EVALUATE TRUE
                   WHEN LDG-RECEIPT
