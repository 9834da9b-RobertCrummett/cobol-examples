      *> reorder parameter record layout - keyed on REORD-KEY, one
      *> record per item and location purchasing wants replenishment
      *> watched on. when a location's on-hand falls to its reorder
      *> point the nightly STOCKRPL pass suggests a transfer from a
      *> location with stock to spare, or failing that an order for
      *> the reorder quantity
       01 REORDER-RECORD.
           05 REORD-KEY.
               10 REORD-ITEM-CODE PIC 9(3).
               10 REORD-LOCATION PIC X(3).
           05 REORD-POINT PIC 9(7).
           05 REORD-QTY PIC 9(7).
