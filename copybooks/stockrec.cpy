      *> stock balance record layout - keyed on STOCK-KEY, one record
      *> per item per location that has ever had movement there.
      *> STOCK-AVG-COST is the running weighted-average unit cost
      *> STOCKPST keeps from receipts - what the stock cost us, as
      *> against ITEM-UNIT-PRICE, which is what we sell it for. each
      *> location carries its own average; a transfer moves stock at
      *> the sending location's average
       01 STOCK-RECORD.
           05 STOCK-KEY.
               10 STOCK-ITEM-CODE PIC 9(3).
               10 STOCK-LOCATION PIC X(3).
           05 STOCK-ON-HAND PIC S9(7).
           05 STOCK-LAST-MOVE-DATE PIC 9(8).
           05 STOCK-AVG-COST PIC S9(7)V9(4).
