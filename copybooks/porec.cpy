      *> purchase order line record layout - keyed on item code plus
      *> PO number so every order line for one item sits together and
      *> STOCKPST and STOCKRPL can walk an item's lines with a START.
      *> one PO number covers every line raised for one vendor in one
      *> POBUILD run. received may run past ordered - an over-receipt
      *> closes the line but the excess stays on record
       01 PO-LINE-RECORD.
           05 PO-LINE-KEY.
               10 PO-ITEM-CODE PIC 9(3).
               10 PO-NUMBER PIC 9(7).
           05 PO-VENDOR-ID PIC X(6).
           05 PO-ORDER-DATE PIC 9(8).
           05 PO-ORDER-QTY PIC 9(7).
           05 PO-RECEIVED-QTY PIC 9(7).
           05 PO-UNIT-COST PIC S9(7)V9(2).
           05 PO-LAST-RECEIPT-DATE PIC 9(8).
           05 PO-STATUS PIC X.
               88 PO-OPEN VALUE 'O'.
               88 PO-PART-RECEIVED VALUE 'P'.
               88 PO-CLOSED VALUE 'C'.
               88 PO-OVER-RECEIVED VALUE 'X'.
               88 PO-OUTSTANDING VALUE 'O' 'P'.
           05 PO-APPROVED-BY PIC X(8).
