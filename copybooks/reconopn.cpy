      *> reconciliation open item - one per totals key that has
      *> broken. RECONCIL opens the item the first night the key
      *> fails to agree, keeps it up to date every night it still
      *> breaks and closes it the first night it does not. an
      *> operator can resolve an open item with a reason code once
      *> the break is explained; it then drops out of the aging
      *> but stays on file until the files agree
       01 OPEN-ITEM-RECORD.
           05 OPN-KEY PIC X(9).
           05 OPN-FIRST-SEEN PIC 9(8).
           05 OPN-LAST-SEEN PIC 9(8).
           05 OPN-NIGHTS-SEEN PIC 9(5).
           05 OPN-REASON PIC X(24).
           05 OPN-AMOUNT-A PIC S9(9)V9(4).
           05 OPN-AMOUNT-B PIC S9(9)V9(4).
           05 OPN-STATUS PIC X.
               88 OPN-OPEN VALUE 'O'.
               88 OPN-RESOLVED VALUE 'R'.
               88 OPN-CLOSED VALUE 'C'.
           05 OPN-CLOSED-DATE PIC 9(8).
           05 OPN-RESOLVED-DATE PIC 9(8).
           05 OPN-RESOLVED-BY PIC X(8).
           05 OPN-RESOLUTION-CODE PIC X(2).
           05 OPN-RESOLUTION-NOTE PIC X(30).
