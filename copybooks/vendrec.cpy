      *> vendor master record layout - keyed on VEND-ID. only an
      *> active vendor may have a purchase order raised against it;
      *> a vendor purchasing stops buying from is set inactive and
      *> keeps its record so the orders already on file still name it
       01 VENDOR-RECORD.
           05 VEND-ID PIC X(6).
           05 VEND-NAME PIC X(30).
           05 VEND-CONTACT PIC X(30).
           05 VEND-LEAD-DAYS PIC 9(3).
           05 VEND-STATUS PIC X.
               88 VEND-ACTIVE VALUE 'A'.
               88 VEND-INACTIVE VALUE 'I'.
