      *> stock location table - every place stock is held, counted
      *> and replenished. a movement, count or reorder record naming
      *> any other code is rejected. a location left blank on a feed
      *> means the main warehouse, where all stock was held before
      *> balances were kept by location
       01 LOC-TABLE-VALUES.
           05 FILLER PIC X(23) VALUE "WH1MAIN WAREHOUSE".
           05 FILLER PIC X(23) VALUE "WH2SECOND WAREHOUSE".
           05 FILLER PIC X(23) VALUE "VANSERVICE VAN".
       01 LOC-TABLE REDEFINES LOC-TABLE-VALUES.
           05 LOC-ENTRY OCCURS 3 TIMES.
               10 LOC-CODE PIC X(3).
               10 LOC-NAME PIC X(20).
       01 LOC-TABLE-SIZE PIC 9(2) VALUE 3.
       01 LOC-DEFAULT PIC X(3) VALUE "WH1".
