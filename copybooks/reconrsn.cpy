      *> reconciliation resolution codes - the explanations an
      *> operator may give when clearing an open break. any other
      *> code is rejected
       01 RSN-TABLE-VALUES.
           05 FILLER PIC X(26) VALUE "TMTIMING DIFFERENCE".
           05 FILLER PIC X(26) VALUE "FXEXCHANGE RATE ROUNDING".
           05 FILLER PIC X(26) VALUE "SCSOURCE FILE CORRECTED".
           05 FILLER PIC X(26) VALUE "DUDUPLICATE ON SOURCE".
           05 FILLER PIC X(26) VALUE "WOWRITTEN OFF - APPROVED".
           05 FILLER PIC X(26) VALUE "KBKNOWN BREAK - ACCEPTED".
       01 RSN-TABLE REDEFINES RSN-TABLE-VALUES.
           05 RSN-ENTRY OCCURS 6 TIMES.
               10 RSN-CODE PIC X(2).
               10 RSN-NAME PIC X(24).
       01 RSN-TABLE-SIZE PIC 9(2) VALUE 6.
