
       01 WS-MESSAGE-LINE PIC X(80).

       01 WS-ORPHAN-LINE.
           05 FILLER PIC X(15) VALUE " ORPHSWP FOUND ".
           05 OL-ORPHANS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(56) VALUE
               " DEPENDENT RECORDS WITH NO ITEM ON THE MASTER".

       01 WS-AGED-ITEMS-LINE.
           05 FILLER PIC X(10) VALUE " RECONCIL ".
           05 AL-AGED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(61) VALUE
               " OPEN ITEMS UNRESOLVED MORE THAN 5 DAYS".

       01 WS-RATE-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(28) VALUE
                           TO WS-MESSAGE-LINE
                       WRITE DIGEST-RPT-LINE FROM WS-MESSAGE-LINE
                   END-IF
               WHEN "GLJRNL"
                   IF WS-PG-REJECTED(WS-IDX) > ZERO
                       SET WS-EXCEPTIONS-FOUND TO TRUE
                       MOVE " GLJRNL WITHHELD THE GENERAL LEDGER FEED"
                           TO WS-MESSAGE-LINE
                       WRITE DIGEST-RPT-LINE FROM WS-MESSAGE-LINE
                   END-IF
               WHEN "ORPHSWP"
                   IF WS-PG-REJECTED(WS-IDX) > ZERO
                       SET WS-EXCEPTIONS-FOUND TO TRUE
                       MOVE WS-PG-REJECTED(WS-IDX) TO OL-ORPHANS
                       WRITE DIGEST-RPT-LINE FROM WS-ORPHAN-LINE
                   END-IF
               WHEN "RECONAGE"
                   IF WS-PG-REJECTED(WS-IDX) > ZERO
                       SET WS-EXCEPTIONS-FOUND TO TRUE
                       MOVE WS-PG-REJECTED(WS-IDX) TO AL-AGED
                       WRITE DIGEST-RPT-LINE FROM WS-AGED-ITEMS-LINE
                   END-IF
               WHEN "ITEMEDIT"
                   PERFORM 420-CHECK-REJECT-RATE
           END-EVALUATE.
