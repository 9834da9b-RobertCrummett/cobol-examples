      *> certification record - one per person, keyed on the
      *> SCORE-ID the nightly scores arrive under, so the first
      *> three characters are the department. SCOREBAT updates it
      *> from every valid score. the fail count runs since the last
      *> pass and sets the retest status; a pass certifies, renews
      *> the expiry and clears it
       01 CERT-RECORD.
           05 CERT-ID.
               10 CERT-DEPT PIC X(3).
               10 FILLER PIC X(6).
           05 CERT-FIRST-DATE PIC 9(8).
           05 CERT-FIRST-SCORE PIC 9(3).
           05 CERT-LATEST-DATE PIC 9(8).
           05 CERT-LATEST-SCORE PIC 9(3).
           05 CERT-ATTEMPTS PIC 9(5).
           05 CERT-FAIL-COUNT PIC 9(3).
           05 CERT-CERTIFIED-DATE PIC 9(8).
           05 CERT-EXPIRY-DATE PIC 9(8).
           05 CERT-RETEST-STATUS PIC X.
               88 CERT-NO-RETEST VALUE 'N'.
               88 CERT-RETEST-DUE VALUE 'R'.
               88 CERT-OVER-LIMIT VALUE 'L'.
