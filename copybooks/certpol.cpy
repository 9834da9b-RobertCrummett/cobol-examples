      *> certification policy. a pass certifies for the validity
      *> period in days. a candidate may fail this many times in a
      *> row before the retest is refused and the name goes on the
      *> weekly over-limit list for the department to deal with;
      *> a pass after that still certifies and clears the count
       01 CERT-VALID-DAYS PIC 9(4) VALUE 730.
       01 CERT-ATTEMPT-LIMIT PIC 9(3) VALUE 3.
