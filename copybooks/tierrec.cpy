      *> commission tier record - keyed on the plan's effective
      *> date plus the tier number. a plan is the set of tiers that
      *> share one effective date, so next year's plan can sit on
      *> file ahead of time. each tier is bounded by an upper limit
      *> on month-to-date volume and pays its rate on the volume
      *> that falls inside it; the last tier has no upper bound
       01 TIER-RECORD.
           05 TIER-KEY.
               10 TIER-EFF-DATE PIC 9(8).
               10 TIER-NO PIC 9(2).
           05 TIER-UPPER-LIMIT PIC S9(9)V99.
           05 TIER-RATE PIC V999.
           05 TIER-UPDATED-DATE PIC 9(8).
