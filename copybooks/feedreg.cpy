      *> inbound batch registry - one record for every feed batch
      *> FEEDCHK has accepted, keyed on feed, source and batch id.
      *> a batch already on file is refused, so a resent or rerun
      *> feed can never be posted twice
       01 FEED-REG-RECORD.
           05 FREG-KEY.
               10 FREG-FEED-NAME PIC X(8).
               10 FREG-SOURCE PIC X(8).
               10 FREG-BATCH-ID PIC X(12).
           05 FREG-CREATED-DATE PIC 9(8).
           05 FREG-ACCEPTED-DATE PIC 9(8).
           05 FREG-RECORD-COUNT PIC 9(9).
           05 FREG-HASH PIC S9(13)V9(4).
