      *> inbound feed envelope - every feed the nightly stream takes
      *> from outside arrives as 80-byte records: one header, the
      *> body records in the consuming program's own layout (left
      *> justified, blank padded), then one trailer. FEEDCHK proves
      *> the trailer against the body before anything reads it.
      *> the hash is the sum of each body record's amount or
      *> quantity field - a record whose field is blank or not a
      *> number adds nothing
       01 FEED-HEADER-RECORD.
           05 FHDR-REC-TYPE PIC X(8).
               88 FHDR-HEADER VALUE "*HEADER*".
           05 FHDR-FEED-NAME PIC X(8).
           05 FHDR-SOURCE PIC X(8).
           05 FHDR-BATCH-ID PIC X(12).
           05 FHDR-CREATED-DATE PIC 9(8).
           05 FILLER PIC X(36).
       01 FEED-TRAILER-RECORD.
           05 FTRL-REC-TYPE PIC X(8).
               88 FTRL-TRAILER VALUE "*TRAILER".
           05 FTRL-RECORD-COUNT PIC 9(9).
           05 FTRL-HASH PIC S9(13)V9(4).
           05 FILLER PIC X(46).
