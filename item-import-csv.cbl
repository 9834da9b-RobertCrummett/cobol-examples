           RECORD CONTAINS 80 CHARACTERS.
       01 CSV-LINE PIC X(80).

      *> the ITEMTRAN feed, header and trailer included, so the
      *> import goes through FEEDCHK like any other batch
       FD ITEM-TRAN
           RECORD CONTAINS 80 CHARACTERS.
       01 ITEM-TRAN-RECORD.
           05 TRAN-SEQ-NO PIC 9(9).
           05 TRAN-CODE PIC X VALUE 'A'.
           05 TRAN-DESC-2 PIC X(15).
           05 TRAN-DESC-3 PIC X(15).
           05 TRAN-UNIT-PRICE PIC X(15) VALUE "0.00".
           05 FILLER PIC X(7).
           COPY feedctl.

       WORKING-STORAGE SECTION.
       01 WS-PRICE-EDIT PIC -(7)9.99.
       01 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).

      *> the batch id is the run date and time the file was cut
       01 WS-RUN-TIME.
           05 WS-RUN-HHMM PIC 9(4).
           05 FILLER PIC 9(4).
       01 WS-BATCH-ID.
           05 WS-BATCH-DATE PIC 9(8).
           05 WS-BATCH-TIME PIC 9(4).
       01 WS-FEED-HASH PIC S9(13)V9(4) VALUE ZERO.

           COPY runctl.

       01 WS-CSV-FIELDS.
           PERFORM 100-INITIALIZE.
           PERFORM 200-IMPORT-RECORDS UNTIL WS-EOF.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 860-WRITE-FEED-TRAILER.
           PERFORM 900-TERMINATE.
           STOP RUN.

           OPEN INPUT ITEM-MASTER.
           OPEN INPUT CSV-FILE.
           OPEN OUTPUT ITEM-TRAN.
           PERFORM 110-WRITE-FEED-HEADER.
           READ CSV-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       110-WRITE-FEED-HEADER.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-BATCH-DATE.
           MOVE WS-RUN-HHMM TO WS-BATCH-TIME.
           MOVE SPACES TO FEED-HEADER-RECORD.
           SET FHDR-HEADER TO TRUE.
           MOVE "ITEMTRAN" TO FHDR-FEED-NAME.
           MOVE "ITEMIMP" TO FHDR-SOURCE.
           MOVE WS-BATCH-ID TO FHDR-BATCH-ID.
           MOVE WS-RUN-DATE TO FHDR-CREATED-DATE.
           WRITE FEED-HEADER-RECORD.

       200-IMPORT-RECORDS.
           ADD 1 TO WS-RECORDS-READ.
           ADD 1 TO WS-SEQ-NO.
                   MOVE 'C' TO TRAN-CODE
                   MOVE ITEM-UNIT-PRICE TO WS-PRICE-EDIT
                   MOVE WS-PRICE-EDIT TO TRAN-UNIT-PRICE
                   ADD ITEM-UNIT-PRICE TO WS-FEED-HASH
           END-READ.
           MOVE WS-DESC-1-TEXT TO TRAN-DESC-1.
           MOVE WS-DESC-2-TEXT TO TRAN-DESC-2.
           MOVE ZERO TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

      *> the trailer hash is the sum of the prices carried - an
      *> add goes out at zero
       860-WRITE-FEED-TRAILER.
           MOVE SPACES TO FEED-TRAILER-RECORD.
           SET FTRL-TRAILER TO TRUE.
           MOVE WS-RECORDS-READ TO FTRL-RECORD-COUNT.
           MOVE WS-FEED-HASH TO FTRL-HASH.
           WRITE FEED-TRAILER-RECORD.

       900-TERMINATE.
           CLOSE ITEM-MASTER.
           CLOSE CSV-FILE.
