      *> reversing transactions in the ITEMTRAN 73-byte layout,
      *> so the backout flows through ITEMEDIT and ITEMMNT like
      *> any other night's file - edited, audited, and balanced
      *> by RUNBAL instead of patched straight onto the master.
      *> the file carries the inbound feed header and trailer so
      *> FEEDCHK takes it like any other ITEMTRAN batch, and a
      *> backout fed twice is refused as a duplicate
       FD BACKOUT-TRAN
           RECORD CONTAINS 80 CHARACTERS.
       01 BACKOUT-TRAN-RECORD.
           05 BTRAN-SEQ-NO PIC 9(9).
           05 BTRAN-CODE PIC X.
           05 BTRAN-DESC-2 PIC X(15).
           05 BTRAN-DESC-3 PIC X(15).
           05 BTRAN-UNIT-PRICE PIC X(15).
           05 FILLER PIC X(7).
           COPY feedctl.

       FD BACKOUT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-PRICE-TEXT PIC X(15).
       01 WS-REVERSE-CODE PIC X(8).

      *> the batch id is the run date and time the file was cut
       01 WS-RUN-TIME.
           05 WS-RUN-HHMM PIC 9(4).
           05 FILLER PIC 9(4).
       01 WS-BATCH-ID.
           05 WS-BATCH-DATE PIC 9(8).
           05 WS-BATCH-TIME PIC 9(4).
       01 WS-FEED-HASH PIC S9(13)V9(4) VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-SELECTED PIC 9(7) VALUE ZERO.
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(47) VALUE SPACES.

       01 WS-BATCH-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "FEED BATCH ID:".
           05 BL-BATCH-ID PIC X(12).
           05 FILLER PIC X(43) VALUE SPACES.

       01 WS-BAD-PARM-NOTE PIC X(80) VALUE
           " CHANGE DATE OR USER ID MISSING - NOTHING REVERSED".


       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 110-LOAD-SELECTION-PARMS.
           PERFORM 120-LOAD-CHECKPOINT.
           OPEN INPUT AUDIT-FILE.
       300-CUT-REVERSALS.
           MOVE WS-SEQ-BASE TO WS-SEQ-NO.
           IF NOT WS-CHANGE-OVERFLOW
               PERFORM 305-WRITE-FEED-HEADER
               PERFORM 310-CUT-ONE-REVERSAL
                   VARYING WS-IDX FROM WS-CHANGE-COUNT BY -1
                   UNTIL WS-IDX < 1
               PERFORM 340-WRITE-FEED-TRAILER
           END-IF.

       305-WRITE-FEED-HEADER.
           MOVE WS-RUN-DATE TO WS-BATCH-DATE.
           MOVE WS-RUN-HHMM TO WS-BATCH-TIME.
           MOVE SPACES TO FEED-HEADER-RECORD.
           SET FHDR-HEADER TO TRUE.
           MOVE "ITEMTRAN" TO FHDR-FEED-NAME.
           MOVE "ITEMBKOT" TO FHDR-SOURCE.
           MOVE WS-BATCH-ID TO FHDR-BATCH-ID.
           MOVE WS-RUN-DATE TO FHDR-CREATED-DATE.
           WRITE FEED-HEADER-RECORD.

       310-CUT-ONE-REVERSAL.
           MOVE SPACES TO BACKOUT-TRAN-RECORD.
           ADD 1 TO WS-SEQ-NO.
           MOVE WS-SEQ-NO TO BTRAN-SEQ-NO.
           MOVE WS-CH-ITEM-CODE(WS-IDX) TO BTRAN-ITEM-CODE.
           END-EVALUATE.
           WRITE BACKOUT-TRAN-RECORD.
           ADD 1 TO WS-REVERSALS-CUT.
           IF WS-CH-ACTION(WS-IDX) NOT = 'A'
               ADD WS-CH-OLD-PRICE(WS-IDX) TO WS-FEED-HASH
           END-IF.
           PERFORM 330-WRITE-REPORT-LINE.

       320-RESTORE-BEFORE-IMAGE.
           MOVE WS-PRICE-EDIT TO DL-PRICE.
           WRITE BACKOUT-RPT-LINE FROM WS-DETAIL-LINE.

      *> the trailer hash is the sum of the restored prices - a
      *> delete reversal carries none
       340-WRITE-FEED-TRAILER.
           MOVE SPACES TO FEED-TRAILER-RECORD.
           SET FTRL-TRAILER TO TRUE.
           MOVE WS-REVERSALS-CUT TO FTRL-RECORD-COUNT.
           MOVE WS-FEED-HASH TO FTRL-HASH.
           WRITE FEED-TRAILER-RECORD.

       800-WRITE-SUMMARY.
           MOVE SPACES TO BACKOUT-RPT-LINE.
           WRITE BACKOUT-RPT-LINE.
           MOVE WS-REVERSALS-CUT TO SL-VALUE.
           WRITE BACKOUT-RPT-LINE FROM WS-SUMMARY-LINE.

           IF WS-PARM-VALID AND NOT WS-CHANGE-OVERFLOW
               MOVE WS-BATCH-ID TO BL-BATCH-ID
               WRITE BACKOUT-RPT-LINE FROM WS-BATCH-LINE
           END-IF.

       900-TERMINATE.
           CLOSE AUDIT-FILE.
           CLOSE BACKOUT-TRAN.
