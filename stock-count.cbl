           SELECT STOCK-BAL ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
           COPY itemrec.

      *> one record per item counted on the floor - who counted,
      *> when, where, and what they found. the override byte is how
      *> a supervisor releases a count whose variance breaks the
      *> tolerance on a second submission. each location is counted
      *> against its own balance; a blank location is the main
      *> warehouse
       FD COUNT-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01 COUNT-RECORD.
           05 CNT-SEQ-NO PIC 9(9).
           05 CNT-ITEM-CODE PIC 9(3).
           05 CNT-COUNTED-BY PIC X(8).
           05 CNT-OVERRIDE PIC X.
               88 CNT-OVERRIDDEN VALUE 'Y'.
           05 CNT-LOCATION PIC X(3).

      *> generated adjustments in the STKTRAN movement layout, so
      *> the count corrections post through STOCKPST and land on
      *> carries the count date, so the books move the day the
      *> floor was actually counted
       FD ADJUST-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01 ADJUST-RECORD.
           05 ADJ-SEQ-NO PIC 9(9).
           05 ADJ-MOVE-CODE PIC X.
           05 ADJ-ITEM-CODE PIC 9(3).
           05 ADJ-MOVE-DATE PIC 9(8).
           05 ADJ-QUANTITY PIC X(15).
           05 ADJ-PO-NUMBER PIC X(7).
           05 ADJ-UNIT-COST PIC X(15).
           05 ADJ-LOCATION PIC X(3).
           05 ADJ-TO-LOCATION PIC X(3).

      *> the period control record PERDCLSE maintains - a count
      *> dated into a closed period is rejected here rather than
       01 WS-RESULT PIC X(24).
       01 WS-RUN-DATE PIC 9(8).

           COPY loctab.

       01 WS-COUNT-LOCATION PIC X(3).
       01 WS-LOC-SUB PIC 9(2).
       01 WS-LOCATION-FOUND-SWITCH PIC X.
           88 WS-LOCATION-FOUND VALUE 'Y'.

      *> counted quantities edit through CURREDIT with zero
      *> decimal places like the movement quantities STOCKPST
      *> edits. a count of zero - nothing on the shelf - is legal

       01 WS-COUNTED-QTY PIC S9(7).
       01 WS-ON-HAND PIC S9(7).
       01 WS-UNIT-COST PIC S9(7)V9(4).
       01 WS-VARIANCE PIC S9(7).
       01 WS-VARIANCE-VALUE PIC S9(13)V99.
       01 WS-ABS-VALUE PIC S9(13)V99.

       01 WS-HEADING-2.
           05 FILLER PIC X(4) VALUE "ITEM".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "LOC".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ON HAND".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "COUNTED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "VARIANCE".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "VAR VALUE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "DISPOSITION".
           05 FILLER PIC X(13) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-ITEM-CODE PIC 999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-LOCATION PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-ON-HAND PIC -(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-COUNTED PIC -(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-VARIANCE PIC -(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-VAR-VALUE PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RESULT PIC X(24).

       01 WS-SUMMARY-LINE.
           MOVE ZERO TO WS-COUNTED-QTY.
           MOVE ZERO TO WS-VARIANCE.
           MOVE ZERO TO WS-VARIANCE-VALUE.
           MOVE CNT-LOCATION TO WS-COUNT-LOCATION.
           IF WS-COUNT-LOCATION = SPACES
               MOVE LOC-DEFAULT TO WS-COUNT-LOCATION
           END-IF.
           IF CNT-ITEM-CODE IS NOT NUMERIC
               MOVE "REJECTED - BAD ITEM CODE" TO WS-RESULT
               ADD 1 TO WS-COUNTS-REJECTED
                   ADD 1 TO WS-COUNTS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 215-FIND-LOCATION
               IF NOT WS-LOCATION-FOUND
                   MOVE "REJECTED - BAD LOCATION" TO WS-RESULT
                   ADD 1 TO WS-COUNTS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               CALL "CURREDIT" USING CNT-QUANTITY WS-QTY-MIN
                   WS-QTY-MAX WS-QTY-SCALE WS-VALID-QTY
               END-READ
           END-IF.

       215-FIND-LOCATION.
           MOVE 'N' TO WS-LOCATION-FOUND-SWITCH.
           PERFORM 217-MATCH-LOCATION
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > LOC-TABLE-SIZE.

       217-MATCH-LOCATION.
           IF LOC-CODE(WS-LOC-SUB) = WS-COUNT-LOCATION
               SET WS-LOCATION-FOUND TO TRUE
           END-IF.

      *> an item never moved at the location has no balance record
      *> there - the books say zero on hand, and the count is
      *> measured against that.
      *> the variance is valued at the average cost the stock is
      *> carried at, not the selling price - a shrinkage write-off
      *> costs us what we paid. stock found with no cost on file
      *> cannot be valued at all, so it is held the same way a
      *> variance over tolerance is
       220-COMPARE-TO-BALANCE.
           MOVE CNT-ITEM-CODE TO STOCK-ITEM-CODE.
           MOVE WS-COUNT-LOCATION TO STOCK-LOCATION.
           READ STOCK-BAL
               INVALID KEY
                   MOVE ZERO TO WS-ON-HAND
                   MOVE ZERO TO WS-UNIT-COST
               NOT INVALID KEY
                   MOVE STOCK-ON-HAND TO WS-ON-HAND
                   MOVE STOCK-AVG-COST TO WS-UNIT-COST
           END-READ.
           COMPUTE WS-VARIANCE = WS-COUNTED-QTY - WS-ON-HAND.
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE * WS-UNIT-COST.
           COMPUTE WS-ABS-VALUE = WS-VARIANCE-VALUE.
           IF WS-ABS-VALUE < ZERO
               COMPUTE WS-ABS-VALUE = ZERO - WS-ABS-VALUE
                   AND NOT CNT-OVERRIDDEN
                   MOVE "HELD - SUPERVISOR REVIEW" TO WS-RESULT
                   ADD 1 TO WS-COUNTS-HELD
               WHEN WS-UNIT-COST NOT > ZERO
                   AND NOT CNT-OVERRIDDEN
                   MOVE "HELD - NO COST ON FILE" TO WS-RESULT
                   ADD 1 TO WS-COUNTS-HELD
               WHEN OTHER
                   PERFORM 230-WRITE-ADJUSTMENT
           END-EVALUATE.
           MOVE CNT-COUNT-DATE TO ADJ-MOVE-DATE.
           MOVE WS-VARIANCE TO WS-QTY-EDIT.
           MOVE WS-QTY-EDIT TO ADJ-QUANTITY.
           MOVE SPACES TO ADJ-PO-NUMBER.
           MOVE SPACES TO ADJ-UNIT-COST.
           MOVE WS-COUNT-LOCATION TO ADJ-LOCATION.
           MOVE SPACES TO ADJ-TO-LOCATION.
           WRITE ADJUST-RECORD.
           MOVE "ADJUSTMENT GENERATED" TO WS-RESULT.

           ELSE
               MOVE ZERO TO DL-ITEM-CODE
           END-IF.
           MOVE WS-COUNT-LOCATION TO DL-LOCATION.
           MOVE WS-ON-HAND TO DL-ON-HAND.
           MOVE WS-COUNTED-QTY TO DL-COUNTED.
           MOVE WS-VARIANCE TO DL-VARIANCE.
