           SELECT STOCK-BAL ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PO-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-LINE-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT PERIOD-CTL ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
       FD ITEM-MASTER.
           COPY itemrec.

      *> a receipt may name the purchase order it delivers against;
      *> left blank or zero it matches the item's oldest open line.
      *> a receipt may also carry its unit cost - left blank it is
      *> costed at the matched PO line's cost, failing that at the
      *> item's current average. issues and adjustments leave the
      *> cost blank; they move stock at the average. the location is
      *> where the stock moved - blank is the main warehouse. a
      *> transfer moves a positive quantity out of MOVE-LOCATION and
      *> into MOVE-TO-LOCATION in the one posting
       FD STOCK-TRAN
           RECORD CONTAINS 64 CHARACTERS.
       01 STOCK-TRAN-RECORD.
           05 MOVE-SEQ-NO PIC 9(9).
           05 MOVE-CODE PIC X.
               88 MOVE-RECEIPT VALUE 'R'.
               88 MOVE-ISSUE VALUE 'I'.
               88 MOVE-ADJUSTMENT VALUE 'J'.
               88 MOVE-TRANSFER VALUE 'T'.
           05 MOVE-ITEM-CODE PIC 9(3).
           05 MOVE-DATE PIC 9(8).
           05 MOVE-QUANTITY PIC X(15).
           05 MOVE-PO-NUMBER PIC X(7).
           05 MOVE-UNIT-COST PIC X(15).
           05 MOVE-LOCATION PIC X(3).
           05 MOVE-TO-LOCATION PIC X(3).

       FD PO-FILE.
           COPY porec.

      *> the period control record PERDCLSE maintains - movements
      *> dated on or before the closed-through date belong to a
      *> one ledger record per applied movement - the signed
      *> quantity as it hit the balance and the on-hand it left
      *> behind, so any past balance can be rebuilt movement by
      *> movement the way PRICHIST rebuilds a past price. the unit
      *> cost is what a receipt came in at, or the average cost an
      *> issue or adjustment went out at. every record a run writes
      *> carries that run's date and start time, which is how
      *> GLJRNL knows which postings it has not yet journaled. a
      *> transfer writes two records under the one sequence number -
      *> the issue out of the sending location, then the receipt into
      *> the other - each naming the location at the far end
       FD STOCK-LEDGER
           RECORD CONTAINS 68 CHARACTERS.
       01 STOCK-LEDGER-RECORD.
           05 LDG-ITEM-CODE PIC 9(3).
           05 LDG-MOVE-DATE PIC 9(8).
           05 LDG-MOVE-CODE PIC X.
           05 LDG-QUANTITY PIC S9(7).
           05 LDG-NEW-ON-HAND PIC S9(7).
           05 LDG-UNIT-COST PIC S9(7)V9(4).
           05 LDG-POST-STAMP.
               10 LDG-POST-DATE PIC 9(8).
               10 LDG-POST-TIME PIC 9(8).
           05 LDG-LOCATION PIC X(3).
           05 LDG-XFER-LOCATION PIC X(3).

       FD STOCK-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-PO-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.

       01 WS-ACTION PIC X(8).
       01 WS-RESULT PIC X(36).

           COPY loctab.

       01 WS-POST-LOCATION PIC X(3).
       01 WS-XFER-LOCATION PIC X(3).
       01 WS-LOCATION-CHECK PIC X(3).
       01 WS-LOC-SUB PIC 9(2).
       01 WS-LOCATION-FOUND-SWITCH PIC X.
           88 WS-LOCATION-FOUND VALUE 'Y'.
       01 WS-LOCATION-VALID-SWITCH PIC X.
           88 WS-LOCATION-VALID VALUE 'Y'.

      *> a transfer goes out at the sending location's average cost
      *> and comes in at that same cost, so the move itself neither
      *> makes nor loses the business anything
       01 WS-XFER-COST PIC S9(7)V9(4).
       01 WS-LEG-QTY PIC S9(7).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).

      *> quantities go through CURREDIT with zero decimal places so
      *> movement edits stay consistent with the price edits elsewhere.
      *> receipts, issues and transfers must be positive - only
      *> adjustments may carry a signed quantity
       01 WS-QTY-MIN-SIGNED PIC S9(9)V9(4) VALUE -9999999.
       01 WS-QTY-MIN-UNSIGNED PIC S9(9)V9(4) VALUE 1.
       01 WS-QTY-MAX PIC S9(9)V9(4) VALUE 9999999.
       01 WS-ON-HAND-FOUND-SWITCH PIC X.
           88 WS-ON-HAND-FOUND VALUE 'Y'.

      *> receipt costs edit to four places like the average they
      *> feed. a zero cost is allowed - free-of-charge goods are
      *> real and rightly pull the average down
       01 WS-COST-MIN PIC S9(9)V9(4) VALUE ZERO.
       01 WS-COST-MAX PIC S9(9)V9(4) VALUE 9999999.9999.
       01 WS-COST-SCALE PIC 9(1) VALUE 4.
       01 WS-VALID-COST PIC S9(9)V9(4).
       01 WS-COST-REASON PIC 9(2).
       01 WS-COST-KNOWN-SWITCH PIC X.
           88 WS-COST-KNOWN VALUE 'Y'.
       01 WS-RECEIPT-COST PIC S9(7)V9(4).
       01 WS-OLD-ON-HAND PIC S9(7).

      *> receipt matching against the purchase order file - the
      *> line found for a receipt is held in the PO record area
      *> until the receipt has posted, then updated and rewritten
       01 WS-PO-FOUND-SWITCH PIC X.
           88 WS-PO-FOUND VALUE 'Y'.
       01 WS-PO-SCAN-SWITCH PIC X.
           88 WS-PO-SCAN-DONE VALUE 'Y'.
       01 WS-MATCH-RESULT PIC X(16).
       01 WS-MATCH-QTY PIC 9(7).
       01 WS-RECEIVED-QTY PIC 9(7).

       01 WS-COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.
           05 WS-TRANS-APPLIED PIC 9(7) VALUE ZERO.
           05 WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.
           05 WS-RECEIPTS-FULL PIC 9(7) VALUE ZERO.
           05 WS-RECEIPTS-SHORT PIC 9(7) VALUE ZERO.
           05 WS-RECEIPTS-OVER PIC 9(7) VALUE ZERO.
           05 WS-RECEIPTS-UNORDERED PIC 9(7) VALUE ZERO.
       01 WS-QUANTITY-HASH PIC S9(13)V99 VALUE ZERO.

           COPY runctl.
       01 WS-RPT-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-ITEM-CODE PIC 999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-LOCATION PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ACTION PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-RESULT PIC X(36).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-TO-NOTE PIC X(6).
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-MATCH-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ML-ITEM-CODE PIC 999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PO MATCH".
           05 FILLER PIC X(3) VALUE SPACES.
           05 ML-PO-NUMBER PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-RESULT PIC X(16).
           05 ML-QTY PIC Z(7).
           05 FILLER PIC X(27) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 105-LOAD-PERIOD-CONTROL.
           OPEN I-O STOCK-BAL.
           IF WS-STOCK-STATUS = "35"
               OPEN I-O STOCK-BAL
           END-IF.
           OPEN INPUT ITEM-MASTER.
           OPEN I-O PO-FILE.
           IF WS-PO-STATUS = "35"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF.
           OPEN INPUT STOCK-TRAN.
           OPEN EXTEND STOCK-LEDGER.
           IF WS-LEDGER-STATUS = "35"

       200-POST-MOVEMENTS.
           ADD 1 TO WS-TRANS-READ.
           MOVE MOVE-LOCATION TO WS-POST-LOCATION.
           IF WS-POST-LOCATION = SPACES
               MOVE LOC-DEFAULT TO WS-POST-LOCATION
           END-IF.
           MOVE SPACES TO WS-XFER-LOCATION.
           IF MOVE-TRANSFER
               MOVE MOVE-TO-LOCATION TO WS-XFER-LOCATION
           END-IF.
           EVALUATE TRUE
               WHEN MOVE-RECEIPT
                   MOVE "RECEIPT" TO WS-ACTION
               WHEN MOVE-ADJUSTMENT
                   MOVE "ADJUST" TO WS-ACTION
                   PERFORM 210-APPLY-MOVEMENT
               WHEN MOVE-TRANSFER
                   MOVE "TRANSFER" TO WS-ACTION
                   PERFORM 210-APPLY-MOVEMENT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ACTION
                   MOVE "REJECTED - INVALID MOVEMENT CODE" TO WS-RESULT
               NOT INVALID KEY
                   PERFORM 215-EDIT-MOVE-DATE
                   IF WS-DATE-VALID
                       PERFORM 217-EDIT-LOCATIONS
                   END-IF
                   IF WS-DATE-VALID AND WS-LOCATION-VALID
                       PERFORM 220-EDIT-QUANTITY
                       IF WS-QTY-REASON = ZERO
                           IF MOVE-TRANSFER
                               PERFORM 270-POST-TRANSFER
                           ELSE
                               PERFORM 212-POST-SINGLE-MOVEMENT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           PERFORM 250-WRITE-REPORT-LINE.
           IF MOVE-RECEIPT AND WS-RESULT = "APPLIED"
               PERFORM 260-MATCH-RECEIPT
           END-IF.

       212-POST-SINGLE-MOVEMENT.
           MOVE ZERO TO WS-COST-REASON.
           MOVE 'N' TO WS-COST-KNOWN-SWITCH.
           IF MOVE-RECEIPT
               PERFORM 225-FIND-PO-LINE
               PERFORM 228-EDIT-RECEIPT-COST
           END-IF.
           IF WS-COST-REASON = ZERO
               PERFORM 230-UPDATE-BALANCE
           END-IF.

      *> a movement dated into a closed period is rejected the
      *> same way an item not on the master is - it goes on the
               END-IF
           END-IF.

      *> the location must be one on the location table, and a
      *> transfer must name a different one to receive the stock
       217-EDIT-LOCATIONS.
           MOVE 'N' TO WS-LOCATION-VALID-SWITCH.
           MOVE WS-POST-LOCATION TO WS-LOCATION-CHECK.
           PERFORM 218-FIND-LOCATION.
           IF NOT WS-LOCATION-FOUND
               MOVE "REJECTED - INVALID LOCATION" TO WS-RESULT
               ADD 1 TO WS-TRANS-REJECTED
           ELSE
               IF MOVE-TRANSFER
                   MOVE WS-XFER-LOCATION TO WS-LOCATION-CHECK
                   PERFORM 218-FIND-LOCATION
                   IF NOT WS-LOCATION-FOUND
                       MOVE "REJECTED - INVALID TO LOCATION"
                           TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   ELSE
                       IF WS-XFER-LOCATION = WS-POST-LOCATION
                           MOVE "REJECTED - TRANSFER TO SAME LOCATION"
                               TO WS-RESULT
                           ADD 1 TO WS-TRANS-REJECTED
                       ELSE
                           SET WS-LOCATION-VALID TO TRUE
                       END-IF
                   END-IF
               ELSE
                   SET WS-LOCATION-VALID TO TRUE
               END-IF
           END-IF.

       218-FIND-LOCATION.
           MOVE 'N' TO WS-LOCATION-FOUND-SWITCH.
           PERFORM 219-MATCH-LOCATION
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > LOC-TABLE-SIZE.

       219-MATCH-LOCATION.
           IF LOC-CODE(WS-LOC-SUB) = WS-LOCATION-CHECK
               SET WS-LOCATION-FOUND TO TRUE
           END-IF.

       220-EDIT-QUANTITY.
           IF MOVE-ADJUSTMENT
               CALL "CURREDIT" USING MOVE-QUANTITY WS-QTY-MIN-SIGNED
               END-IF
           END-IF.

      *> a receipt naming its PO goes to that line; one that names
      *> none goes to the oldest line still owed goods for the item,
      *> which is the lowest PO number under the item's key
       225-FIND-PO-LINE.
           MOVE 'N' TO WS-PO-FOUND-SWITCH.
           IF MOVE-PO-NUMBER IS NUMERIC
               AND MOVE-PO-NUMBER NOT = ZERO
               MOVE MOVE-ITEM-CODE TO PO-ITEM-CODE
               MOVE MOVE-PO-NUMBER TO PO-NUMBER
               READ PO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PO-FOUND TO TRUE
               END-READ
           ELSE
               MOVE 'N' TO WS-PO-SCAN-SWITCH
               MOVE MOVE-ITEM-CODE TO PO-ITEM-CODE
               MOVE ZERO TO PO-NUMBER
               START PO-FILE KEY >= PO-LINE-KEY
                   INVALID KEY
                       SET WS-PO-SCAN-DONE TO TRUE
               END-START
               PERFORM 227-SCAN-ITEM-LINES UNTIL WS-PO-SCAN-DONE
           END-IF.

       227-SCAN-ITEM-LINES.
           READ PO-FILE NEXT RECORD
               AT END
                   SET WS-PO-SCAN-DONE TO TRUE
               NOT AT END
                   IF PO-ITEM-CODE NOT = MOVE-ITEM-CODE
                       SET WS-PO-SCAN-DONE TO TRUE
                   ELSE
                       IF PO-OUTSTANDING
                           SET WS-PO-FOUND TO TRUE
                           SET WS-PO-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *> a cost keyed on the receipt wins; failing that the
      *> matched PO line's cost stands. a receipt with neither
      *> takes the item's current average in 230 if it has one
       228-EDIT-RECEIPT-COST.
           IF MOVE-UNIT-COST NOT = SPACES
               CALL "CURREDIT" USING MOVE-UNIT-COST WS-COST-MIN
                   WS-COST-MAX WS-COST-SCALE WS-VALID-COST
                   WS-COST-REASON
               IF WS-COST-REASON NOT = ZERO
                   MOVE "REJECTED - INVALID UNIT COST" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               ELSE
                   MOVE WS-VALID-COST TO WS-RECEIPT-COST
                   SET WS-COST-KNOWN TO TRUE
               END-IF
           ELSE
               IF WS-PO-FOUND
                   MOVE PO-UNIT-COST TO WS-RECEIPT-COST
                   SET WS-COST-KNOWN TO TRUE
               END-IF
           END-IF.

       230-UPDATE-BALANCE.
           MOVE MOVE-ITEM-CODE TO STOCK-ITEM-CODE.
           MOVE WS-POST-LOCATION TO STOCK-LOCATION.
           MOVE 'N' TO WS-ON-HAND-FOUND-SWITCH.
           READ STOCK-BAL
               INVALID KEY
                   MOVE ZERO TO STOCK-ON-HAND
                   MOVE ZERO TO STOCK-AVG-COST
               NOT INVALID KEY
                   SET WS-ON-HAND-FOUND TO TRUE
           END-READ.
           IF MOVE-RECEIPT AND NOT WS-COST-KNOWN
               IF STOCK-AVG-COST > ZERO
                   MOVE STOCK-AVG-COST TO WS-RECEIPT-COST
                   SET WS-COST-KNOWN TO TRUE
               ELSE
                   MOVE "REJECTED - NO UNIT COST" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.
           IF WS-COST-KNOWN OR NOT MOVE-RECEIPT
               PERFORM 235-WRITE-BALANCE
           END-IF.

       235-WRITE-BALANCE.
           MOVE STOCK-ON-HAND TO WS-OLD-ON-HAND.
           IF MOVE-RECEIPT
               PERFORM 237-AVERAGE-RECEIPT-COST
           END-IF.
           MOVE MOVE-ITEM-CODE TO STOCK-ITEM-CODE.
           MOVE WS-POST-LOCATION TO STOCK-LOCATION.
           ADD WS-MOVE-QTY TO STOCK-ON-HAND.
           MOVE MOVE-DATE TO STOCK-LAST-MOVE-DATE.
           IF WS-ON-HAND-FOUND
               END-WRITE
           END-IF.

      *> only a receipt moves the average - the stock already on
      *> hand and the stock arriving are weighted by quantity.
      *> with nothing on hand, or on hand driven below zero by
      *> issues ahead of the goods, there is nothing to weight and
      *> the receipt cost becomes the average outright
       237-AVERAGE-RECEIPT-COST.
           IF WS-OLD-ON-HAND > ZERO
               COMPUTE STOCK-AVG-COST ROUNDED =
                   (WS-OLD-ON-HAND * STOCK-AVG-COST
                    + WS-MOVE-QTY * WS-RECEIPT-COST)
                   / (WS-OLD-ON-HAND + WS-MOVE-QTY)
           ELSE
               MOVE WS-RECEIPT-COST TO STOCK-AVG-COST
           END-IF.

       240-WRITE-LEDGER-RECORD.
           MOVE MOVE-ITEM-CODE TO LDG-ITEM-CODE.
           MOVE MOVE-DATE TO LDG-MOVE-DATE.
           MOVE MOVE-CODE TO LDG-MOVE-CODE.
           MOVE WS-MOVE-QTY TO LDG-QUANTITY.
           MOVE STOCK-ON-HAND TO LDG-NEW-ON-HAND.
           IF MOVE-RECEIPT
               MOVE WS-RECEIPT-COST TO LDG-UNIT-COST
           ELSE
               MOVE STOCK-AVG-COST TO LDG-UNIT-COST
           END-IF.
           MOVE WS-RUN-DATE TO LDG-POST-DATE.
           MOVE WS-RUN-TIME TO LDG-POST-TIME.
           MOVE WS-POST-LOCATION TO LDG-LOCATION.
           MOVE SPACES TO LDG-XFER-LOCATION.
           WRITE STOCK-LEDGER-RECORD.

       250-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE MOVE-ITEM-CODE TO RD-ITEM-CODE.
           MOVE WS-POST-LOCATION TO RD-LOCATION.
           MOVE WS-ACTION TO RD-ACTION.
           MOVE WS-RESULT TO RD-RESULT.
           IF MOVE-TRANSFER
               STRING "TO " WS-XFER-LOCATION DELIMITED BY SIZE
                   INTO RD-TO-NOTE
           END-IF.
           WRITE STOCK-RPT-LINE FROM WS-RPT-DETAIL.

      *> the goods are on the shelf whatever the paperwork says, so
      *> a receipt posts either way - the match only records what it
      *> did to the order. a line received short stays open for the
      *> rest; an over-receipt closes it with the excess on record
       260-MATCH-RECEIPT.
           MOVE ZERO TO WS-MATCH-QTY.
           IF NOT WS-PO-FOUND
               MOVE "UNORDERED" TO WS-MATCH-RESULT
               ADD 1 TO WS-RECEIPTS-UNORDERED
               MOVE SPACES TO ML-PO-NUMBER
           ELSE
               COMPUTE WS-RECEIVED-QTY =
                   PO-RECEIVED-QTY + WS-MOVE-QTY
               MOVE WS-RECEIVED-QTY TO PO-RECEIVED-QTY
               MOVE MOVE-DATE TO PO-LAST-RECEIPT-DATE
               EVALUATE TRUE
                   WHEN PO-RECEIVED-QTY = PO-ORDER-QTY
                       SET PO-CLOSED TO TRUE
                       MOVE "RECEIVED IN FULL" TO WS-MATCH-RESULT
                       ADD 1 TO WS-RECEIPTS-FULL
                   WHEN PO-RECEIVED-QTY < PO-ORDER-QTY
                       SET PO-PART-RECEIVED TO TRUE
                       COMPUTE WS-MATCH-QTY =
                           PO-ORDER-QTY - PO-RECEIVED-QTY
                       MOVE "SHORT - OWED" TO WS-MATCH-RESULT
                       ADD 1 TO WS-RECEIPTS-SHORT
                   WHEN OTHER
                       SET PO-OVER-RECEIVED TO TRUE
                       COMPUTE WS-MATCH-QTY =
                           PO-RECEIVED-QTY - PO-ORDER-QTY
                       MOVE "OVER - EXCESS" TO WS-MATCH-RESULT
                       ADD 1 TO WS-RECEIPTS-OVER
               END-EVALUATE
               REWRITE PO-LINE-RECORD
                   INVALID KEY
                       MOVE "PO REWRITE FAILED" TO WS-MATCH-RESULT
               END-REWRITE
               MOVE PO-NUMBER TO ML-PO-NUMBER
           END-IF.
           MOVE MOVE-ITEM-CODE TO ML-ITEM-CODE.
           MOVE WS-MATCH-RESULT TO ML-RESULT.
           MOVE WS-MATCH-QTY TO ML-QTY.
           WRITE STOCK-RPT-LINE FROM WS-MATCH-DETAIL.

      *> a transfer can only send stock the location has a balance
      *> for. the sending side posts first; the stock then arrives at
      *> the sending average and is re-averaged into whatever the
      *> receiving location already holds. it counts as one applied
      *> movement and nets to nothing on the quantity hash
       270-POST-TRANSFER.
           MOVE MOVE-ITEM-CODE TO STOCK-ITEM-CODE.
           MOVE WS-POST-LOCATION TO STOCK-LOCATION.
           READ STOCK-BAL
               INVALID KEY
                   MOVE "REJECTED - NO STOCK AT FROM LOCATION"
                       TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   PERFORM 272-TRANSFER-OUT
           END-READ.

       272-TRANSFER-OUT.
           MOVE STOCK-AVG-COST TO WS-XFER-COST.
           SUBTRACT WS-MOVE-QTY FROM STOCK-ON-HAND.
           MOVE MOVE-DATE TO STOCK-LAST-MOVE-DATE.
           REWRITE STOCK-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   COMPUTE WS-LEG-QTY = ZERO - WS-MOVE-QTY
                   MOVE WS-XFER-LOCATION TO LDG-XFER-LOCATION
                   PERFORM 278-WRITE-TRANSFER-LEG
                   PERFORM 274-TRANSFER-IN
           END-REWRITE.

      *> the sending side has already posted and ledgered by the
      *> time the receiving side is written, so a failure here is
      *> reported as a reject - RUNBAL then shows STOCKPST and GLJRNL
      *> out of step and the half-posted transfer is found that night
       274-TRANSFER-IN.
           MOVE MOVE-ITEM-CODE TO STOCK-ITEM-CODE.
           MOVE WS-XFER-LOCATION TO STOCK-LOCATION.
           MOVE 'N' TO WS-ON-HAND-FOUND-SWITCH.
           READ STOCK-BAL
               INVALID KEY
                   MOVE ZERO TO STOCK-ON-HAND
                   MOVE ZERO TO STOCK-AVG-COST
               NOT INVALID KEY
                   SET WS-ON-HAND-FOUND TO TRUE
           END-READ.
           MOVE STOCK-ON-HAND TO WS-OLD-ON-HAND.
           MOVE WS-XFER-COST TO WS-RECEIPT-COST.
           PERFORM 237-AVERAGE-RECEIPT-COST.
           MOVE MOVE-ITEM-CODE TO STOCK-ITEM-CODE.
           MOVE WS-XFER-LOCATION TO STOCK-LOCATION.
           ADD WS-MOVE-QTY TO STOCK-ON-HAND.
           MOVE MOVE-DATE TO STOCK-LAST-MOVE-DATE.
           IF WS-ON-HAND-FOUND
               REWRITE STOCK-RECORD
                   INVALID KEY
                       MOVE "REJECTED - RECEIVING REWRITE FAILED"
                           TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       PERFORM 276-TRANSFER-APPLIED
               END-REWRITE
           ELSE
               WRITE STOCK-RECORD
                   INVALID KEY
                       MOVE "REJECTED - RECEIVING WRITE FAILED"
                           TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       PERFORM 276-TRANSFER-APPLIED
               END-WRITE
           END-IF.

       276-TRANSFER-APPLIED.
           MOVE "APPLIED" TO WS-RESULT.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE WS-MOVE-QTY TO WS-LEG-QTY.
           MOVE WS-POST-LOCATION TO LDG-XFER-LOCATION.
           PERFORM 278-WRITE-TRANSFER-LEG.

      *> the record area holds whichever side has just posted - its
      *> location and new on-hand go on the leg; the caller has set
      *> the location at the other end
       278-WRITE-TRANSFER-LEG.
           MOVE MOVE-ITEM-CODE TO LDG-ITEM-CODE.
           MOVE MOVE-DATE TO LDG-MOVE-DATE.
           MOVE MOVE-SEQ-NO TO LDG-MOVE-SEQ.
           MOVE MOVE-CODE TO LDG-MOVE-CODE.
           MOVE WS-LEG-QTY TO LDG-QUANTITY.
           MOVE STOCK-ON-HAND TO LDG-NEW-ON-HAND.
           MOVE WS-XFER-COST TO LDG-UNIT-COST.
           MOVE WS-RUN-DATE TO LDG-POST-DATE.
           MOVE WS-RUN-TIME TO LDG-POST-TIME.
           MOVE STOCK-LOCATION TO LDG-LOCATION.
           WRITE STOCK-LEDGER-RECORD.

       800-WRITE-SUMMARY.
           MOVE SPACES TO STOCK-RPT-LINE.
           WRITE STOCK-RPT-LINE.
           MOVE WS-TRANS-REJECTED TO SL-VALUE.
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RECEIVED IN FULL:" TO SL-LABEL.
           MOVE WS-RECEIPTS-FULL TO SL-VALUE.
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RECEIVED SHORT:" TO SL-LABEL.
           MOVE WS-RECEIPTS-SHORT TO SL-VALUE.
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "OVER-RECEIVED:" TO SL-LABEL.
           MOVE WS-RECEIPTS-OVER TO SL-VALUE.
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "UNORDERED RECEIPTS:" TO SL-LABEL.
           MOVE WS-RECEIPTS-UNORDERED TO SL-VALUE.
           WRITE STOCK-RPT-LINE FROM WS-SUMMARY-LINE.

       850-WRITE-RUN-CONTROL.
           MOVE "STOCKPST" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
       900-TERMINATE.
           CLOSE STOCK-BAL.
           CLOSE ITEM-MASTER.
           CLOSE PO-FILE.
           CLOSE STOCK-TRAN.
           CLOSE STOCK-LEDGER.
           CLOSE STOCK-RPT.
