           SELECT STOCK-BAL ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOCK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT REORDER-FILE ASSIGN TO "REORDPTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REORD-KEY
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PO-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-LINE-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT ORDER-SUGGEST ASSIGN TO "ORDSUGG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGGEST-STATUS.
       FD ITEM-MASTER.
           COPY itemrec.

       FD PO-FILE.
           COPY porec.

      *> one suggestion record per item and location at or under
      *> its reorder point that no other location can cover - the
      *> file purchasing works the next morning, each line valued at
      *> the master unit price. the quantity already on order rides
      *> along so the buyer sees why it was not enough, and the
      *> location says where the goods are wanted
       FD ORDER-SUGGEST
           RECORD CONTAINS 58 CHARACTERS.
       01 ORDER-SUGGEST-RECORD.
           05 OSG-ITEM-CODE PIC 9(3).
           05 OSG-ON-HAND PIC S9(7).
           05 OSG-ORDER-QTY PIC 9(7).
           05 OSG-UNIT-PRICE PIC S9(7)V9(2).
           05 OSG-LINE-VALUE PIC S9(13)V9(2).
           05 OSG-ON-ORDER PIC 9(7).
           05 OSG-LOCATION PIC X(3).

       FD REPLENISH-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-REORDER-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-PO-STATUS PIC XX.
       01 WS-SUGGEST-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-PO-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-PO-FILE-OPEN VALUE 'Y'.
       01 WS-PO-SCAN-SWITCH PIC X.
           88 WS-PO-SCAN-DONE VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-LINE-VALUE PIC S9(13)V99.

      *> the balances come off the file in item then location order,
      *> and each item's locations are gathered here before any is
      *> judged - a location short of stock looks first to another
      *> location holding more than its own point needs
       01 WS-GROUP-ITEM PIC 9(3).
       01 WS-GROUP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GROUP-MAX PIC 9(2) VALUE 10.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 10 TIMES.
               10 WS-GE-LOCATION PIC X(3).
               10 WS-GE-ON-HAND PIC S9(7).
               10 WS-GE-CONTROL-SWITCH PIC X.
                   88 WS-GE-CONTROLLED VALUE 'Y'.
               10 WS-GE-POINT PIC 9(7).
               10 WS-GE-QTY PIC 9(7).
       01 WS-GRP-SUB PIC 9(2).
       01 WS-DONOR-SUB PIC 9(2).
       01 WS-BEST-DONOR PIC 9(2).
       01 WS-SURPLUS PIC S9(9).
       01 WS-BEST-SURPLUS PIC S9(9).

      *> goods ordered but not yet received count toward the reorder
      *> point, so an item is suggested once and then left alone
      *> until the order arrives or proves too small. order lines are
      *> not held by location, so what is owed for the item is
      *> spent on its short locations in turn until it runs out
       01 WS-ON-ORDER PIC 9(7).
       01 WS-ON-ORDER-LEFT PIC 9(7).
       01 WS-ON-ORDER-USED PIC 9(7).
       01 WS-PROJECTED PIC S9(9).
       01 WS-TOTAL-VALUE PIC S9(15)V99 VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-BALANCES-READ PIC 9(7) VALUE ZERO.
           05 WS-ORDERS-SUGGESTED PIC 9(7) VALUE ZERO.
           05 WS-TRANSFERS-SUGGESTED PIC 9(7) VALUE ZERO.
           05 WS-BALANCES-COVERED PIC 9(7) VALUE ZERO.
           05 WS-COVERED-BY-ORDER PIC 9(7) VALUE ZERO.
           05 WS-NOT-UNDER-CONTROL PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-NOT-ON-MASTER PIC 9(7) VALUE ZERO.


       01 WS-HEADING-2.
           05 FILLER PIC X(4) VALUE "ITEM".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "LOC".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ON HAND".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ON ORDER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "REORD PT".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "ORDER QTY".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "UNIT PRICE".
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "LINE VALUE".
           05 FILLER PIC X(3) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-ITEM-CODE PIC 999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-LOCATION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-ON-HAND PIC -(6)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-ON-ORDER PIC Z(6)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-REORDER-POINT PIC Z(6)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-ORDER-QTY PIC Z(6)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-UNIT-PRICE PIC -(7)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-LINE-VALUE PIC -(10)9.99.
           05 FILLER PIC X(3) VALUE SPACES.

       01 WS-TRANSFER-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 XL-ITEM-CODE PIC 999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 XL-LOCATION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 XL-ON-HAND PIC -(6)9.
           05 FILLER PIC X(12) VALUE "   TRANSFER ".
           05 XL-QTY PIC Z(6)9.
           05 FILLER PIC X(6) VALUE " FROM ".
           05 XL-FROM-LOCATION PIC X(3).
           05 FILLER PIC X(9) VALUE " LEAVING ".
           05 XL-FROM-ON-HAND PIC -(6)9.
           05 FILLER PIC X(20) VALUE SPACES.

       01 WS-EXCEPTION-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 EL-ITEM-CODE PIC 999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 EL-LOCATION PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-REASON PIC X(36).
           05 FILLER PIC X(34) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-SCAN-ITEM UNTIL WS-EOF.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           OPEN INPUT STOCK-BAL.
           OPEN INPUT REORDER-FILE.
           OPEN INPUT ITEM-MASTER.
      *> no order file yet means nothing is on order
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS = "00"
               SET WS-PO-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT ORDER-SUGGEST.
           OPEN OUTPUT REPLENISH-RPT.
           WRITE REPLENISH-RPT-LINE FROM WS-HEADING-1.
               AT END SET WS-EOF TO TRUE
           END-READ.

      *> one item at a time - every location's balance is gathered,
      *> then each is judged against its own reorder point
       200-SCAN-ITEM.
           MOVE STOCK-ITEM-CODE TO WS-GROUP-ITEM.
           MOVE ZERO TO WS-GROUP-COUNT.
           PERFORM 202-GATHER-BALANCE
               UNTIL WS-EOF OR STOCK-ITEM-CODE NOT = WS-GROUP-ITEM.
           PERFORM 205-TOTAL-ON-ORDER.
           MOVE WS-ON-ORDER TO WS-ON-ORDER-LEFT.
           PERFORM 220-CHECK-LOCATION
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT.

      *> a balance with no reorder record at its location is simply
      *> not under replenishment control there - purchasing opts
      *> locations in through REORDMNT, and everything else passes
      *> through untouched
       202-GATHER-BALANCE.
           ADD 1 TO WS-BALANCES-READ.
           IF WS-GROUP-COUNT < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE STOCK-LOCATION TO WS-GE-LOCATION(WS-GROUP-COUNT)
               MOVE STOCK-ON-HAND TO WS-GE-ON-HAND(WS-GROUP-COUNT)
               MOVE 'N' TO WS-GE-CONTROL-SWITCH(WS-GROUP-COUNT)
               MOVE ZERO TO WS-GE-POINT(WS-GROUP-COUNT)
               MOVE ZERO TO WS-GE-QTY(WS-GROUP-COUNT)
               MOVE STOCK-KEY TO REORD-KEY
               READ REORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-GE-CONTROLLED(WS-GROUP-COUNT) TO TRUE
                       MOVE REORD-POINT TO WS-GE-POINT(WS-GROUP-COUNT)
                       MOVE REORD-QTY TO WS-GE-QTY(WS-GROUP-COUNT)
               END-READ
           ELSE
               ADD 1 TO WS-NOT-UNDER-CONTROL
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE STOCK-ITEM-CODE TO EL-ITEM-CODE
               MOVE STOCK-LOCATION TO EL-LOCATION
               MOVE "NOT CHECKED - TOO MANY LOCATIONS" TO EL-REASON
               WRITE REPLENISH-RPT-LINE FROM WS-EXCEPTION-LINE
           END-IF.
           READ STOCK-BAL NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      *> open and part-received lines only - what is still owed is
      *> ordered less received, and an over-receipt owes nothing
       205-TOTAL-ON-ORDER.
           MOVE ZERO TO WS-ON-ORDER.
           MOVE 'N' TO WS-PO-SCAN-SWITCH.
           IF WS-PO-FILE-OPEN
               MOVE WS-GROUP-ITEM TO PO-ITEM-CODE
               MOVE ZERO TO PO-NUMBER
               START PO-FILE KEY >= PO-LINE-KEY
                   INVALID KEY
                       SET WS-PO-SCAN-DONE TO TRUE
               END-START
           ELSE
               SET WS-PO-SCAN-DONE TO TRUE
           END-IF.
           PERFORM 207-ADD-ONE-PO-LINE UNTIL WS-PO-SCAN-DONE.

       207-ADD-ONE-PO-LINE.
           READ PO-FILE NEXT RECORD
               AT END
                   SET WS-PO-SCAN-DONE TO TRUE
               NOT AT END
                   IF PO-ITEM-CODE NOT = WS-GROUP-ITEM
                       SET WS-PO-SCAN-DONE TO TRUE
                   ELSE
                       IF PO-OUTSTANDING
                           AND PO-ORDER-QTY > PO-RECEIVED-QTY
                           COMPUTE WS-ON-ORDER = WS-ON-ORDER
                               + PO-ORDER-QTY - PO-RECEIVED-QTY
                       END-IF
                   END-IF
           END-READ.

      *> a short location takes stock from another location first,
      *> then from what is already on order, and only then is a
      *> purchase suggested
       220-CHECK-LOCATION.
           EVALUATE TRUE
               WHEN NOT WS-GE-CONTROLLED(WS-GRP-SUB)
                   ADD 1 TO WS-NOT-UNDER-CONTROL
               WHEN WS-GE-ON-HAND(WS-GRP-SUB) > WS-GE-POINT(WS-GRP-SUB)
                   ADD 1 TO WS-BALANCES-COVERED
               WHEN OTHER
                   PERFORM 225-FIND-DONOR
                   IF WS-BEST-DONOR NOT = ZERO
                       PERFORM 230-SUGGEST-TRANSFER
                   ELSE
                       PERFORM 240-NET-ON-ORDER
                   END-IF
           END-EVALUATE.

      *> a donor is another controlled location that can give up the
      *> whole reorder quantity and still sit above its own point.
      *> of those, the one with most to spare is chosen
       225-FIND-DONOR.
           MOVE ZERO TO WS-BEST-DONOR.
           MOVE ZERO TO WS-BEST-SURPLUS.
           PERFORM 227-CHECK-DONOR
               VARYING WS-DONOR-SUB FROM 1 BY 1
               UNTIL WS-DONOR-SUB > WS-GROUP-COUNT.

       227-CHECK-DONOR.
           IF WS-DONOR-SUB NOT = WS-GRP-SUB
               AND WS-GE-CONTROLLED(WS-DONOR-SUB)
               COMPUTE WS-SURPLUS = WS-GE-ON-HAND(WS-DONOR-SUB)
                   - WS-GE-POINT(WS-DONOR-SUB)
                   - WS-GE-QTY(WS-GRP-SUB)
               IF WS-SURPLUS > ZERO
                   AND WS-SURPLUS > WS-BEST-SURPLUS
                   MOVE WS-SURPLUS TO WS-BEST-SURPLUS
                   MOVE WS-DONOR-SUB TO WS-BEST-DONOR
               END-IF
           END-IF.

      *> the donor's figure is drawn down here so a second short
      *> location cannot be promised the same stock
       230-SUGGEST-TRANSFER.
           ADD 1 TO WS-TRANSFERS-SUGGESTED.
           SUBTRACT WS-GE-QTY(WS-GRP-SUB)
               FROM WS-GE-ON-HAND(WS-BEST-DONOR).
           MOVE SPACES TO WS-TRANSFER-LINE.
           MOVE WS-GROUP-ITEM TO XL-ITEM-CODE.
           MOVE WS-GE-LOCATION(WS-GRP-SUB) TO XL-LOCATION.
           MOVE WS-GE-ON-HAND(WS-GRP-SUB) TO XL-ON-HAND.
           MOVE WS-GE-QTY(WS-GRP-SUB) TO XL-QTY.
           MOVE WS-GE-LOCATION(WS-BEST-DONOR) TO XL-FROM-LOCATION.
           MOVE WS-GE-ON-HAND(WS-BEST-DONOR) TO XL-FROM-ON-HAND.
           WRITE REPLENISH-RPT-LINE FROM WS-TRANSFER-LINE.

      *> the open order covers the location if it lifts it back over
      *> its point; what that takes is spent, the rest is left for
      *> the item's other locations
       240-NET-ON-ORDER.
           COMPUTE WS-PROJECTED =
               WS-GE-ON-HAND(WS-GRP-SUB) + WS-ON-ORDER-LEFT.
           IF WS-PROJECTED <= WS-GE-POINT(WS-GRP-SUB)
               PERFORM 250-SUGGEST-ORDER
           ELSE
               COMPUTE WS-ON-ORDER-USED = WS-GE-POINT(WS-GRP-SUB)
                   - WS-GE-ON-HAND(WS-GRP-SUB) + 1
               SUBTRACT WS-ON-ORDER-USED FROM WS-ON-ORDER-LEFT
               PERFORM 280-REPORT-ON-ORDER
           END-IF.

       250-SUGGEST-ORDER.
           MOVE WS-GROUP-ITEM TO ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   PERFORM 270-REPORT-MISSING-ITEM
               NOT INVALID KEY
                   PERFORM 260-WRITE-SUGGESTION
           END-READ.

       260-WRITE-SUGGESTION.
           ADD 1 TO WS-ORDERS-SUGGESTED.
           COMPUTE WS-LINE-VALUE =
               WS-GE-QTY(WS-GRP-SUB) * ITEM-UNIT-PRICE.
           ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.

           MOVE WS-GROUP-ITEM TO OSG-ITEM-CODE.
           MOVE WS-GE-ON-HAND(WS-GRP-SUB) TO OSG-ON-HAND.
           MOVE WS-GE-POINT(WS-GRP-SUB) TO OSG-REORDER-POINT.
           MOVE WS-GE-QTY(WS-GRP-SUB) TO OSG-ORDER-QTY.
           MOVE ITEM-UNIT-PRICE TO OSG-UNIT-PRICE.
           MOVE WS-LINE-VALUE TO OSG-LINE-VALUE.
           MOVE WS-ON-ORDER TO OSG-ON-ORDER.
           MOVE WS-GE-LOCATION(WS-GRP-SUB) TO OSG-LOCATION.
           WRITE ORDER-SUGGEST-RECORD.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-GROUP-ITEM TO DL-ITEM-CODE.
           MOVE WS-GE-LOCATION(WS-GRP-SUB) TO DL-LOCATION.
           MOVE WS-GE-ON-HAND(WS-GRP-SUB) TO DL-ON-HAND.
           MOVE WS-ON-ORDER TO DL-ON-ORDER.
           MOVE WS-GE-POINT(WS-GRP-SUB) TO DL-REORDER-POINT.
           MOVE WS-GE-QTY(WS-GRP-SUB) TO DL-ORDER-QTY.
           MOVE ITEM-UNIT-PRICE TO DL-UNIT-PRICE.
           MOVE WS-LINE-VALUE TO DL-LINE-VALUE.
           WRITE REPLENISH-RPT-LINE FROM WS-DETAIL-LINE.
      *> an order is due but the item has gone off the master -
      *> purchasing needs to see it even though it cannot be
      *> priced, the same signal STOCKVAL gives finance
       270-REPORT-MISSING-ITEM.
           ADD 1 TO WS-ITEMS-NOT-ON-MASTER.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE WS-GROUP-ITEM TO EL-ITEM-CODE.
           MOVE WS-GE-LOCATION(WS-GRP-SUB) TO EL-LOCATION.
           MOVE "ORDER DUE - NOT ON MASTER" TO EL-REASON.
           WRITE REPLENISH-RPT-LINE FROM WS-EXCEPTION-LINE.

      *> under the point on the shelf but the open orders bring it
      *> back over - listed so purchasing can see it is in hand
       280-REPORT-ON-ORDER.
           ADD 1 TO WS-COVERED-BY-ORDER.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE WS-GROUP-ITEM TO EL-ITEM-CODE.
           MOVE WS-GE-LOCATION(WS-GRP-SUB) TO EL-LOCATION.
           MOVE "BELOW POINT - COVERED BY OPEN ORDER" TO EL-REASON.
           WRITE REPLENISH-RPT-LINE FROM WS-EXCEPTION-LINE.

       800-WRITE-SUMMARY.
           MOVE SPACES TO REPLENISH-RPT-LINE.
           WRITE REPLENISH-RPT-LINE.
           MOVE WS-BALANCES-READ TO SL-VALUE.
           WRITE REPLENISH-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSFERS SUGGESTED:" TO SL-LABEL.
           MOVE WS-TRANSFERS-SUGGESTED TO SL-VALUE.
           WRITE REPLENISH-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "ORDERS SUGGESTED:" TO SL-LABEL.
           MOVE WS-ORDERS-SUGGESTED TO SL-VALUE.
           MOVE WS-BALANCES-COVERED TO SL-VALUE.
           WRITE REPLENISH-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "COVERED BY OPEN ORDER:" TO SL-LABEL.
           MOVE WS-COVERED-BY-ORDER TO SL-VALUE.
           WRITE REPLENISH-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "NOT UNDER CONTROL:" TO SL-LABEL.
           MOVE WS-NOT-UNDER-CONTROL TO SL-VALUE.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-BALANCES-READ TO RUNCTL-RECORDS-READ.
           COMPUTE RUNCTL-RECORDS-APPLIED =
               WS-ORDERS-SUGGESTED + WS-TRANSFERS-SUGGESTED
               + WS-BALANCES-COVERED + WS-COVERED-BY-ORDER
               + WS-NOT-UNDER-CONTROL.
           MOVE WS-ITEMS-NOT-ON-MASTER TO RUNCTL-RECORDS-REJECTED.
           MOVE WS-TOTAL-VALUE TO RUNCTL-AMOUNT-HASH.
           CLOSE STOCK-BAL.
           CLOSE REORDER-FILE.
           CLOSE ITEM-MASTER.
           IF WS-PO-FILE-OPEN
               CLOSE PO-FILE
           END-IF.
           CLOSE ORDER-SUGGEST.
           CLOSE REPLENISH-RPT.
