           SELECT STOCK-BAL ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOCK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.

      *> inventory is valued at the weighted-average cost STOCKPST
      *> carries on the balance. the selling-price extension is kept
      *> alongside only so the report can show the margin we hold
       01 WS-EXTENDED-VALUE PIC S9(14)V99.
       01 WS-TOTAL-VALUE PIC S9(15)V99 VALUE ZERO.
       01 WS-RETAIL-VALUE PIC S9(14)V99.
       01 WS-TOTAL-RETAIL PIC S9(15)V99 VALUE ZERO.
       01 WS-MARGIN-PCT PIC S9(4)V99.
       01 WS-MARGIN-FLOOR PIC S9(4)V99 VALUE -9999.99.
       01 WS-RUN-DATE PIC 9(8).

      *> the same figures again for each stock location, in the
      *> order of the location table, so finance can see what is
      *> held where as well as in total
           COPY loctab.

       01 WS-LOC-SUB PIC 9(2).
       01 WS-BAL-LOC PIC 9(2).
       01 WS-LOCATION-TOTALS.
           05 WS-LOC-TOTAL-ENTRY OCCURS 3 TIMES.
               10 WS-LT-COST PIC S9(15)V99.
               10 WS-LT-RETAIL PIC S9(15)V99.
               10 WS-LT-BALANCES PIC 9(7).

       01 WS-COUNTERS.
           05 WS-BALANCES-READ PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-VALUED PIC 9(7) VALUE ZERO.

       01 WS-HEADING-2.
           05 FILLER PIC X(4) VALUE "ITEM".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "LOC".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ON HAND".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "UNIT COST".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "COST VALUE".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "UNIT PRICE".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "MARGIN %".
           05 FILLER PIC X(14) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-ITEM-CODE PIC 999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-LOCATION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-ON-HAND PIC -(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-UNIT-COST PIC -(6)9.9999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-EXTENDED PIC -(11)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-UNIT-PRICE PIC -(6)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-MARGIN-PCT PIC -(4)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-MARGIN-NOTE PIC X(13).

       01 WS-EXCEPTION-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 EL-ITEM-CODE PIC 999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 EL-LOCATION PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-REASON PIC X(36).
           05 FILLER PIC X(34) VALUE SPACES.

       01 WS-LOCATION-HEADING.
           05 FILLER PIC X(28) VALUE "    LOCATION SUBTOTALS".
           05 FILLER PIC X(16) VALUE "      COST VALUE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "      SELL VALUE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "BALANCES".
           05 FILLER PIC X(8) VALUE SPACES.

       01 WS-LOCATION-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LL-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LL-NAME PIC X(20).
           05 LL-COST PIC -(12)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-RETAIL PIC -(12)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-BALANCES PIC ZZZZ,ZZ9.
           05 FILLER PIC X(8) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-LOCATION-TOTALS.
           OPEN INPUT STOCK-BAL.
           OPEN INPUT ITEM-MASTER.
           OPEN OUTPUT VALUATION-RPT.
           END-READ.

       210-WRITE-VALUATION-LINE.
           COMPUTE WS-EXTENDED-VALUE ROUNDED =
               STOCK-ON-HAND * STOCK-AVG-COST.
           COMPUTE WS-RETAIL-VALUE =
               STOCK-ON-HAND * ITEM-UNIT-PRICE.
           ADD WS-EXTENDED-VALUE TO WS-TOTAL-VALUE.
           ADD WS-RETAIL-VALUE TO WS-TOTAL-RETAIL.
           ADD 1 TO WS-ITEMS-VALUED.
           PERFORM 212-ADD-TO-LOCATION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE STOCK-ITEM-CODE TO DL-ITEM-CODE.
           MOVE STOCK-LOCATION TO DL-LOCATION.
           MOVE STOCK-ON-HAND TO DL-ON-HAND.
           MOVE STOCK-AVG-COST TO DL-UNIT-COST.
           MOVE WS-EXTENDED-VALUE TO DL-EXTENDED.
           MOVE ITEM-UNIT-PRICE TO DL-UNIT-PRICE.
           PERFORM 215-COMPUTE-MARGIN.
           MOVE WS-MARGIN-PCT TO DL-MARGIN-PCT.
           WRITE VALUATION-RPT-LINE FROM WS-DETAIL-LINE.

       212-ADD-TO-LOCATION.
           MOVE ZERO TO WS-BAL-LOC.
           PERFORM 213-MATCH-LOCATION
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > LOC-TABLE-SIZE.
           IF WS-BAL-LOC NOT = ZERO
               ADD WS-EXTENDED-VALUE TO WS-LT-COST(WS-BAL-LOC)
               ADD WS-RETAIL-VALUE TO WS-LT-RETAIL(WS-BAL-LOC)
               ADD 1 TO WS-LT-BALANCES(WS-BAL-LOC)
           END-IF.

       213-MATCH-LOCATION.
           IF LOC-CODE(WS-LOC-SUB) = STOCK-LOCATION
               MOVE WS-LOC-SUB TO WS-BAL-LOC
           END-IF.

      *> margin is on selling price - what share of the price is
      *> left once the stock has paid for itself. a price at or
      *> under cost is called out, and an item never received has
      *> no cost to measure against
       215-COMPUTE-MARGIN.
           MOVE ZERO TO WS-MARGIN-PCT.
           EVALUATE TRUE
               WHEN STOCK-AVG-COST NOT > ZERO
                   MOVE "NO COST" TO DL-MARGIN-NOTE
               WHEN ITEM-UNIT-PRICE NOT > ZERO
                   MOVE "NO PRICE" TO DL-MARGIN-NOTE
               WHEN OTHER
                   COMPUTE WS-MARGIN-PCT ROUNDED =
                       (ITEM-UNIT-PRICE - STOCK-AVG-COST) * 100
                       / ITEM-UNIT-PRICE
                       ON SIZE ERROR
                           MOVE WS-MARGIN-FLOOR TO WS-MARGIN-PCT
                   END-COMPUTE
                   IF ITEM-UNIT-PRICE NOT > STOCK-AVG-COST
                       MOVE "AT/BELOW COST" TO DL-MARGIN-NOTE
                   END-IF
           END-EVALUATE.

      *> a balance with no master entry means a delete got through
      *> while stock was still on hand - finance needs to see it
      *> but it cannot be valued without a price
           ADD 1 TO WS-ITEMS-NOT-ON-MASTER.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE STOCK-ITEM-CODE TO EL-ITEM-CODE.
           MOVE STOCK-LOCATION TO EL-LOCATION.
           MOVE "NOT ON MASTER - NOT VALUED" TO EL-REASON.
           WRITE VALUATION-RPT-LINE FROM WS-EXCEPTION-LINE.

       800-WRITE-SUMMARY.
           MOVE SPACES TO VALUATION-RPT-LINE.
           WRITE VALUATION-RPT-LINE.
           WRITE VALUATION-RPT-LINE FROM WS-LOCATION-HEADING.
           PERFORM 810-WRITE-LOCATION-LINE
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > LOC-TABLE-SIZE.

           MOVE SPACES TO VALUATION-RPT-LINE.
           WRITE VALUATION-RPT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL INVENTORY COST:" TO TL-LABEL.
           MOVE WS-TOTAL-VALUE TO TL-VALUE.
           WRITE VALUATION-RPT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL AT SELL PRICE:" TO TL-LABEL.
           MOVE WS-TOTAL-RETAIL TO TL-VALUE.
           WRITE VALUATION-RPT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "ITEMS VALUED:" TO CL-LABEL.
           MOVE WS-ITEMS-VALUED TO CL-VALUE.
           MOVE WS-ITEMS-NOT-ON-MASTER TO CL-VALUE.
           WRITE VALUATION-RPT-LINE FROM WS-COUNT-LINE.

       810-WRITE-LOCATION-LINE.
           MOVE SPACES TO WS-LOCATION-LINE.
           MOVE LOC-CODE(WS-LOC-SUB) TO LL-CODE.
           MOVE LOC-NAME(WS-LOC-SUB) TO LL-NAME.
           MOVE WS-LT-COST(WS-LOC-SUB) TO LL-COST.
           MOVE WS-LT-RETAIL(WS-LOC-SUB) TO LL-RETAIL.
           MOVE WS-LT-BALANCES(WS-LOC-SUB) TO LL-BALANCES.
           WRITE VALUATION-RPT-LINE FROM WS-LOCATION-LINE.

      *> the valuation now reports into the same control stream
      *> as the rest of the night, so RUNBAL and the morning
      *> digest see its orphan count and value total directly
