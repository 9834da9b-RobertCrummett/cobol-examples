               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STOCK-BAL ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT PRICE-PENDING ASSIGN TO "PRICPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-PRICE-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT ITEM-TRAN ASSIGN TO "ITEMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
       FD ITEM-MASTER.
           COPY itemrec.

       FD STOCK-BAL.
           COPY stockrec.

       FD PRICE-PENDING.
           COPY pricerec.

       FD ITEM-TRAN
           RECORD CONTAINS 73 CHARACTERS.
       01 ITEM-TRAN-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-CLEAN-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-STOCK-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-STOCK-OPEN VALUE 'Y'.
       01 WS-PENDING-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-PENDING-OPEN VALUE 'Y'.
       01 WS-SCAN-DONE-SWITCH PIC X.
           88 WS-SCAN-DONE VALUE 'Y'.

       01 WS-TRAN-VALID-SWITCH PIC X.
           88 WS-TRAN-VALID VALUE 'Y'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ITEM-STATE-TABLE.
           OPEN INPUT ITEM-MASTER.
           OPEN INPUT STOCK-BAL.
           IF WS-STOCK-STATUS = "00"
               SET WS-STOCK-OPEN TO TRUE
           END-IF.
           OPEN INPUT PRICE-PENDING.
           IF WS-PENDING-STATUS = "00"
               SET WS-PENDING-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-TRAN.
           OPEN OUTPUT CLEAN-TRAN.
           OPEN OUTPUT EDIT-RPT.
                       MOVE "DELETE - NOT ON MASTER"
                           TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-TRAN-VALID AND TRAN-DELETE
                   PERFORM 237-CHECK-DEPENDENTS
               END-IF
           END-IF.

       235-LOOK-UP-MASTER.
                   SET WS-STATE-PRESENT(WS-STATE-SUB) TO TRUE
           END-READ.

      *> an item may not be deleted while stock is still on hand
      *> for it at any location - the stock could no longer be
      *> valued - or while a staged price is waiting to activate
      *> against it. balances are held per location, so the walk
      *> starts at the item's lowest location key and reads on
      *> until the item changes. a missing balance or pending
      *> file means nothing depends on the item
       237-CHECK-DEPENDENTS.
           IF WS-STOCK-OPEN
               MOVE TRAN-ITEM-CODE TO STOCK-ITEM-CODE
               MOVE LOW-VALUES TO STOCK-LOCATION
               START STOCK-BAL KEY >= STOCK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SCAN-DONE-SWITCH
                       PERFORM 239-CHECK-LOCATION-BALANCE
                           UNTIL WS-SCAN-DONE
               END-START
           END-IF.
           IF WS-TRAN-VALID AND WS-PENDING-OPEN
               MOVE TRAN-ITEM-CODE TO PEND-ITEM-CODE
               MOVE ZERO TO PEND-EFF-DATE
               START PRICE-PENDING KEY >= PEND-PRICE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 238-CHECK-PENDING-PRICE
               END-START
           END-IF.

       238-CHECK-PENDING-PRICE.
           READ PRICE-PENDING NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF PEND-ITEM-CODE = TRAN-ITEM-CODE
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE "DELETE - PRICE CHANGE PENDING"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

       239-CHECK-LOCATION-BALANCE.
           READ STOCK-BAL NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF STOCK-ITEM-CODE NOT = TRAN-ITEM-CODE
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       IF STOCK-ON-HAND NOT = ZERO
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE "DELETE - STOCK STILL ON HAND"
                               TO WS-REJECT-REASON
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *> deletes carry no price so only adds and changes edit it
       240-CHECK-UNIT-PRICE.
           IF TRAN-ADD OR TRAN-CHANGE

       900-TERMINATE.
           CLOSE ITEM-MASTER.
           IF WS-STOCK-OPEN
               CLOSE STOCK-BAL
           END-IF.
           IF WS-PENDING-OPEN
               CLOSE PRICE-PENDING
           END-IF.
           CLOSE ITEM-TRAN.
           CLOSE CLEAN-TRAN.
           CLOSE EDIT-RPT.
