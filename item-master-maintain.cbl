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

           SELECT REORDER-FILE ASSIGN TO "REORDPTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REORD-KEY
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT ITEM-TRAN ASSIGN TO "ITEMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
       FD ITEM-MASTER.
           COPY itemrec.

       FD STOCK-BAL.
           COPY stockrec.

       FD PRICE-PENDING.
           COPY pricerec.

       FD REORDER-FILE.
           COPY reordrec.

       FD ITEM-TRAN
           RECORD CONTAINS 73 CHARACTERS.
       01 ITEM-TRAN-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-REORDER-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-STOCK-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-STOCK-OPEN VALUE 'Y'.
       01 WS-PENDING-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-PENDING-OPEN VALUE 'Y'.
       01 WS-REORDER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-REORDER-OPEN VALUE 'Y'.
       01 WS-SCAN-DONE-SWITCH PIC X.
           88 WS-SCAN-DONE VALUE 'Y'.

       01 WS-CASCADE-RESULT.
           05 FILLER PIC X(29) VALUE "REORDER PARAMETERS REMOVED - ".
           05 WS-CASCADE-LOCATION PIC X(3).

       01 WS-ACTION PIC X(8).
       01 WS-RESULT PIC X(36).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 105-LOAD-CHECKPOINT.
           OPEN I-O ITEM-MASTER.
           OPEN INPUT STOCK-BAL.
           IF WS-STOCK-STATUS = "00"
               SET WS-STOCK-OPEN TO TRUE
           END-IF.
           OPEN INPUT PRICE-PENDING.
           IF WS-PENDING-STATUS = "00"
               SET WS-PENDING-OPEN TO TRUE
           END-IF.
           OPEN I-O REORDER-FILE.
           IF WS-REORDER-STATUS = "00"
               SET WS-REORDER-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-TRAN.
           OPEN OUTPUT ITEM-RPT.
           OPEN OUTPUT AUDIT-FILE.
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.

      *> ITEMEDIT has already turned away a delete with stock on
      *> hand or a price pending, but the master is only as safe
      *> as the last program to touch it, so the check is made
      *> again here. a delete that goes through takes the item's
      *> reorder parameters with it
       230-DELETE-ITEM.
           MOVE "DELETE" TO WS-ACTION.
           MOVE SPACES TO WS-RESULT.
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "REJECTED - NOT ON FILE" TO WS-RESULT
           END-READ.
           IF WS-RESULT = SPACES
               PERFORM 232-CHECK-DEPENDENTS
           END-IF.
           IF WS-RESULT = SPACES
               MOVE ITEM-DESC-1 TO WS-OLD-DESC-1
               MOVE ITEM-DESC-2 TO WS-OLD-DESC-2
               MOVE ITEM-DESC-3 TO WS-OLD-DESC-3
               MOVE ITEM-UNIT-PRICE TO WS-OLD-PRICE
               MOVE ZERO TO WS-NEW-PRICE
               DELETE ITEM-MASTER
                   INVALID KEY
                       MOVE "REJECTED - DELETE FAILED" TO WS-RESULT
                   NOT INVALID KEY
                       MOVE "APPLIED" TO WS-RESULT
                       MOVE SPACES TO ITEM-DESC-1
                       MOVE SPACES TO ITEM-DESC-2
                       MOVE SPACES TO ITEM-DESC-3
                       PERFORM 280-WRITE-AUDIT-RECORD
               END-DELETE
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.
           IF WS-RESULT = "APPLIED"
               PERFORM 236-REMOVE-REORDER-PARMS
           END-IF.

      *> balances are held per location so every location the
      *> item is stocked at has to be looked at
       232-CHECK-DEPENDENTS.
           IF WS-STOCK-OPEN
               MOVE ITEM-CODE TO STOCK-ITEM-CODE
               MOVE LOW-VALUES TO STOCK-LOCATION
               START STOCK-BAL KEY >= STOCK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SCAN-DONE-SWITCH
                       PERFORM 233-CHECK-LOCATION-BALANCE
                           UNTIL WS-SCAN-DONE
               END-START
           END-IF.
           IF WS-RESULT = SPACES AND WS-PENDING-OPEN
               MOVE ITEM-CODE TO PEND-ITEM-CODE
               MOVE ZERO TO PEND-EFF-DATE
               START PRICE-PENDING KEY >= PEND-PRICE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 234-CHECK-PENDING-PRICE
               END-START
           END-IF.

       233-CHECK-LOCATION-BALANCE.
           READ STOCK-BAL NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF STOCK-ITEM-CODE NOT = ITEM-CODE
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       IF STOCK-ON-HAND NOT = ZERO
                           MOVE "REJECTED - STOCK STILL ON HAND"
                               TO WS-RESULT
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       234-CHECK-PENDING-PRICE.
           READ PRICE-PENDING NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF PEND-ITEM-CODE = ITEM-CODE
                       MOVE "REJECTED - PRICE CHANGE PENDING"
                           TO WS-RESULT
                   END-IF
           END-READ.

      *> the item can carry a reorder point at each location -
      *> every one of them goes with it
       236-REMOVE-REORDER-PARMS.
           IF WS-REORDER-OPEN
               MOVE TRAN-ITEM-CODE TO REORD-ITEM-CODE
               MOVE LOW-VALUES TO REORD-LOCATION
               START REORDER-FILE KEY >= REORD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SCAN-DONE-SWITCH
                       PERFORM 237-REMOVE-LOCATION-PARMS
                           UNTIL WS-SCAN-DONE
               END-START
           END-IF.

       237-REMOVE-LOCATION-PARMS.
           READ REORDER-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF REORD-ITEM-CODE NOT = TRAN-ITEM-CODE
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM 238-DELETE-LOCATION-PARMS
                   END-IF
           END-READ.

       238-DELETE-LOCATION-PARMS.
           DELETE REORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE TRAN-ITEM-CODE TO RD-ITEM-CODE
                   MOVE "CASCADE" TO RD-ACTION
                   MOVE REORD-LOCATION TO WS-CASCADE-LOCATION
                   MOVE WS-CASCADE-RESULT TO RD-RESULT
                   WRITE ITEM-RPT-LINE FROM WS-RPT-DETAIL
           END-DELETE.

       240-REJECT-TRANSACTION.
           MOVE "UNKNOWN" TO WS-ACTION.
       900-TERMINATE.
           PERFORM 270-WRITE-CHECKPOINT.
           CLOSE ITEM-MASTER.
           IF WS-STOCK-OPEN
               CLOSE STOCK-BAL
           END-IF.
           IF WS-PENDING-OPEN
               CLOSE PRICE-PENDING
           END-IF.
           IF WS-REORDER-OPEN
               CLOSE REORDER-FILE
           END-IF.
           CLOSE ITEM-TRAN.
           CLOSE ITEM-RPT.
           CLOSE AUDIT-FILE.
