       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORPHSWP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STOCK-BAL ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOCK-KEY
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT REORDER-FILE ASSIGN TO "REORDPTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REORD-KEY
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT PRICE-PENDING ASSIGN TO "PRICPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-PRICE-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT ORPHAN-RPT ASSIGN TO "ORPHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-MASTER.
           COPY itemrec.

       FD STOCK-BAL.
           COPY stockrec.

       FD REORDER-FILE.
           COPY reordrec.

       FD PRICE-PENDING.
           COPY pricerec.

       FD ORPHAN-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 ORPHAN-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-REORDER-STATUS PIC XX.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-ON-MASTER-SWITCH PIC X.
           88 WS-ON-MASTER VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).

       01 WS-COUNTERS.
           05 WS-RECORDS-EXAMINED PIC 9(7) VALUE ZERO.
           05 WS-ORPHANS-FOUND PIC 9(7) VALUE ZERO.
           05 WS-BALANCES-READ PIC 9(7) VALUE ZERO.
           05 WS-BALANCE-ORPHANS PIC 9(7) VALUE ZERO.
           05 WS-REORDERS-READ PIC 9(7) VALUE ZERO.
           05 WS-REORDER-ORPHANS PIC 9(7) VALUE ZERO.
           05 WS-PENDING-READ PIC 9(7) VALUE ZERO.
           05 WS-PENDING-ORPHANS PIC 9(7) VALUE ZERO.

           COPY runctl.

       01 WS-HEADING-1 PIC X(80) VALUE
           "ITEM MASTER DEPENDENT ORPHAN SWEEP".

       01 WS-HEADING-2.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "FILE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "ITEM".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "LOC".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "DETAIL".
           05 FILLER PIC X(27) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-FILE-ID PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-ITEM-CODE PIC 999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-LOCATION PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-LABEL PIC X(16).
           05 DL-QUANTITY PIC -(7)9.
           05 DL-DATE REDEFINES DL-QUANTITY PIC X(8).
           05 FILLER PIC X(33) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(22).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-MESSAGE-LINE PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-SWEEP-BALANCES.
           PERFORM 300-SWEEP-REORDER-PARMS.
           PERFORM 400-SWEEP-PENDING-PRICES.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ITEM-MASTER.
           OPEN OUTPUT ORPHAN-RPT.
           WRITE ORPHAN-RPT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO ORPHAN-RPT-LINE.
           WRITE ORPHAN-RPT-LINE.
           WRITE ORPHAN-RPT-LINE FROM WS-HEADING-2.

      *> each dependent file is swept end to end against the
      *> master. a file that is not there has nothing to orphan
       200-SWEEP-BALANCES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT STOCK-BAL.
           IF WS-STOCK-STATUS = "00"
               READ STOCK-BAL
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 210-CHECK-BALANCE UNTIL WS-EOF
               CLOSE STOCK-BAL
           END-IF.

       210-CHECK-BALANCE.
           ADD 1 TO WS-RECORDS-EXAMINED.
           ADD 1 TO WS-BALANCES-READ.
           MOVE STOCK-ITEM-CODE TO ITEM-CODE.
           PERFORM 500-LOOK-UP-MASTER.
           IF NOT WS-ON-MASTER
               ADD 1 TO WS-ORPHANS-FOUND
               ADD 1 TO WS-BALANCE-ORPHANS
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "STOCKBAL" TO DL-FILE-ID
               MOVE STOCK-ITEM-CODE TO DL-ITEM-CODE
               MOVE STOCK-LOCATION TO DL-LOCATION
               MOVE "ON HAND" TO DL-LABEL
               MOVE STOCK-ON-HAND TO DL-QUANTITY
               WRITE ORPHAN-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.
           READ STOCK-BAL
               AT END SET WS-EOF TO TRUE
           END-READ.

       300-SWEEP-REORDER-PARMS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REORDER-FILE.
           IF WS-REORDER-STATUS = "00"
               READ REORDER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 310-CHECK-REORDER UNTIL WS-EOF
               CLOSE REORDER-FILE
           END-IF.

       310-CHECK-REORDER.
           ADD 1 TO WS-RECORDS-EXAMINED.
           ADD 1 TO WS-REORDERS-READ.
           MOVE REORD-ITEM-CODE TO ITEM-CODE.
           PERFORM 500-LOOK-UP-MASTER.
           IF NOT WS-ON-MASTER
               ADD 1 TO WS-ORPHANS-FOUND
               ADD 1 TO WS-REORDER-ORPHANS
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "REORDPTS" TO DL-FILE-ID
               MOVE REORD-ITEM-CODE TO DL-ITEM-CODE
               MOVE REORD-LOCATION TO DL-LOCATION
               MOVE "REORDER POINT" TO DL-LABEL
               MOVE REORD-POINT TO DL-QUANTITY
               WRITE ORPHAN-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.
           READ REORDER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       400-SWEEP-PENDING-PRICES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PRICE-PENDING.
           IF WS-PENDING-STATUS = "00"
               READ PRICE-PENDING
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 410-CHECK-PENDING UNTIL WS-EOF
               CLOSE PRICE-PENDING
           END-IF.

       410-CHECK-PENDING.
           ADD 1 TO WS-RECORDS-EXAMINED.
           ADD 1 TO WS-PENDING-READ.
           MOVE PEND-ITEM-CODE TO ITEM-CODE.
           PERFORM 500-LOOK-UP-MASTER.
           IF NOT WS-ON-MASTER
               ADD 1 TO WS-ORPHANS-FOUND
               ADD 1 TO WS-PENDING-ORPHANS
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "PRICPND" TO DL-FILE-ID
               MOVE PEND-ITEM-CODE TO DL-ITEM-CODE
               MOVE "EFFECTIVE DATE" TO DL-LABEL
               MOVE PEND-EFF-DATE TO DL-DATE
               WRITE ORPHAN-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.
           READ PRICE-PENDING
               AT END SET WS-EOF TO TRUE
           END-READ.

       500-LOOK-UP-MASTER.
           MOVE 'Y' TO WS-ON-MASTER-SWITCH.
           READ ITEM-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-READ.

       800-WRITE-SUMMARY.
           MOVE SPACES TO ORPHAN-RPT-LINE.
           WRITE ORPHAN-RPT-LINE.
           IF WS-ORPHANS-FOUND = ZERO
               MOVE " NO ORPHANED DEPENDENT RECORDS" TO WS-MESSAGE-LINE
               WRITE ORPHAN-RPT-LINE FROM WS-MESSAGE-LINE
               MOVE SPACES TO ORPHAN-RPT-LINE
               WRITE ORPHAN-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "BALANCES READ:" TO SL-LABEL.
           MOVE WS-BALANCES-READ TO SL-VALUE.
           WRITE ORPHAN-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "BALANCES ORPHANED:" TO SL-LABEL.
           MOVE WS-BALANCE-ORPHANS TO SL-VALUE.
           WRITE ORPHAN-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "REORDER PARMS READ:" TO SL-LABEL.
           MOVE WS-REORDERS-READ TO SL-VALUE.
           WRITE ORPHAN-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "REORDER PARMS ORPHANED:" TO SL-LABEL.
           MOVE WS-REORDER-ORPHANS TO SL-VALUE.
           WRITE ORPHAN-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "PENDING PRICES READ:" TO SL-LABEL.
           MOVE WS-PENDING-READ TO SL-VALUE.
           WRITE ORPHAN-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "PENDING ORPHANED:" TO SL-LABEL.
           MOVE WS-PENDING-ORPHANS TO SL-VALUE.
           WRITE ORPHAN-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TOTAL ORPHANS:" TO SL-LABEL.
           MOVE WS-ORPHANS-FOUND TO SL-VALUE.
           WRITE ORPHAN-RPT-LINE FROM WS-SUMMARY-LINE.

      *> every dependent record read either has its item or is an
      *> orphan - MORNDIG reports the rejected count each morning
       850-WRITE-RUN-CONTROL.
           MOVE "ORPHSWP" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-RECORDS-EXAMINED TO RUNCTL-RECORDS-READ.
           COMPUTE RUNCTL-RECORDS-APPLIED =
               WS-RECORDS-EXAMINED - WS-ORPHANS-FOUND.
           MOVE WS-ORPHANS-FOUND TO RUNCTL-RECORDS-REJECTED.
           MOVE ZERO TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           CLOSE ITEM-MASTER.
           CLOSE ORPHAN-RPT.
           IF WS-ORPHANS-FOUND > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
