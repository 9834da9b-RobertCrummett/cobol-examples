       IDENTIFICATION DIVISION.
       PROGRAM-ID. POBUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-SUGGEST ASSIGN TO "ORDSUGG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGGEST-STATUS.

           SELECT PO-APPROVAL ASSIGN TO "POAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PO-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-LINE-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT PO-BUILD-RPT ASSIGN TO "POBLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the suggestion file STOCKRPL cut the night before, in the
      *> layout STOCKRPL writes it. an item short at more than one
      *> location is suggested once per location
       FD ORDER-SUGGEST
           RECORD CONTAINS 58 CHARACTERS.
       01 ORDER-SUGGEST-RECORD.
           05 OSG-ITEM-CODE PIC 9(3).
           05 OSG-ON-HAND PIC S9(7).
           05 OSG-REORDER-POINT PIC 9(7).
           05 OSG-ORDER-QTY PIC 9(7).
           05 OSG-UNIT-PRICE PIC S9(7)V9(2).
           05 OSG-LINE-VALUE PIC S9(13)V9(2).
           05 OSG-ON-ORDER PIC 9(7).
           05 OSG-LOCATION PIC X(3).

      *> one approval per suggestion purchasing agrees to buy - the
      *> vendor it goes to, the cost the vendor quoted, and who
      *> approved it. a blank quantity takes the suggested quantity
       FD PO-APPROVAL
           RECORD CONTAINS 47 CHARACTERS.
       01 PO-APPROVAL-RECORD.
           05 APPR-ITEM-CODE PIC 9(3).
           05 APPR-VENDOR-ID PIC X(6).
           05 APPR-ORDER-QTY PIC X(15).
           05 APPR-UNIT-COST PIC X(15).
           05 APPR-APPROVED-BY PIC X(8).

       FD VENDOR-MASTER.
           COPY vendrec.

       FD ITEM-MASTER.
           COPY itemrec.

       FD PO-FILE.
           COPY porec.

       FD PO-BUILD-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 PO-BUILD-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUGGEST-STATUS PIC XX.
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-VENDOR-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-PO-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-SUGGEST-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SUGGEST-EOF VALUE 'Y'.
       01 WS-PO-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PO-EOF VALUE 'Y'.

       01 WS-RESULT PIC X(36).
       01 WS-RUN-DATE PIC 9(8).

      *> an approval has to answer a suggestion STOCKRPL actually
      *> made, and only once - item codes run 000-999 so one slot
      *> per code holds the suggested quantity and whether a line
      *> has already been raised for it in this run. the locations
      *> an item is short at are bought for on the one line, so
      *> their suggested quantities are added together
       01 WS-SUGGEST-TABLE.
           05 WS-SUGGEST-ENTRY OCCURS 1000 TIMES.
               10 WS-SG-STATE PIC X.
                   88 WS-SG-NONE VALUE ' '.
                   88 WS-SG-SUGGESTED VALUE 'S'.
                   88 WS-SG-ORDERED VALUE 'O'.
               10 WS-SG-ORDER-QTY PIC 9(7).
       01 WS-SUGGEST-SUB PIC 9(4).

      *> every line raised for one vendor in one run shares one PO
      *> number, so the vendor gets one order instead of one per item
       01 WS-LAST-PO-NUMBER PIC 9(7) VALUE ZERO.
       01 WS-VEND-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VEND-MAX PIC 9(3) VALUE 100.
       01 WS-VEND-TABLE.
           05 WS-VEND-ENTRY OCCURS 100 TIMES.
               10 WS-VT-ID PIC X(6).
               10 WS-VT-NAME PIC X(30).
               10 WS-VT-PO-NUMBER PIC 9(7).
               10 WS-VT-LINES PIC 9(5).
               10 WS-VT-VALUE PIC S9(13)V99.
       01 WS-IDX PIC 9(3).
       01 WS-SUB PIC 9(3).
       01 WS-FOUND-SWITCH PIC X.
           88 WS-FOUND VALUE 'Y'.

      *> quantities edit the way STOCKPST edits them, costs the
      *> way prices edit everywhere else - a zero cost is not a
      *> purchase, so the floor is one cent
       01 WS-QTY-MIN PIC S9(9)V9(4) VALUE 1.
       01 WS-QTY-MAX PIC S9(9)V9(4) VALUE 9999999.
       01 WS-QTY-SCALE PIC 9(1) VALUE ZERO.
       01 WS-VALID-QTY PIC S9(9)V9(4).
       01 WS-COST-MIN PIC S9(9)V9(4) VALUE 0.01.
       01 WS-COST-MAX PIC S9(9)V9(4) VALUE 9999999.99.
       01 WS-COST-SCALE PIC 9(1) VALUE 2.
       01 WS-VALID-COST PIC S9(9)V9(4).
       01 WS-EDIT-REASON PIC 9(2).

       01 WS-ORDER-QTY PIC 9(7).
       01 WS-LINE-VALUE PIC S9(13)V99.

       01 WS-COUNTERS.
           05 WS-APPROVALS-READ PIC 9(7) VALUE ZERO.
           05 WS-LINES-RAISED PIC 9(7) VALUE ZERO.
           05 WS-APPROVALS-REJECTED PIC 9(7) VALUE ZERO.
           05 WS-SUGGESTIONS-LOADED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-VALUE PIC S9(13)V99 VALUE ZERO.

           COPY runctl.

       01 WS-HEADING-1.
           05 FILLER PIC X(30) VALUE
               "PURCHASE ORDER BUILD FOR RUN ".
           05 H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(42) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER PIC X(4) VALUE "ITEM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "VENDOR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PO NO".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "QTY".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "UNIT COST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RESULT".
           05 FILLER PIC X(26) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-ITEM-CODE PIC 999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-VENDOR-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PO-NUMBER PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ORDER-QTY PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-UNIT-COST PIC Z(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RESULT PIC X(36).

       01 WS-PO-HEADING.
           05 FILLER PIC X(7) VALUE "PO NO".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "VENDOR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "VENDOR NAME".
           05 FILLER PIC X(5) VALUE "LINES".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PO VALUE".
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-PO-LINE.
           05 PL-PO-NUMBER PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PL-VENDOR-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-VENDOR-NAME PIC X(30).
           05 PL-LINES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-VALUE PIC -(11)9.99.
           05 FILLER PIC X(10) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(22).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-LABEL PIC X(22).
           05 TL-VALUE PIC -(11)9.99.
           05 FILLER PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-APPROVALS UNTIL WS-EOF.
           PERFORM 700-WRITE-PO-SUMMARY.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-SUGGEST-TABLE.
           OPEN INPUT VENDOR-MASTER.
           OPEN INPUT ITEM-MASTER.
           OPEN I-O PO-FILE.
           IF WS-PO-STATUS = "35"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF.
           OPEN INPUT PO-APPROVAL.
           OPEN OUTPUT PO-BUILD-RPT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           WRITE PO-BUILD-RPT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO PO-BUILD-RPT-LINE.
           WRITE PO-BUILD-RPT-LINE.
           WRITE PO-BUILD-RPT-LINE FROM WS-HEADING-2.
           PERFORM 110-LOAD-SUGGESTIONS.
           PERFORM 120-FIND-LAST-PO-NUMBER.
           READ PO-APPROVAL
               AT END SET WS-EOF TO TRUE
           END-READ.

      *> no suggestion file means nothing was suggested - every
      *> approval then rejects rather than raising an order blind
       110-LOAD-SUGGESTIONS.
           OPEN INPUT ORDER-SUGGEST.
           IF WS-SUGGEST-STATUS = "00"
               READ ORDER-SUGGEST
                   AT END SET WS-SUGGEST-EOF TO TRUE
               END-READ
               PERFORM 115-BANK-SUGGESTION UNTIL WS-SUGGEST-EOF
               CLOSE ORDER-SUGGEST
           END-IF.

       115-BANK-SUGGESTION.
           IF OSG-ITEM-CODE IS NUMERIC
               AND OSG-ORDER-QTY IS NUMERIC
               COMPUTE WS-SUGGEST-SUB = OSG-ITEM-CODE + 1
               IF WS-SG-NONE(WS-SUGGEST-SUB)
                   SET WS-SG-SUGGESTED(WS-SUGGEST-SUB) TO TRUE
                   MOVE ZERO TO WS-SG-ORDER-QTY(WS-SUGGEST-SUB)
               END-IF
               ADD OSG-ORDER-QTY TO WS-SG-ORDER-QTY(WS-SUGGEST-SUB)
               ADD 1 TO WS-SUGGESTIONS-LOADED
           END-IF.

           READ ORDER-SUGGEST
               AT END SET WS-SUGGEST-EOF TO TRUE
           END-READ.

      *> PO numbers run on from the highest one on file - the order
      *> file is keyed by item, so that takes one pass over it
       120-FIND-LAST-PO-NUMBER.
           MOVE ZERO TO PO-ITEM-CODE.
           MOVE ZERO TO PO-NUMBER.
           START PO-FILE KEY >= PO-LINE-KEY
               INVALID KEY
                   SET WS-PO-EOF TO TRUE
           END-START.
           PERFORM 125-CHECK-PO-NUMBER UNTIL WS-PO-EOF.

       125-CHECK-PO-NUMBER.
           READ PO-FILE NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
               NOT AT END
                   IF PO-NUMBER > WS-LAST-PO-NUMBER
                       MOVE PO-NUMBER TO WS-LAST-PO-NUMBER
                   END-IF
           END-READ.

       200-PROCESS-APPROVALS.
           ADD 1 TO WS-APPROVALS-READ.
           MOVE ZERO TO WS-ORDER-QTY.
           MOVE ZERO TO WS-VALID-COST.
           MOVE ZERO TO WS-SUB.
           PERFORM 210-EDIT-APPROVAL.
           IF WS-RESULT = SPACES
               PERFORM 230-RAISE-PO-LINE
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.

           READ PO-APPROVAL
               AT END SET WS-EOF TO TRUE
           END-READ.

       210-EDIT-APPROVAL.
           MOVE SPACES TO WS-RESULT.
           IF APPR-ITEM-CODE IS NOT NUMERIC
               MOVE "REJECTED - INVALID ITEM CODE" TO WS-RESULT
               ADD 1 TO WS-APPROVALS-REJECTED
           ELSE
               COMPUTE WS-SUGGEST-SUB = APPR-ITEM-CODE + 1
               EVALUATE TRUE
                   WHEN WS-SG-NONE(WS-SUGGEST-SUB)
                       MOVE "REJECTED - NOT ON SUGGESTION FILE"
                           TO WS-RESULT
                       ADD 1 TO WS-APPROVALS-REJECTED
                   WHEN WS-SG-ORDERED(WS-SUGGEST-SUB)
                       MOVE "REJECTED - DUPLICATE APPROVAL"
                           TO WS-RESULT
                       ADD 1 TO WS-APPROVALS-REJECTED
               END-EVALUATE
           END-IF.
           IF WS-RESULT = SPACES
               MOVE APPR-ITEM-CODE TO ITEM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT
                       ADD 1 TO WS-APPROVALS-REJECTED
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               MOVE APPR-VENDOR-ID TO VEND-ID
               READ VENDOR-MASTER
                   INVALID KEY
                       MOVE "REJECTED - VENDOR NOT ON FILE"
                           TO WS-RESULT
                       ADD 1 TO WS-APPROVALS-REJECTED
                   NOT INVALID KEY
                       IF NOT VEND-ACTIVE
                           MOVE "REJECTED - VENDOR INACTIVE"
                               TO WS-RESULT
                           ADD 1 TO WS-APPROVALS-REJECTED
                       END-IF
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               IF APPR-APPROVED-BY = SPACES
                   MOVE "REJECTED - APPROVER REQUIRED" TO WS-RESULT
                   ADD 1 TO WS-APPROVALS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 215-EDIT-QUANTITY
           END-IF.
           IF WS-RESULT = SPACES
               CALL "CURREDIT" USING APPR-UNIT-COST WS-COST-MIN
                   WS-COST-MAX WS-COST-SCALE WS-VALID-COST
                   WS-EDIT-REASON
               IF WS-EDIT-REASON NOT = ZERO
                   MOVE ZERO TO WS-VALID-COST
                   MOVE "REJECTED - INVALID UNIT COST" TO WS-RESULT
                   ADD 1 TO WS-APPROVALS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 217-CHECK-ALREADY-ORDERED
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 220-ASSIGN-PO-NUMBER
               IF NOT WS-FOUND
                   MOVE "REJECTED - TOO MANY VENDORS IN RUN"
                       TO WS-RESULT
                   ADD 1 TO WS-APPROVALS-REJECTED
               END-IF
           END-IF.

       215-EDIT-QUANTITY.
           IF APPR-ORDER-QTY = SPACES
               MOVE WS-SG-ORDER-QTY(WS-SUGGEST-SUB) TO WS-ORDER-QTY
           ELSE
               CALL "CURREDIT" USING APPR-ORDER-QTY WS-QTY-MIN
                   WS-QTY-MAX WS-QTY-SCALE WS-VALID-QTY
                   WS-EDIT-REASON
               IF WS-EDIT-REASON NOT = ZERO
                   MOVE "REJECTED - INVALID ORDER QTY" TO WS-RESULT
                   ADD 1 TO WS-APPROVALS-REJECTED
               ELSE
                   MOVE WS-VALID-QTY TO WS-ORDER-QTY
               END-IF
           END-IF.

      *> the suggestion table only knows this run. a rerun against
      *> the same suggestions and approvals - after a lost report or
      *> a failure once the order file was updated - finds the lines
      *> the first run raised for the same vendor under today's
      *> date, received against since or not, and refuses to order
      *> them twice
       217-CHECK-ALREADY-ORDERED.
           MOVE 'N' TO WS-PO-EOF-SWITCH.
           MOVE APPR-ITEM-CODE TO PO-ITEM-CODE.
           MOVE ZERO TO PO-NUMBER.
           START PO-FILE KEY >= PO-LINE-KEY
               INVALID KEY
                   SET WS-PO-EOF TO TRUE
           END-START.
           PERFORM 218-CHECK-ONE-PO-LINE
               UNTIL WS-PO-EOF OR WS-RESULT NOT = SPACES.

       218-CHECK-ONE-PO-LINE.
           READ PO-FILE NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
               NOT AT END
                   IF PO-ITEM-CODE NOT = APPR-ITEM-CODE
                       SET WS-PO-EOF TO TRUE
                   ELSE
                       IF PO-VENDOR-ID = APPR-VENDOR-ID
                           AND PO-ORDER-DATE = WS-RUN-DATE
                           MOVE "REJECTED - ALREADY ON ORDER"
                               TO WS-RESULT
                           ADD 1 TO WS-APPROVALS-REJECTED
                       END-IF
                   END-IF
           END-READ.

       220-ASSIGN-PO-NUMBER.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 225-MATCH-VENDOR-SLOT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-VEND-COUNT
               OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-VEND-COUNT < WS-VEND-MAX
                   ADD 1 TO WS-VEND-COUNT
                   MOVE WS-VEND-COUNT TO WS-SUB
                   ADD 1 TO WS-LAST-PO-NUMBER
                   MOVE VEND-ID TO WS-VT-ID(WS-SUB)
                   MOVE VEND-NAME TO WS-VT-NAME(WS-SUB)
                   MOVE WS-LAST-PO-NUMBER TO WS-VT-PO-NUMBER(WS-SUB)
                   MOVE ZERO TO WS-VT-LINES(WS-SUB)
                   MOVE ZERO TO WS-VT-VALUE(WS-SUB)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

       225-MATCH-VENDOR-SLOT.
           IF WS-VT-ID(WS-IDX) = VEND-ID
               SET WS-FOUND TO TRUE
               MOVE WS-IDX TO WS-SUB
           END-IF.

       230-RAISE-PO-LINE.
           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-ORDER-QTY * WS-VALID-COST.
           MOVE APPR-ITEM-CODE TO PO-ITEM-CODE.
           MOVE WS-VT-PO-NUMBER(WS-SUB) TO PO-NUMBER.
           MOVE VEND-ID TO PO-VENDOR-ID.
           MOVE WS-RUN-DATE TO PO-ORDER-DATE.
           MOVE WS-ORDER-QTY TO PO-ORDER-QTY.
           MOVE ZERO TO PO-RECEIVED-QTY.
           MOVE WS-VALID-COST TO PO-UNIT-COST.
           MOVE ZERO TO PO-LAST-RECEIPT-DATE.
           SET PO-OPEN TO TRUE.
           MOVE APPR-APPROVED-BY TO PO-APPROVED-BY.
           WRITE PO-LINE-RECORD
               INVALID KEY
                   MOVE "REJECTED - WRITE FAILED" TO WS-RESULT
                   ADD 1 TO WS-APPROVALS-REJECTED
               NOT INVALID KEY
                   MOVE "APPLIED" TO WS-RESULT
                   ADD 1 TO WS-LINES-RAISED
                   SET WS-SG-ORDERED(WS-SUGGEST-SUB) TO TRUE
                   ADD 1 TO WS-VT-LINES(WS-SUB)
                   ADD WS-LINE-VALUE TO WS-VT-VALUE(WS-SUB)
                   ADD WS-LINE-VALUE TO WS-TOTAL-VALUE
           END-WRITE.

       250-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE APPR-ITEM-CODE TO RD-ITEM-CODE.
           MOVE APPR-VENDOR-ID TO RD-VENDOR-ID.
           IF WS-RESULT = "APPLIED"
               MOVE WS-VT-PO-NUMBER(WS-SUB) TO RD-PO-NUMBER
               MOVE WS-ORDER-QTY TO RD-ORDER-QTY
               MOVE WS-VALID-COST TO RD-UNIT-COST
           END-IF.
           MOVE WS-RESULT TO RD-RESULT.
           WRITE PO-BUILD-RPT-LINE FROM WS-RPT-DETAIL.

      *> one line per order raised - the list purchasing sends out
      *> from, with the open-orders report (POOPEN) for the detail
       700-WRITE-PO-SUMMARY.
           MOVE SPACES TO PO-BUILD-RPT-LINE.
           WRITE PO-BUILD-RPT-LINE.
           WRITE PO-BUILD-RPT-LINE FROM WS-PO-HEADING.
           PERFORM 710-WRITE-ONE-PO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-VEND-COUNT.

       710-WRITE-ONE-PO.
           IF WS-VT-LINES(WS-IDX) > ZERO
               MOVE SPACES TO WS-PO-LINE
               MOVE WS-VT-PO-NUMBER(WS-IDX) TO PL-PO-NUMBER
               MOVE WS-VT-ID(WS-IDX) TO PL-VENDOR-ID
               MOVE WS-VT-NAME(WS-IDX) TO PL-VENDOR-NAME
               MOVE WS-VT-LINES(WS-IDX) TO PL-LINES
               MOVE WS-VT-VALUE(WS-IDX) TO PL-VALUE
               WRITE PO-BUILD-RPT-LINE FROM WS-PO-LINE
           END-IF.

       800-WRITE-SUMMARY.
           MOVE SPACES TO PO-BUILD-RPT-LINE.
           WRITE PO-BUILD-RPT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL ORDERED VALUE:" TO TL-LABEL.
           MOVE WS-TOTAL-VALUE TO TL-VALUE.
           WRITE PO-BUILD-RPT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "SUGGESTIONS LOADED:" TO SL-LABEL.
           MOVE WS-SUGGESTIONS-LOADED TO SL-VALUE.
           WRITE PO-BUILD-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "APPROVALS READ:" TO SL-LABEL.
           MOVE WS-APPROVALS-READ TO SL-VALUE.
           WRITE PO-BUILD-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "ORDER LINES RAISED:" TO SL-LABEL.
           MOVE WS-LINES-RAISED TO SL-VALUE.
           WRITE PO-BUILD-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "APPROVALS REJECTED:" TO SL-LABEL.
           MOVE WS-APPROVALS-REJECTED TO SL-VALUE.
           WRITE PO-BUILD-RPT-LINE FROM WS-SUMMARY-LINE.

       850-WRITE-RUN-CONTROL.
           MOVE "POBUILD" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-APPROVALS-READ TO RUNCTL-RECORDS-READ.
           MOVE WS-LINES-RAISED TO RUNCTL-RECORDS-APPLIED.
           MOVE WS-APPROVALS-REJECTED TO RUNCTL-RECORDS-REJECTED.
           MOVE WS-TOTAL-VALUE TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           CLOSE VENDOR-MASTER.
           CLOSE ITEM-MASTER.
           CLOSE PO-FILE.
           CLOSE PO-APPROVAL.
           CLOSE PO-BUILD-RPT.
