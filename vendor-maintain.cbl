       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT PO-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-LINE-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT VENDOR-TRAN ASSIGN TO "VENDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT VENDOR-RPT ASSIGN TO "VENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-MASTER.
           COPY vendrec.

       FD PO-FILE.
           COPY porec.

      *> the status byte is only looked at on add and change - a
      *> blank status on an add comes on active
       FD VENDOR-TRAN
           RECORD CONTAINS 80 CHARACTERS.
       01 VENDOR-TRAN-RECORD.
           05 VTRAN-SEQ-NO PIC 9(9).
           05 VTRAN-CODE PIC X.
               88 VTRAN-ADD VALUE 'A'.
               88 VTRAN-CHANGE VALUE 'C'.
               88 VTRAN-DELETE VALUE 'D'.
           05 VTRAN-VEND-ID PIC X(6).
           05 VTRAN-NAME PIC X(30).
           05 VTRAN-CONTACT PIC X(30).
           05 VTRAN-LEAD-DAYS PIC X(3).
           05 VTRAN-STATUS PIC X.

       FD VENDOR-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 VENDOR-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VENDOR-STATUS PIC XX.
       01 WS-PO-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-PO-EOF-SWITCH PIC X.
           88 WS-PO-EOF VALUE 'Y'.
       01 WS-PO-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-PO-FILE-OPEN VALUE 'Y'.

       01 WS-ACTION PIC X(8).
       01 WS-RESULT PIC X(36).
       01 WS-RUN-DATE PIC 9(8).

       01 WS-NEW-STATUS PIC X.
       01 WS-OPEN-LINES PIC 9(7).

       01 WS-COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.
           05 WS-TRANS-APPLIED PIC 9(7) VALUE ZERO.
           05 WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.

           COPY runctl.

       01 WS-RPT-DETAIL.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-VEND-ID PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-ACTION PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-RESULT PIC X(36).
           05 FILLER PIC X(23) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(22).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-TRANSACTIONS UNTIL WS-EOF.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O VENDOR-MASTER.
           IF WS-VENDOR-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF.
      *> no order file yet means no vendor can be owed anything
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS = "00"
               SET WS-PO-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT VENDOR-TRAN.
           OPEN OUTPUT VENDOR-RPT.
           READ VENDOR-TRAN
               AT END SET WS-EOF TO TRUE
           END-READ.

       200-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ.
           MOVE VTRAN-VEND-ID TO VEND-ID.
           EVALUATE TRUE
               WHEN VTRAN-ADD
                   PERFORM 210-ADD-VENDOR
               WHEN VTRAN-CHANGE
                   PERFORM 220-CHANGE-VENDOR
               WHEN VTRAN-DELETE
                   PERFORM 230-DELETE-VENDOR
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ACTION
                   MOVE "REJECTED - INVALID TRANSACTION CODE"
                       TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM 250-WRITE-REPORT-LINE
           END-EVALUATE.

           READ VENDOR-TRAN
               AT END SET WS-EOF TO TRUE
           END-READ.

       210-ADD-VENDOR.
           MOVE "ADD" TO WS-ACTION.
           PERFORM 240-EDIT-TRANSACTION.
           IF WS-RESULT = SPACES
               MOVE VTRAN-NAME TO VEND-NAME
               MOVE VTRAN-CONTACT TO VEND-CONTACT
               MOVE VTRAN-LEAD-DAYS TO VEND-LEAD-DAYS
               MOVE WS-NEW-STATUS TO VEND-STATUS
               WRITE VENDOR-RECORD
                   INVALID KEY
                       MOVE "REJECTED - DUPLICATE KEY" TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       MOVE "APPLIED" TO WS-RESULT
                       ADD 1 TO WS-TRANS-APPLIED
               END-WRITE
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.

       220-CHANGE-VENDOR.
           MOVE "CHANGE" TO WS-ACTION.
           PERFORM 240-EDIT-TRANSACTION.
           IF WS-RESULT = SPACES
               READ VENDOR-MASTER
                   INVALID KEY
                       MOVE "REJECTED - NOT ON FILE" TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       MOVE VTRAN-NAME TO VEND-NAME
                       MOVE VTRAN-CONTACT TO VEND-CONTACT
                       MOVE VTRAN-LEAD-DAYS TO VEND-LEAD-DAYS
                       MOVE WS-NEW-STATUS TO VEND-STATUS
                       REWRITE VENDOR-RECORD
                           INVALID KEY
                               MOVE "REJECTED - REWRITE FAILED"
                                   TO WS-RESULT
                               ADD 1 TO WS-TRANS-REJECTED
                           NOT INVALID KEY
                               MOVE "APPLIED" TO WS-RESULT
                               ADD 1 TO WS-TRANS-APPLIED
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.

      *> a vendor still owed goods on an open order line cannot be
      *> removed - the receipt would arrive against a PO that names
      *> nobody. set the vendor inactive instead and delete it once
      *> the last line has closed
       230-DELETE-VENDOR.
           MOVE "DELETE" TO WS-ACTION.
           MOVE SPACES TO WS-RESULT.
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "REJECTED - NOT ON FILE" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
           END-READ.
           IF WS-RESULT = SPACES
               PERFORM 235-COUNT-OPEN-LINES
               IF WS-OPEN-LINES > ZERO
                   MOVE "REJECTED - VENDOR HAS OPEN ORDERS"
                       TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               DELETE VENDOR-MASTER
                   INVALID KEY
                       MOVE "REJECTED - DELETE FAILED" TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       MOVE "APPLIED" TO WS-RESULT
                       ADD 1 TO WS-TRANS-APPLIED
               END-DELETE
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.

      *> the order file is keyed by item, so finding one vendor's
      *> lines is a pass over the whole file - deletes are rare
      *> enough that the pass costs nothing worth a second index
       235-COUNT-OPEN-LINES.
           MOVE ZERO TO WS-OPEN-LINES.
           MOVE 'N' TO WS-PO-EOF-SWITCH.
           IF WS-PO-FILE-OPEN
               MOVE ZERO TO PO-ITEM-CODE
               MOVE ZERO TO PO-NUMBER
               START PO-FILE KEY >= PO-LINE-KEY
                   INVALID KEY
                       SET WS-PO-EOF TO TRUE
               END-START
           ELSE
               SET WS-PO-EOF TO TRUE
           END-IF.
           PERFORM 236-CHECK-ONE-LINE UNTIL WS-PO-EOF.

       236-CHECK-ONE-LINE.
           READ PO-FILE NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
               NOT AT END
                   IF PO-VENDOR-ID = VTRAN-VEND-ID
                       AND PO-OUTSTANDING
                       ADD 1 TO WS-OPEN-LINES
                   END-IF
           END-READ.

      *> common edits for add and change
       240-EDIT-TRANSACTION.
           MOVE SPACES TO WS-RESULT.
           IF VTRAN-VEND-ID = SPACES
               MOVE "REJECTED - INVALID VENDOR ID" TO WS-RESULT
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.
           IF WS-RESULT = SPACES
               IF VTRAN-NAME = SPACES
                   MOVE "REJECTED - VENDOR NAME REQUIRED"
                       TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               IF VTRAN-LEAD-DAYS IS NOT NUMERIC
                   MOVE "REJECTED - INVALID LEAD DAYS" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               EVALUATE VTRAN-STATUS
                   WHEN SPACE
                       MOVE 'A' TO WS-NEW-STATUS
                   WHEN 'A'
                   WHEN 'I'
                       MOVE VTRAN-STATUS TO WS-NEW-STATUS
                   WHEN OTHER
                       MOVE "REJECTED - INVALID VENDOR STATUS"
                           TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
               END-EVALUATE
           END-IF.

       250-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE VTRAN-VEND-ID TO RD-VEND-ID.
           MOVE WS-ACTION TO RD-ACTION.
           MOVE WS-RESULT TO RD-RESULT.
           WRITE VENDOR-RPT-LINE FROM WS-RPT-DETAIL.

       800-WRITE-SUMMARY.
           MOVE SPACES TO VENDOR-RPT-LINE.
           WRITE VENDOR-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS READ:" TO SL-LABEL.
           MOVE WS-TRANS-READ TO SL-VALUE.
           WRITE VENDOR-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS APPLIED:" TO SL-LABEL.
           MOVE WS-TRANS-APPLIED TO SL-VALUE.
           WRITE VENDOR-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO SL-LABEL.
           MOVE WS-TRANS-REJECTED TO SL-VALUE.
           WRITE VENDOR-RPT-LINE FROM WS-SUMMARY-LINE.

       850-WRITE-RUN-CONTROL.
           MOVE "VENDMNT" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-TRANS-READ TO RUNCTL-RECORDS-READ.
           MOVE WS-TRANS-APPLIED TO RUNCTL-RECORDS-APPLIED.
           MOVE WS-TRANS-REJECTED TO RUNCTL-RECORDS-REJECTED.
           MOVE ZERO TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           CLOSE VENDOR-MASTER.
           IF WS-PO-FILE-OPEN
               CLOSE PO-FILE
           END-IF.
           CLOSE VENDOR-TRAN.
           CLOSE VENDOR-RPT.
