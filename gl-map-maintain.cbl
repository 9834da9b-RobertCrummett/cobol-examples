       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLMAP-MOVE-CODE
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GLMAP-TRAN ASSIGN TO "GLMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT GLMAP-RPT ASSIGN TO "GLMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GLMAP-FILE.
           COPY glmaprec.

      *> an add or change carries the whole mapping - description
      *> and both accounts. a delete needs only the movement code
       FD GLMAP-TRAN
           RECORD CONTAINS 51 CHARACTERS.
       01 GLMAP-TRAN-RECORD.
           05 GTRAN-SEQ-NO PIC 9(9).
           05 GTRAN-CODE PIC X.
               88 GTRAN-ADD VALUE 'A'.
               88 GTRAN-CHANGE VALUE 'C'.
               88 GTRAN-DELETE VALUE 'D'.
           05 GTRAN-MOVE-CODE PIC X(1).
               88 GTRAN-KNOWN-MOVE VALUE 'R' 'I' 'J'.
           05 GTRAN-DESCRIPTION PIC X(20).
           05 GTRAN-DEBIT-ACCT PIC X(10).
           05 GTRAN-CREDIT-ACCT PIC X(10).

       FD GLMAP-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 GLMAP-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GLMAP-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.

       01 WS-ACTION PIC X(8).
       01 WS-RESULT PIC X(36).
       01 WS-RUN-DATE PIC 9(8).

       01 WS-COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.
           05 WS-TRANS-APPLIED PIC 9(7) VALUE ZERO.
           05 WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.

           COPY runctl.

       01 WS-RPT-DETAIL.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-MOVE-CODE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-DEBIT-ACCT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CREDIT-ACCT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ACTION PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-RESULT PIC X(36).
           05 FILLER PIC X(4) VALUE SPACES.

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
           OPEN I-O GLMAP-FILE.
           IF WS-GLMAP-STATUS = "35"
               OPEN OUTPUT GLMAP-FILE
               CLOSE GLMAP-FILE
               OPEN I-O GLMAP-FILE
           END-IF.
           OPEN INPUT GLMAP-TRAN.
           OPEN OUTPUT GLMAP-RPT.
           READ GLMAP-TRAN
               AT END SET WS-EOF TO TRUE
           END-READ.

       200-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ.
           MOVE GTRAN-MOVE-CODE TO GLMAP-MOVE-CODE.
           EVALUATE TRUE
               WHEN GTRAN-ADD
                   PERFORM 210-ADD-MAPPING
               WHEN GTRAN-CHANGE
                   PERFORM 220-CHANGE-MAPPING
               WHEN GTRAN-DELETE
                   PERFORM 230-DELETE-MAPPING
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ACTION
                   MOVE "REJECTED - INVALID TRANSACTION CODE"
                       TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM 250-WRITE-REPORT-LINE
           END-EVALUATE.

           READ GLMAP-TRAN
               AT END SET WS-EOF TO TRUE
           END-READ.

       210-ADD-MAPPING.
           MOVE "ADD" TO WS-ACTION.
           PERFORM 240-EDIT-TRANSACTION.
           IF WS-RESULT = SPACES
               PERFORM 245-BUILD-MAPPING
               WRITE GLMAP-RECORD
                   INVALID KEY
                       MOVE "REJECTED - DUPLICATE KEY" TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       MOVE "APPLIED" TO WS-RESULT
                       ADD 1 TO WS-TRANS-APPLIED
               END-WRITE
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.

       220-CHANGE-MAPPING.
           MOVE "CHANGE" TO WS-ACTION.
           PERFORM 240-EDIT-TRANSACTION.
           IF WS-RESULT = SPACES
               READ GLMAP-FILE
                   INVALID KEY
                       MOVE "REJECTED - NOT ON FILE" TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       PERFORM 245-BUILD-MAPPING
                       REWRITE GLMAP-RECORD
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

      *> deleting a mapping still in use is allowed - GLJRNL then
      *> withholds the next journal carrying that movement code
      *> rather than booking it anywhere, which is the point
       230-DELETE-MAPPING.
           MOVE "DELETE" TO WS-ACTION.
           READ GLMAP-FILE
               INVALID KEY
                   MOVE "REJECTED - NOT ON FILE" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   DELETE GLMAP-FILE
                       INVALID KEY
                           MOVE "REJECTED - DELETE FAILED" TO WS-RESULT
                           ADD 1 TO WS-TRANS-REJECTED
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RESULT
                           ADD 1 TO WS-TRANS-APPLIED
                   END-DELETE
           END-READ.
           PERFORM 250-WRITE-REPORT-LINE.

      *> common edits for add and change - only movement codes
      *> STOCKPST actually posts may be mapped, both accounts are
      *> required, and a pair booking an account against itself
      *> would move nothing on the ledger
       240-EDIT-TRANSACTION.
           MOVE SPACES TO WS-RESULT.
           IF NOT GTRAN-KNOWN-MOVE
               MOVE "REJECTED - UNKNOWN MOVEMENT CODE" TO WS-RESULT
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.
           IF WS-RESULT = SPACES
               IF GTRAN-DEBIT-ACCT = SPACES
                   OR GTRAN-CREDIT-ACCT = SPACES
                   MOVE "REJECTED - ACCOUNT MISSING" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               IF GTRAN-DEBIT-ACCT = GTRAN-CREDIT-ACCT
                   MOVE "REJECTED - DEBIT EQUALS CREDIT" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.

       245-BUILD-MAPPING.
           MOVE GTRAN-MOVE-CODE TO GLMAP-MOVE-CODE.
           MOVE GTRAN-DESCRIPTION TO GLMAP-DESCRIPTION.
           MOVE GTRAN-DEBIT-ACCT TO GLMAP-DEBIT-ACCT.
           MOVE GTRAN-CREDIT-ACCT TO GLMAP-CREDIT-ACCT.
           MOVE WS-RUN-DATE TO GLMAP-UPDATED-DATE.

       250-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE GTRAN-MOVE-CODE TO RD-MOVE-CODE.
           MOVE GTRAN-DEBIT-ACCT TO RD-DEBIT-ACCT.
           MOVE GTRAN-CREDIT-ACCT TO RD-CREDIT-ACCT.
           MOVE WS-ACTION TO RD-ACTION.
           MOVE WS-RESULT TO RD-RESULT.
           WRITE GLMAP-RPT-LINE FROM WS-RPT-DETAIL.

       800-WRITE-SUMMARY.
           MOVE SPACES TO GLMAP-RPT-LINE.
           WRITE GLMAP-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS READ:" TO SL-LABEL.
           MOVE WS-TRANS-READ TO SL-VALUE.
           WRITE GLMAP-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS APPLIED:" TO SL-LABEL.
           MOVE WS-TRANS-APPLIED TO SL-VALUE.
           WRITE GLMAP-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO SL-LABEL.
           MOVE WS-TRANS-REJECTED TO SL-VALUE.
           WRITE GLMAP-RPT-LINE FROM WS-SUMMARY-LINE.

       850-WRITE-RUN-CONTROL.
           MOVE "GLMAPMNT" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-TRANS-READ TO RUNCTL-RECORDS-READ.
           MOVE WS-TRANS-APPLIED TO RUNCTL-RECORDS-APPLIED.
           MOVE WS-TRANS-REJECTED TO RUNCTL-RECORDS-REJECTED.
           MOVE ZERO TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           CLOSE GLMAP-FILE.
           CLOSE GLMAP-TRAN.
           CLOSE GLMAP-RPT.
