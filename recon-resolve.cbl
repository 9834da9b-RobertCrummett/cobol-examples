       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECNRSLV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "RECNOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPEN-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT RESOLVE-TRAN ASSIGN TO "RECNRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT RESOLVE-RPT ASSIGN TO "RECNRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-ITEM-FILE.
           COPY reconopn.

       FD OPERATOR-FILE.
           COPY operrec.

      *> one resolution per open item - the key as RECONCIL shows
      *> it, the resolution code, the operator signing it off and
      *> a free-text note of what was found
       FD RESOLVE-TRAN
           RECORD CONTAINS 49 CHARACTERS.
       01 RESOLVE-TRAN-RECORD.
           05 RTRAN-KEY PIC X(9).
           05 RTRAN-CODE PIC X(2).
           05 RTRAN-OPER-ID PIC X(8).
           05 RTRAN-NOTE PIC X(30).

       FD RESOLVE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 RESOLVE-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-STATUS PIC XX.
       01 WS-OPERATOR-STATUS PIC XX.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-FILES-OK-SWITCH PIC X VALUE 'N'.
           88 WS-FILES-OK VALUE 'Y'.
       01 WS-OPN-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-OPN-OPEN VALUE 'Y'.
       01 WS-OPER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-OPER-OPEN VALUE 'Y'.

       01 WS-RESULT PIC X(36).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-IDX PIC 9(2).
       01 WS-CODE-FOUND-SWITCH PIC X.
           88 WS-CODE-FOUND VALUE 'Y'.

           COPY reconrsn.

       01 WS-COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.
           05 WS-TRANS-APPLIED PIC 9(7) VALUE ZERO.
           05 WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.

           COPY runctl.

       01 WS-HEADING-1 PIC X(80) VALUE
           "RECONCILIATION OPEN ITEM RESOLUTIONS".

       01 WS-HEADING-2.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "KEY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "CODE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "OPERATOR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RESULT".
           05 FILLER PIC X(46) VALUE SPACES.

       01 WS-RPT-DETAIL.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-KEY PIC X(9).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-CODE PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-OPER-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RESULT PIC X(36).
           05 FILLER PIC X(16) VALUE SPACES.

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

      *> with no open-items or operator file nothing can be signed
      *> off - every transaction is read and rejected so the run
      *> still balances
       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RESOLVE-TRAN.
           OPEN OUTPUT RESOLVE-RPT.
           WRITE RESOLVE-RPT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO RESOLVE-RPT-LINE.
           WRITE RESOLVE-RPT-LINE.
           WRITE RESOLVE-RPT-LINE FROM WS-HEADING-2.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS = "00"
               SET WS-OPN-OPEN TO TRUE
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
               SET WS-OPER-OPEN TO TRUE
           END-IF.
           IF WS-OPN-OPEN AND WS-OPER-OPEN
               SET WS-FILES-OK TO TRUE
           END-IF.
           READ RESOLVE-TRAN
               AT END SET WS-EOF TO TRUE
           END-READ.

       200-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-RESULT.
           IF NOT WS-FILES-OK
               MOVE "REJECTED - FILES UNAVAILABLE" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 210-VERIFY-OPERATOR
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 220-EDIT-RESOLUTION-CODE
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 230-RESOLVE-ITEM
           END-IF.
           IF WS-RESULT = "APPLIED"
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.

           READ RESOLVE-TRAN
               AT END SET WS-EOF TO TRUE
           END-READ.

      *> signing off a break clears it from the aging the digest
      *> reports on, so it takes a full-maintenance operator
       210-VERIFY-OPERATOR.
           MOVE RTRAN-OPER-ID TO OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "REJECTED - OPERATOR NOT AUTHORIZED"
                       TO WS-RESULT
               NOT INVALID KEY
                   IF OPER-REVOKED
                       MOVE "REJECTED - OPERATOR REVOKED" TO WS-RESULT
                   ELSE
                       IF NOT OPER-AUTH-FULL
                           MOVE "REJECTED - NEEDS SUPERVISOR"
                               TO WS-RESULT
                       END-IF
                   END-IF
           END-READ.

       220-EDIT-RESOLUTION-CODE.
           MOVE 'N' TO WS-CODE-FOUND-SWITCH.
           PERFORM 225-MATCH-RESOLUTION-CODE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > RSN-TABLE-SIZE
               OR WS-CODE-FOUND.
           IF NOT WS-CODE-FOUND
               MOVE "REJECTED - INVALID RESOLUTION CODE" TO WS-RESULT
           END-IF.

       225-MATCH-RESOLUTION-CODE.
           IF RSN-CODE(WS-IDX) = RTRAN-CODE
               SET WS-CODE-FOUND TO TRUE
           END-IF.

      *> only an item still open can be resolved - one already
      *> resolved keeps its first explanation, and a closed item
      *> has agreed and needs none
       230-RESOLVE-ITEM.
           MOVE RTRAN-KEY TO OPN-KEY.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "REJECTED - NO OPEN ITEM FOR KEY" TO WS-RESULT
           END-READ.
           IF WS-RESULT = SPACES
               IF OPN-RESOLVED
                   MOVE "REJECTED - ITEM ALREADY RESOLVED" TO WS-RESULT
               END-IF
               IF OPN-CLOSED
                   MOVE "REJECTED - ITEM ALREADY CLOSED" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               SET OPN-RESOLVED TO TRUE
               MOVE WS-RUN-DATE TO OPN-RESOLVED-DATE
               MOVE RTRAN-OPER-ID TO OPN-RESOLVED-BY
               MOVE RTRAN-CODE TO OPN-RESOLUTION-CODE
               MOVE RTRAN-NOTE TO OPN-RESOLUTION-NOTE
               REWRITE OPEN-ITEM-RECORD
                   INVALID KEY
                       MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT
                   NOT INVALID KEY
                       MOVE "APPLIED" TO WS-RESULT
               END-REWRITE
           END-IF.

       250-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE RTRAN-KEY TO RD-KEY.
           MOVE RTRAN-CODE TO RD-CODE.
           MOVE RTRAN-OPER-ID TO RD-OPER-ID.
           MOVE WS-RESULT TO RD-RESULT.
           WRITE RESOLVE-RPT-LINE FROM WS-RPT-DETAIL.

       800-WRITE-SUMMARY.
           MOVE SPACES TO RESOLVE-RPT-LINE.
           WRITE RESOLVE-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS READ:" TO SL-LABEL.
           MOVE WS-TRANS-READ TO SL-VALUE.
           WRITE RESOLVE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "ITEMS RESOLVED:" TO SL-LABEL.
           MOVE WS-TRANS-APPLIED TO SL-VALUE.
           WRITE RESOLVE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO SL-LABEL.
           MOVE WS-TRANS-REJECTED TO SL-VALUE.
           WRITE RESOLVE-RPT-LINE FROM WS-SUMMARY-LINE.

       850-WRITE-RUN-CONTROL.
           MOVE "RECNRSLV" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-TRANS-READ TO RUNCTL-RECORDS-READ.
           MOVE WS-TRANS-APPLIED TO RUNCTL-RECORDS-APPLIED.
           MOVE WS-TRANS-REJECTED TO RUNCTL-RECORDS-REJECTED.
           MOVE ZERO TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           IF WS-OPN-OPEN
               CLOSE OPEN-ITEM-FILE
           END-IF.
           IF WS-OPER-OPEN
               CLOSE OPERATOR-FILE
           END-IF.
           CLOSE RESOLVE-TRAN.
           CLOSE RESOLVE-RPT.
           IF WS-TRANS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
