           SELECT REORDER-FILE ASSIGN TO "REORDPTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REORD-KEY
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
       FD ITEM-MASTER.
           COPY itemrec.

      *> points are set per location - a blank location is the
      *> main warehouse
       FD REORDER-TRAN
           RECORD CONTAINS 46 CHARACTERS.
       01 REORDER-TRAN-RECORD.
           05 RTRAN-SEQ-NO PIC 9(9).
           05 RTRAN-CODE PIC X.
           05 RTRAN-ITEM-CODE PIC 9(3).
           05 RTRAN-POINT PIC X(15).
           05 RTRAN-QTY PIC X(15).
           05 RTRAN-LOCATION PIC X(3).

       FD REORDER-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-RESULT PIC X(36).
       01 WS-RUN-DATE PIC 9(8).

           COPY loctab.

       01 WS-TRAN-LOCATION PIC X(3).
       01 WS-LOC-SUB PIC 9(2).
       01 WS-LOCATION-FOUND-SWITCH PIC X.
           88 WS-LOCATION-FOUND VALUE 'Y'.

      *> reorder figures edit through CURREDIT with zero decimal
      *> places the way STOCKPST edits quantities. the point may
      *> be zero - never reorder until out - but a zero reorder
       01 WS-RPT-DETAIL.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-ITEM-CODE PIC 999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-LOCATION PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ACTION PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-RESULT PIC X(36).
           05 FILLER PIC X(23) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.

       200-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ.
           MOVE RTRAN-LOCATION TO WS-TRAN-LOCATION.
           IF WS-TRAN-LOCATION = SPACES
               MOVE LOC-DEFAULT TO WS-TRAN-LOCATION
           END-IF.
           MOVE RTRAN-ITEM-CODE TO REORD-ITEM-CODE.
           MOVE WS-TRAN-LOCATION TO REORD-LOCATION.
           EVALUATE TRUE
               WHEN RTRAN-ADD
                   PERFORM 210-ADD-REORDER-RECORD

      *> common edits for add and change - the item must be on the
      *> master so a mistyped code cannot put a phantom item on
      *> the suggestion report night after night, and the location
      *> must be one stock is actually held at
       240-EDIT-TRANSACTION.
           MOVE SPACES TO WS-RESULT.
           MOVE RTRAN-ITEM-CODE TO ITEM-CODE.
                   MOVE "REJECTED - NOT ON MASTER" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
           END-READ.
           IF WS-RESULT = SPACES
               MOVE 'N' TO WS-LOCATION-FOUND-SWITCH
               PERFORM 245-MATCH-LOCATION
                   VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > LOC-TABLE-SIZE
               IF NOT WS-LOCATION-FOUND
                   MOVE "REJECTED - INVALID LOCATION" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               CALL "CURREDIT" USING RTRAN-POINT WS-POINT-MIN
                   WS-FIGURE-MAX WS-FIGURE-SCALE WS-VALID-POINT
               END-IF
           END-IF.

       245-MATCH-LOCATION.
           IF LOC-CODE(WS-LOC-SUB) = WS-TRAN-LOCATION
               SET WS-LOCATION-FOUND TO TRUE
           END-IF.

       250-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE RTRAN-ITEM-CODE TO RD-ITEM-CODE.
           MOVE WS-TRAN-LOCATION TO RD-LOCATION.
           MOVE WS-ACTION TO RD-ACTION.
           MOVE WS-RESULT TO RD-RESULT.
           WRITE REORDER-RPT-LINE FROM WS-RPT-DETAIL.
