       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BALANCE ASSIGN TO "OLDBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-BAL-STATUS.

           SELECT OLD-REORDER ASSIGN TO "OLDRORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-RORD-STATUS.

           SELECT OLD-LEDGER ASSIGN TO "OLDLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-LDG-STATUS.

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

           SELECT NEW-LEDGER ASSIGN TO "NEWLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-LDG-STATUS.

           SELECT CONVERT-RPT ASSIGN TO "CONVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the stock balance and reorder parameter records as they
      *> were unloaded from the clusters before they were redefined
      *> - one record per item, all of it held at the main warehouse
       FD OLD-BALANCE
           RECORD CONTAINS 18 CHARACTERS.
       01 OLD-BALANCE-RECORD.
           05 OBAL-ITEM-CODE PIC 9(3).
           05 OBAL-ON-HAND PIC S9(7).
           05 OBAL-LAST-MOVE-DATE PIC 9(8).

       FD OLD-REORDER
           RECORD CONTAINS 17 CHARACTERS.
       01 OLD-REORDER-RECORD.
           05 ORRD-ITEM-CODE PIC 9(3).
           05 ORRD-POINT PIC 9(7).
           05 ORRD-QTY PIC 9(7).

      *> the 35-byte ledger record written before movements carried
      *> a cost, a posting stamp or a location
       FD OLD-LEDGER
           RECORD CONTAINS 35 CHARACTERS.
       01 OLD-LEDGER-RECORD.
           05 OLDG-ITEM-CODE PIC 9(3).
           05 OLDG-MOVE-DATE PIC 9(8).
           05 OLDG-MOVE-SEQ PIC 9(9).
           05 OLDG-MOVE-CODE PIC X.
           05 OLDG-QUANTITY PIC S9(7).
           05 OLDG-NEW-ON-HAND PIC S9(7).

       FD STOCK-BAL.
           COPY stockrec.

       FD REORDER-FILE.
           COPY reordrec.

       FD NEW-LEDGER
           RECORD CONTAINS 68 CHARACTERS.
       01 NEW-LEDGER-RECORD.
           05 LDG-ITEM-CODE PIC 9(3).
           05 LDG-MOVE-DATE PIC 9(8).
           05 LDG-MOVE-SEQ PIC 9(9).
           05 LDG-MOVE-CODE PIC X.
           05 LDG-QUANTITY PIC S9(7).
           05 LDG-NEW-ON-HAND PIC S9(7).
           05 LDG-UNIT-COST PIC S9(7)V9(4).
           05 LDG-POST-STAMP.
               10 LDG-POST-DATE PIC 9(8).
               10 LDG-POST-TIME PIC 9(8).
           05 LDG-LOCATION PIC X(3).
           05 LDG-XFER-LOCATION PIC X(3).

       FD CONVERT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 CONVERT-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OLD-BAL-STATUS PIC XX.
       01 WS-OLD-RORD-STATUS PIC XX.
       01 WS-OLD-LDG-STATUS PIC XX.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-REORDER-STATUS PIC XX.
       01 WS-NEW-LDG-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.

       01 WS-RESULT PIC X(44) VALUE SPACES.

           COPY loctab.

       01 WS-COUNTERS.
           05 WS-BAL-READ PIC 9(7) VALUE ZERO.
           05 WS-BAL-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-BAL-REJECTED PIC 9(7) VALUE ZERO.
           05 WS-RORD-READ PIC 9(7) VALUE ZERO.
           05 WS-RORD-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-RORD-REJECTED PIC 9(7) VALUE ZERO.
           05 WS-LDG-READ PIC 9(7) VALUE ZERO.
           05 WS-LDG-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-LDG-REJECTED PIC 9(7) VALUE ZERO.

       01 WS-HEADING-1 PIC X(80) VALUE
           "STOCK FILE CONVERSION - BALANCES, REORDER POINTS, LEDGER".

       01 WS-REJECT-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RL-FILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-RECORD PIC X(35).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-REASON PIC X(24).
           05 FILLER PIC X(8) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(30).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(41) VALUE SPACES.

       01 WS-MESSAGE-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ML-TEXT PIC X(44).
           05 FILLER PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           IF WS-RESULT = SPACES
               PERFORM 200-CONVERT-BALANCES
               PERFORM 300-CONVERT-REORDER-POINTS
               PERFORM 400-CONVERT-LEDGER
           END-IF.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           OPEN OUTPUT CONVERT-RPT.
           WRITE CONVERT-RPT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO CONVERT-RPT-LINE.
           WRITE CONVERT-RPT-LINE.
           OPEN INPUT OLD-BALANCE.
           OPEN INPUT OLD-REORDER.
           OPEN INPUT OLD-LEDGER.
           OPEN OUTPUT STOCK-BAL.
           OPEN OUTPUT REORDER-FILE.
           OPEN OUTPUT NEW-LEDGER.
           IF WS-OLD-BAL-STATUS NOT = "00"
               OR WS-OLD-RORD-STATUS NOT = "00"
               OR WS-OLD-LDG-STATUS NOT = "00"
               MOVE "OLD FILE WILL NOT OPEN - NOTHING CONVERTED"
                   TO WS-RESULT
           END-IF.
           IF WS-STOCK-STATUS NOT = "00"
               OR WS-REORDER-STATUS NOT = "00"
               OR WS-NEW-LDG-STATUS NOT = "00"
               MOVE "NEW FILE WILL NOT OPEN - NOTHING CONVERTED"
                   TO WS-RESULT
           END-IF.

      *> every old balance goes to the main warehouse with no cost
      *> on file - the first receipt there starts its average. the
      *> unload is in item order, so the new keys stay in order
       200-CONVERT-BALANCES.
           MOVE 'N' TO WS-EOF-SWITCH.
           READ OLD-BALANCE
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 210-CONVERT-ONE-BALANCE UNTIL WS-EOF.

       210-CONVERT-ONE-BALANCE.
           ADD 1 TO WS-BAL-READ.
           IF OBAL-ITEM-CODE IS NUMERIC
               AND OBAL-ON-HAND IS NUMERIC
               AND OBAL-LAST-MOVE-DATE IS NUMERIC
               MOVE OBAL-ITEM-CODE TO STOCK-ITEM-CODE
               MOVE LOC-DEFAULT TO STOCK-LOCATION
               MOVE OBAL-ON-HAND TO STOCK-ON-HAND
               MOVE OBAL-LAST-MOVE-DATE TO STOCK-LAST-MOVE-DATE
               MOVE ZERO TO STOCK-AVG-COST
               WRITE STOCK-RECORD
                   INVALID KEY
                       MOVE "KEY OUT OF SEQUENCE" TO RL-REASON
                       PERFORM 215-REJECT-BALANCE
                   NOT INVALID KEY
                       ADD 1 TO WS-BAL-WRITTEN
               END-WRITE
           ELSE
               MOVE "NOT NUMERIC" TO RL-REASON
               PERFORM 215-REJECT-BALANCE
           END-IF.
           READ OLD-BALANCE
               AT END SET WS-EOF TO TRUE
           END-READ.

       215-REJECT-BALANCE.
           ADD 1 TO WS-BAL-REJECTED.
           MOVE "STOCKBAL" TO RL-FILE.
           MOVE OLD-BALANCE-RECORD TO RL-RECORD.
           WRITE CONVERT-RPT-LINE FROM WS-REJECT-LINE.

      *> the reorder parameters watched the one stock figure there
      *> was, so they carry over as the main warehouse's
       300-CONVERT-REORDER-POINTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           READ OLD-REORDER
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 310-CONVERT-ONE-REORDER UNTIL WS-EOF.

       310-CONVERT-ONE-REORDER.
           ADD 1 TO WS-RORD-READ.
           IF ORRD-ITEM-CODE IS NUMERIC
               AND ORRD-POINT IS NUMERIC
               AND ORRD-QTY IS NUMERIC
               MOVE ORRD-ITEM-CODE TO REORD-ITEM-CODE
               MOVE LOC-DEFAULT TO REORD-LOCATION
               MOVE ORRD-POINT TO REORD-POINT
               MOVE ORRD-QTY TO REORD-QTY
               WRITE REORDER-RECORD
                   INVALID KEY
                       MOVE "KEY OUT OF SEQUENCE" TO RL-REASON
                       PERFORM 315-REJECT-REORDER
                   NOT INVALID KEY
                       ADD 1 TO WS-RORD-WRITTEN
               END-WRITE
           ELSE
               MOVE "NOT NUMERIC" TO RL-REASON
               PERFORM 315-REJECT-REORDER
           END-IF.
           READ OLD-REORDER
               AT END SET WS-EOF TO TRUE
           END-READ.

       315-REJECT-REORDER.
           ADD 1 TO WS-RORD-REJECTED.
           MOVE "REORDPTS" TO RL-FILE.
           MOVE OLD-REORDER-RECORD TO RL-RECORD.
           WRITE CONVERT-RPT-LINE FROM WS-REJECT-LINE.

      *> an old movement keeps its place in the ledger, posted at
      *> the main warehouse with no cost. its posting stamp is zero,
      *> the same as an archive carry-forward, so GLJRNL never books
      *> a movement made before the GL feed existed
       400-CONVERT-LEDGER.
           MOVE 'N' TO WS-EOF-SWITCH.
           READ OLD-LEDGER
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 410-CONVERT-ONE-MOVEMENT UNTIL WS-EOF.

       410-CONVERT-ONE-MOVEMENT.
           ADD 1 TO WS-LDG-READ.
           IF OLDG-ITEM-CODE IS NUMERIC
               AND OLDG-MOVE-DATE IS NUMERIC
               AND OLDG-MOVE-SEQ IS NUMERIC
               AND OLDG-QUANTITY IS NUMERIC
               AND OLDG-NEW-ON-HAND IS NUMERIC
               MOVE SPACES TO NEW-LEDGER-RECORD
               MOVE OLDG-ITEM-CODE TO LDG-ITEM-CODE
               MOVE OLDG-MOVE-DATE TO LDG-MOVE-DATE
               MOVE OLDG-MOVE-SEQ TO LDG-MOVE-SEQ
               MOVE OLDG-MOVE-CODE TO LDG-MOVE-CODE
               MOVE OLDG-QUANTITY TO LDG-QUANTITY
               MOVE OLDG-NEW-ON-HAND TO LDG-NEW-ON-HAND
               MOVE ZERO TO LDG-UNIT-COST
               MOVE ZERO TO LDG-POST-DATE
               MOVE ZERO TO LDG-POST-TIME
               MOVE LOC-DEFAULT TO LDG-LOCATION
               WRITE NEW-LEDGER-RECORD
               ADD 1 TO WS-LDG-WRITTEN
           ELSE
               ADD 1 TO WS-LDG-REJECTED
               MOVE "STOCKLDG" TO RL-FILE
               MOVE OLD-LEDGER-RECORD TO RL-RECORD
               MOVE "NOT NUMERIC" TO RL-REASON
               WRITE CONVERT-RPT-LINE FROM WS-REJECT-LINE
           END-IF.
           READ OLD-LEDGER
               AT END SET WS-EOF TO TRUE
           END-READ.

       800-WRITE-SUMMARY.
           MOVE SPACES TO CONVERT-RPT-LINE.
           WRITE CONVERT-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "BALANCES READ:" TO SL-LABEL.
           MOVE WS-BAL-READ TO SL-VALUE.
           WRITE CONVERT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "BALANCES CONVERTED:" TO SL-LABEL.
           MOVE WS-BAL-WRITTEN TO SL-VALUE.
           WRITE CONVERT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "REORDER POINTS READ:" TO SL-LABEL.
           MOVE WS-RORD-READ TO SL-VALUE.
           WRITE CONVERT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "REORDER POINTS CONVERTED:" TO SL-LABEL.
           MOVE WS-RORD-WRITTEN TO SL-VALUE.
           WRITE CONVERT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "LEDGER MOVEMENTS READ:" TO SL-LABEL.
           MOVE WS-LDG-READ TO SL-VALUE.
           WRITE CONVERT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "LEDGER MOVEMENTS CONVERTED:" TO SL-LABEL.
           MOVE WS-LDG-WRITTEN TO SL-VALUE.
           WRITE CONVERT-RPT-LINE FROM WS-SUMMARY-LINE.

           IF WS-RESULT = SPACES
               AND (WS-BAL-REJECTED > ZERO
               OR WS-RORD-REJECTED > ZERO
               OR WS-LDG-REJECTED > ZERO)
               MOVE "RECORDS REJECTED - CONVERSION INCOMPLETE"
                   TO WS-RESULT
           END-IF.

           MOVE SPACES TO CONVERT-RPT-LINE.
           WRITE CONVERT-RPT-LINE.
           IF WS-RESULT NOT = SPACES
               MOVE WS-RESULT TO ML-TEXT
               WRITE CONVERT-RPT-LINE FROM WS-MESSAGE-LINE
               MOVE "*** OLD LEDGER MUST NOT BE REPLACED ***"
                   TO ML-TEXT
           ELSE
               MOVE "CONVERSION COMPLETE" TO ML-TEXT
           END-IF.
           WRITE CONVERT-RPT-LINE FROM WS-MESSAGE-LINE.

      *> RC=8 keeps the step that swaps the new ledger in from
      *> running - the old ledger and the cluster unloads stay put
       900-TERMINATE.
           CLOSE OLD-BALANCE.
           CLOSE OLD-REORDER.
           CLOSE OLD-LEDGER.
           CLOSE STOCK-BAL.
           CLOSE REORDER-FILE.
           CLOSE NEW-LEDGER.
           CLOSE CONVERT-RPT.
           IF WS-RESULT NOT = SPACES
               MOVE 8 TO RETURN-CODE
           END-IF.
