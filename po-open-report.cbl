       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOPEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-LINE-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT PARM-FILE ASSIGN TO "POOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPEN-ORDER-RPT ASSIGN TO "POOPNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PO-FILE.
           COPY porec.

       FD VENDOR-MASTER.
           COPY vendrec.

      *> selection criteria - a blank vendor lists every vendor
       FD PARM-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01 PARM-RECORD.
           05 PRM-VENDOR-ID PIC X(6).

       FD OPEN-ORDER-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 OPEN-ORDER-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PO-STATUS PIC XX.
       01 WS-VENDOR-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-PO-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-PO-FILE-OPEN VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-SELECT-VENDOR PIC X(6) VALUE SPACES.

       01 WS-OWED-QTY PIC 9(7).
       01 WS-OWED-VALUE PIC S9(13)V99.
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-LEAD-DAYS PIC 9(3).
       01 WS-STATUS-TEXT PIC X(13).

      *> an over-received line is closed for receiving but stays on
      *> the list this many days after the receipt that overshot,
      *> long enough for purchasing to settle the excess
       01 WS-OVER-WINDOW PIC 9(3) VALUE 30.
       01 WS-OVER-AGE PIC S9(7).

       01 WS-COUNTERS.
           05 WS-LINES-READ PIC 9(7) VALUE ZERO.
           05 WS-LINES-LISTED PIC 9(7) VALUE ZERO.
           05 WS-LINES-LATE PIC 9(7) VALUE ZERO.
           05 WS-LINES-OVER PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-OWED-VALUE PIC S9(13)V99 VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER PIC X(26) VALUE
               "OPEN PURCHASE ORDERS AS OF".
           05 FILLER PIC X(1) VALUE SPACES.
           05 H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  VENDOR: ".
           05 H1-VENDOR PIC X(6).
           05 FILLER PIC X(29) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER PIC X(4) VALUE "ITEM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PO NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "VENDOR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ORDERED".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ORD QTY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "REC QTY".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "OWED/OVER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "DAYS".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STATUS".
           05 FILLER PIC X(7) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-ITEM-CODE PIC 999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PO-NUMBER PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-VENDOR-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ORDER-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ORDER-QTY PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RECEIVED-QTY PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-OWED-QTY PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AGE-DAYS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-STATUS PIC X(13).

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-LABEL PIC X(22).
           05 TL-VALUE PIC -(11)9.99.
           05 FILLER PIC X(42) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(22).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-NO-FILE-NOTE PIC X(80) VALUE
           " NO PURCHASE ORDER FILE - NOTHING ON ORDER".

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-PO-LINES UNTIL WS-EOF.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-LOAD-SELECTION-PARMS.
           OPEN INPUT VENDOR-MASTER.
           OPEN OUTPUT OPEN-ORDER-RPT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           IF WS-SELECT-VENDOR = SPACES
               MOVE "ALL" TO H1-VENDOR
           ELSE
               MOVE WS-SELECT-VENDOR TO H1-VENDOR
           END-IF.
           WRITE OPEN-ORDER-RPT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO OPEN-ORDER-RPT-LINE.
           WRITE OPEN-ORDER-RPT-LINE.
           WRITE OPEN-ORDER-RPT-LINE FROM WS-HEADING-2.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               SET WS-EOF TO TRUE
               WRITE OPEN-ORDER-RPT-LINE FROM WS-NO-FILE-NOTE
           ELSE
               SET WS-PO-FILE-OPEN TO TRUE
               READ PO-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

       110-LOAD-SELECTION-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-VENDOR-ID TO WS-SELECT-VENDOR
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *> a closed line has nothing left to chase and is left off
       200-PROCESS-PO-LINES.
           ADD 1 TO WS-LINES-READ.
           IF WS-SELECT-VENDOR = SPACES
               OR WS-SELECT-VENDOR = PO-VENDOR-ID
               EVALUATE TRUE
                   WHEN PO-OUTSTANDING
                       PERFORM 210-WRITE-PO-LINE
                   WHEN PO-OVER-RECEIVED
                       PERFORM 205-CHECK-OVER-WINDOW
                       IF WS-OVER-AGE <= WS-OVER-WINDOW
                           PERFORM 210-WRITE-PO-LINE
                       END-IF
               END-EVALUATE
           END-IF.

           READ PO-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       205-CHECK-OVER-WINDOW.
           MOVE ZERO TO WS-OVER-AGE.
           IF PO-LAST-RECEIPT-DATE IS NUMERIC
               AND PO-LAST-RECEIPT-DATE NOT = ZERO
               AND PO-LAST-RECEIPT-DATE <= WS-RUN-DATE
               COMPUTE WS-OVER-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(PO-LAST-RECEIPT-DATE)
           END-IF.

       210-WRITE-PO-LINE.
           ADD 1 TO WS-LINES-LISTED.
           PERFORM 220-AGE-PO-LINE.
           IF PO-OVER-RECEIVED
               COMPUTE WS-OWED-QTY = PO-RECEIVED-QTY - PO-ORDER-QTY
               MOVE "OVER-RECEIVED" TO WS-STATUS-TEXT
               ADD 1 TO WS-LINES-OVER
           ELSE
               COMPUTE WS-OWED-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY
               COMPUTE WS-OWED-VALUE ROUNDED =
                   WS-OWED-QTY * PO-UNIT-COST
               ADD WS-OWED-VALUE TO WS-TOTAL-OWED-VALUE
               PERFORM 230-SET-OUTSTANDING-STATUS
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PO-ITEM-CODE TO DL-ITEM-CODE.
           MOVE PO-NUMBER TO DL-PO-NUMBER.
           MOVE PO-VENDOR-ID TO DL-VENDOR-ID.
           MOVE PO-ORDER-DATE TO DL-ORDER-DATE.
           MOVE PO-ORDER-QTY TO DL-ORDER-QTY.
           MOVE PO-RECEIVED-QTY TO DL-RECEIVED-QTY.
           MOVE WS-OWED-QTY TO DL-OWED-QTY.
           MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
           MOVE WS-STATUS-TEXT TO DL-STATUS.
           WRITE OPEN-ORDER-RPT-LINE FROM WS-DETAIL-LINE.

      *> age is days since the order went out - against the run
      *> date, the same date arithmetic FXPRICE ages rates with
       220-AGE-PO-LINE.
           MOVE ZERO TO WS-AGE-DAYS.
           IF PO-ORDER-DATE IS NUMERIC
               AND PO-ORDER-DATE NOT = ZERO
               AND PO-ORDER-DATE <= WS-RUN-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(PO-ORDER-DATE)
           END-IF.

      *> a line still owed goods past the vendor's quoted lead
      *> time is late - the buyer's cue to chase it
       230-SET-OUTSTANDING-STATUS.
           MOVE 999 TO WS-LEAD-DAYS.
           MOVE PO-VENDOR-ID TO VEND-ID.
           READ VENDOR-MASTER
               NOT INVALID KEY
                   MOVE VEND-LEAD-DAYS TO WS-LEAD-DAYS
           END-READ.
           IF WS-AGE-DAYS > WS-LEAD-DAYS
               ADD 1 TO WS-LINES-LATE
               IF PO-PART-RECEIVED
                   MOVE "PART REC LATE" TO WS-STATUS-TEXT
               ELSE
                   MOVE "OPEN LATE" TO WS-STATUS-TEXT
               END-IF
           ELSE
               IF PO-PART-RECEIVED
                   MOVE "PART RECEIVED" TO WS-STATUS-TEXT
               ELSE
                   MOVE "OPEN" TO WS-STATUS-TEXT
               END-IF
           END-IF.

       800-WRITE-SUMMARY.
           MOVE SPACES TO OPEN-ORDER-RPT-LINE.
           WRITE OPEN-ORDER-RPT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "VALUE STILL OWED:" TO TL-LABEL.
           MOVE WS-TOTAL-OWED-VALUE TO TL-VALUE.
           WRITE OPEN-ORDER-RPT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "ORDER LINES READ:" TO SL-LABEL.
           MOVE WS-LINES-READ TO SL-VALUE.
           WRITE OPEN-ORDER-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "ORDER LINES LISTED:" TO SL-LABEL.
           MOVE WS-LINES-LISTED TO SL-VALUE.
           WRITE OPEN-ORDER-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "LINES PAST LEAD TIME:" TO SL-LABEL.
           MOVE WS-LINES-LATE TO SL-VALUE.
           WRITE OPEN-ORDER-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "LINES OVER-RECEIVED:" TO SL-LABEL.
           MOVE WS-LINES-OVER TO SL-VALUE.
           WRITE OPEN-ORDER-RPT-LINE FROM WS-SUMMARY-LINE.

       900-TERMINATE.
           IF WS-PO-FILE-OPEN
               CLOSE PO-FILE
           END-IF.
           CLOSE VENDOR-MASTER.
           CLOSE OPEN-ORDER-RPT.
