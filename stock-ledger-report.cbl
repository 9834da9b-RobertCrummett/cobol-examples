       DATA DIVISION.
       FILE SECTION.
       FD STOCK-LEDGER
           RECORD CONTAINS 68 CHARACTERS.
       01 STOCK-LEDGER-RECORD.
           05 LDG-ITEM-CODE PIC 9(3).
           05 LDG-MOVE-DATE PIC 9(8).
               88 LDG-RECEIPT VALUE 'R'.
               88 LDG-ISSUE VALUE 'I'.
               88 LDG-ADJUSTMENT VALUE 'J'.
               88 LDG-OPENING VALUE 'O'.
               88 LDG-TRANSFER VALUE 'T'.
           05 LDG-QUANTITY PIC S9(7).
           05 LDG-NEW-ON-HAND PIC S9(7).
           05 LDG-UNIT-COST PIC S9(7)V9(4).
           05 LDG-POST-STAMP.
               10 LDG-POST-DATE PIC 9(8).
               10 LDG-POST-TIME PIC 9(8).
           05 LDG-LOCATION PIC X(3).
           05 LDG-XFER-LOCATION PIC X(3).

      *> selection criteria - the item is required, a blank date
      *> means no bound on that side. the high date is also the
      *> as-of date the closing balance is reconstructed for. a blank
      *> location reports the item across every location, where the
      *> two legs of a transfer cancel out
       FD PARM-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01 PARM-RECORD.
           05 PRM-ITEM-CODE PIC X(3).
           05 PRM-DATE-LOW PIC X(8).
           05 PRM-DATE-HIGH PIC X(8).
           05 PRM-LOCATION PIC X(3).

       FD LEDGER-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-SELECT-ITEM PIC 9(3).
       01 WS-SELECT-DATE-LOW PIC 9(8) VALUE ZERO.
       01 WS-SELECT-DATE-HIGH PIC 9(8) VALUE 99999999.
       01 WS-SELECT-LOCATION PIC X(3) VALUE SPACES.

           COPY loctab.

      *> ledger records written before stock was kept by location
      *> carry no location - they were all main warehouse movements
       01 WS-LDG-LOCATION PIC X(3).
       01 WS-WANTED-SWITCH PIC X.
           88 WS-WANTED VALUE 'Y'.

       01 WS-ACTION PIC X(8).
       01 WS-ARCHIVE-CUT-SWITCH PIC X VALUE 'N'.
           88 WS-ARCHIVE-CUT VALUE 'Y'.
       01 WS-OPENING-DATE PIC 9(8) VALUE ZERO.
       01 WS-BROUGHT-FORWARD PIC S9(9) VALUE ZERO.
       01 WS-RUNNING-BALANCE PIC S9(9) VALUE ZERO.

           05 IH-DATE-LOW PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 IH-DATE-HIGH PIC 9(8).
           05 FILLER PIC X(11) VALUE "  LOCATION ".
           05 IH-LOCATION PIC X(3).
           05 FILLER PIC X(29) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "QUANTITY".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ON HAND".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "UNIT COST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "LOC".
           05 FILLER PIC X(7) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-QUANTITY PIC -(7)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-ON-HAND PIC -(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-UNIT-COST PIC -(6)9.9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-LOCATION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-XFER-NOTE PIC X(6).

       01 WS-BALANCE-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
       01 WS-BAD-PARM-NOTE PIC X(80) VALUE
           " ITEM CODE MISSING OR NOT NUMERIC - NOTHING REPORTED".

       01 WS-ARCHIVE-NOTE.
           05 FILLER PIC X(33) VALUE
               " MOVEMENTS DATED ON OR BEFORE".
           05 AN-OPENING-DATE PIC 9(8).
           05 FILLER PIC X(39) VALUE
               " ARE ARCHIVED - HELD AS AN OPENING".

       01 WS-BEFORE-CUT-NOTE PIC X(80) VALUE
           " END DATE PRECEDES THE ARCHIVE CUT - BALANCE INCOMPLETE".

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
               MOVE WS-SELECT-ITEM TO IH-ITEM-CODE
               MOVE WS-SELECT-DATE-LOW TO IH-DATE-LOW
               MOVE WS-SELECT-DATE-HIGH TO IH-DATE-HIGH
               IF WS-SELECT-LOCATION = SPACES
                   MOVE "ALL" TO IH-LOCATION
               ELSE
                   MOVE WS-SELECT-LOCATION TO IH-LOCATION
               END-IF
               WRITE LEDGER-RPT-LINE FROM WS-ITEM-HEADING
               MOVE SPACES TO LEDGER-RPT-LINE
               WRITE LEDGER-RPT-LINE
                       IF PRM-DATE-HIGH NOT = SPACES
                           MOVE PRM-DATE-HIGH TO WS-SELECT-DATE-HIGH
                       END-IF
                       MOVE PRM-LOCATION TO WS-SELECT-LOCATION
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *> toward the reconstructed balance - the ones before the
      *> window roll into the brought-forward figure, the ones in
      *> the window are listed with a running balance
      *> an opening record is the carry-forward HISTARCH leaves
      *> when it archives the item's older movements. it counts
      *> like any movement, but a window reaching back to it can
      *> no longer show the detail behind it, so the report says so
       200-PROCESS-LEDGER.
           ADD 1 TO WS-RECORDS-READ.
           MOVE LDG-LOCATION TO WS-LDG-LOCATION.
           IF WS-LDG-LOCATION = SPACES
               MOVE LOC-DEFAULT TO WS-LDG-LOCATION
           END-IF.
           MOVE 'N' TO WS-WANTED-SWITCH.
           IF LDG-ITEM-CODE = WS-SELECT-ITEM
               IF WS-SELECT-LOCATION = SPACES
                   OR WS-LDG-LOCATION = WS-SELECT-LOCATION
                   SET WS-WANTED TO TRUE
               END-IF
           END-IF.
           IF WS-WANTED
               AND LDG-OPENING
               AND LDG-MOVE-DATE >= WS-SELECT-DATE-LOW
               AND LDG-MOVE-DATE > WS-OPENING-DATE
               SET WS-ARCHIVE-CUT TO TRUE
               MOVE LDG-MOVE-DATE TO WS-OPENING-DATE
           END-IF.
           IF WS-WANTED
               AND LDG-MOVE-DATE <= WS-SELECT-DATE-HIGH
               IF LDG-MOVE-DATE < WS-SELECT-DATE-LOW
                   ADD LDG-QUANTITY TO WS-BROUGHT-FORWARD
                   MOVE "ISSUE" TO WS-ACTION
               WHEN LDG-ADJUSTMENT
                   MOVE "ADJUST" TO WS-ACTION
               WHEN LDG-OPENING
                   MOVE "OPENING" TO WS-ACTION
               WHEN LDG-TRANSFER
                   MOVE "TRANSFER" TO WS-ACTION
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ACTION
           END-EVALUATE.
           MOVE WS-ACTION TO DL-ACTION.
           MOVE LDG-QUANTITY TO DL-QUANTITY.
           MOVE LDG-NEW-ON-HAND TO DL-ON-HAND.
           MOVE LDG-UNIT-COST TO DL-UNIT-COST.
           MOVE WS-LDG-LOCATION TO DL-LOCATION.
           IF LDG-TRANSFER
               IF LDG-QUANTITY < ZERO
                   STRING "TO " LDG-XFER-LOCATION DELIMITED BY SIZE
                       INTO DL-XFER-NOTE
               ELSE
                   STRING "FR " LDG-XFER-LOCATION DELIMITED BY SIZE
                       INTO DL-XFER-NOTE
               END-IF
           END-IF.
           WRITE LEDGER-RPT-LINE FROM WS-DETAIL-LINE.

       800-WRITE-BALANCES.
           MOVE SPACES TO LEDGER-RPT-LINE.
           WRITE LEDGER-RPT-LINE.

           IF WS-ARCHIVE-CUT
               MOVE WS-OPENING-DATE TO AN-OPENING-DATE
               WRITE LEDGER-RPT-LINE FROM WS-ARCHIVE-NOTE
               IF WS-OPENING-DATE > WS-SELECT-DATE-HIGH
                   WRITE LEDGER-RPT-LINE FROM WS-BEFORE-CUT-NOTE
               END-IF
               MOVE SPACES TO LEDGER-RPT-LINE
               WRITE LEDGER-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-BALANCE-LINE.
           MOVE "BALANCE BROUGHT FORWARD:" TO BL-LABEL.
           MOVE WS-BROUGHT-FORWARD TO BL-VALUE.
