       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-LEDGER ASSIGN TO "STOCKLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLMAP-MOVE-CODE
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PERIOD-CTL ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT JOURNAL-CTL ASSIGN TO "GLJCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCTL-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "GLJFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-RPT ASSIGN TO "GLJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-LEDGER
           RECORD CONTAINS 68 CHARACTERS.
       01 STOCK-LEDGER-RECORD.
           05 LDG-ITEM-CODE PIC 9(3).
           05 LDG-MOVE-DATE PIC 9(8).
           05 LDG-MOVE-SEQ PIC 9(9).
           05 LDG-MOVE-CODE PIC X.
               88 LDG-ISSUE VALUE 'I'.
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

       FD GLMAP-FILE.
           COPY glmaprec.

       FD PERIOD-CTL
           RECORD CONTAINS 25 CHARACTERS.
       01 PERIOD-CTL-RECORD.
           05 PERD-CLOSED-THRU PIC 9(8).
           05 PERD-UPDATED-DATE PIC 9(8).
           05 PERD-UPDATED-BY PIC X(8).
           05 PERD-LAST-ACTION PIC X(1).

      *> the journal control record - the posting stamp of the
      *> last STOCKPST run already sent to the GL. it moves only
      *> when a journal is released, so a withheld night is picked
      *> up again whole once the mapping is put right
       FD JOURNAL-CTL
           RECORD CONTAINS 29 CHARACTERS.
       01 JOURNAL-CTL-RECORD.
           05 JCTL-LAST-STAMP.
               10 JCTL-LAST-POST-DATE PIC 9(8).
               10 JCTL-LAST-POST-TIME PIC 9(8).
           05 JCTL-RUN-DATE PIC 9(8).
           05 JCTL-LINES-WRITTEN PIC 9(5).

      *> the feed the GL system loads - one debit and one credit
      *> line per journal entry. debits carry a positive amount and
      *> credits a negative one, so every feed sums to zero
       FD GL-JOURNAL
           RECORD CONTAINS 76 CHARACTERS.
       01 GL-JOURNAL-RECORD.
           05 GLJ-JOURNAL-DATE PIC 9(8).
           05 GLJ-SOURCE PIC X(8).
           05 GLJ-BATCH-DATE PIC 9(8).
           05 GLJ-LINE-NO PIC 9(5).
           05 GLJ-ACCOUNT PIC X(10).
           05 GLJ-DEBIT-CREDIT PIC X(1).
           05 GLJ-AMOUNT PIC S9(13)V99.
           05 GLJ-MOVE-CODE PIC X(1).
           05 GLJ-DESCRIPTION PIC X(20).

       FD JOURNAL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 JOURNAL-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-GLMAP-STATUS PIC XX.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-JCTL-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-LDG-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-LDG-EOF VALUE 'Y'.
       01 WS-MAP-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MAP-OPEN VALUE 'Y'.
       01 WS-MAPPED-SWITCH PIC X.
           88 WS-MAPPED VALUE 'Y'.
       01 WS-FOUND-SWITCH PIC X.
           88 WS-FOUND VALUE 'Y'.

      *> any one of these holds the whole night's journal back -
      *> a partial feed is worse than a late one
       01 WS-WITHHELD-SWITCH PIC X VALUE 'N'.
           88 WS-WITHHELD VALUE 'Y'.
       01 WS-TABLE-FULL-SWITCH PIC X VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-IMBALANCE-SWITCH PIC X VALUE 'N'.
           88 WS-IMBALANCE VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-CLOSED-THRU PIC 9(8) VALUE ZERO.
       01 WS-OPEN-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-STAMP.
           05 WS-LAST-POST-DATE PIC 9(8) VALUE ZERO.
           05 WS-LAST-POST-TIME PIC 9(8) VALUE ZERO.
       01 WS-HIGH-STAMP.
           05 WS-HIGH-POST-DATE PIC 9(8) VALUE ZERO.
           05 WS-HIGH-POST-TIME PIC 9(8) VALUE ZERO.
      *> movements selected at the high stamp - the latest STOCKPST
      *> run's. the rest were posted by earlier runs this journal
      *> had not yet picked up
       01 WS-HIGH-STAMP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PRIOR-RUN-COUNT PIC 9(7) VALUE ZERO.

       01 WS-MOVE-VALUE PIC S9(13)V99.
       01 WS-JOURNAL-DATE PIC 9(8).
       01 WS-DEBIT-ACCT PIC X(10).
       01 WS-CREDIT-ACCT PIC X(10).
       01 WS-LINE-NO PIC 9(5) VALUE ZERO.

      *> the night's movements summarised to one entry per journal
      *> date, movement code and account pair - the GL wants the
      *> totals, the item detail stays on the stock ledger
       01 WS-JRNL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-JRNL-MAX PIC 9(3) VALUE 200.
       01 WS-JRNL-TABLE.
           05 WS-JRNL-ENTRY OCCURS 200 TIMES.
               10 WS-JE-DATE PIC 9(8).
               10 WS-JE-MOVE-CODE PIC X(1).
               10 WS-JE-DEBIT-ACCT PIC X(10).
               10 WS-JE-CREDIT-ACCT PIC X(10).
               10 WS-JE-DESCRIPTION PIC X(20).
               10 WS-JE-MOVES PIC 9(7).
               10 WS-JE-AMOUNT PIC S9(13)V99.
       01 WS-IDX PIC 9(3).
       01 WS-SUB PIC 9(3).

       01 WS-COUNTERS.
           05 WS-LEDGER-READ PIC 9(7) VALUE ZERO.
           05 WS-MOVES-SELECTED PIC 9(7) VALUE ZERO.
           05 WS-MOVES-MAPPED PIC 9(7) VALUE ZERO.
           05 WS-MOVES-UNMAPPED PIC 9(7) VALUE ZERO.
       01 WS-MOVE-VALUE-TOTAL PIC S9(15)V99 VALUE ZERO.
       01 WS-TOTAL-DEBITS PIC S9(15)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS PIC S9(15)V99 VALUE ZERO.
       01 WS-JOURNAL-NET PIC S9(15)V99 VALUE ZERO.

           COPY runctl.

       01 WS-HEADING-1 PIC X(80) VALUE
           "GENERAL LEDGER INVENTORY JOURNAL".

       01 WS-HEADING-2.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "JRNL DATE".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(2) VALUE "CD".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DEBIT ACCT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "CREDIT ACCT".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "MOVES".
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "AMOUNT".
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-ENTRY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 JL-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 JL-MOVE-CODE PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 JL-DEBIT-ACCT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 JL-CREDIT-ACCT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 JL-MOVES PIC ZZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 JL-AMOUNT PIC -(13)9.99.
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-EXCEPTION-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 EL-ITEM-CODE PIC 999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-MOVE-SEQ PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-MOVE-CODE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-REASON PIC X(36).
           05 FILLER PIC X(24) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-LABEL PIC X(26).
           05 TL-VALUE PIC -(14)9.99.
           05 FILLER PIC X(35) VALUE SPACES.

       01 WS-COUNT-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 CL-LABEL PIC X(26).
           05 CL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.

       01 WS-MESSAGE-LINE PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-SELECT-MOVEMENTS UNTIL WS-LDG-EOF.
           PERFORM 300-LIST-JOURNAL.
           IF NOT WS-WITHHELD
               PERFORM 400-RELEASE-JOURNAL
           END-IF.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-LOAD-PERIOD-CONTROL.
           PERFORM 120-LOAD-JOURNAL-CONTROL.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS = "00"
               SET WS-MAP-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT GL-JOURNAL.
           OPEN OUTPUT JOURNAL-RPT.
           WRITE JOURNAL-RPT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.
           OPEN INPUT STOCK-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               SET WS-LDG-EOF TO TRUE
           ELSE
               READ STOCK-LEDGER
                   AT END SET WS-LDG-EOF TO TRUE
               END-READ
           END-IF.

      *> the journal books into the open period only. the first
      *> open day is the day after the closed-through date - no
      *> control record means nothing has ever been closed
       110-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CTL.
           IF WS-PERIOD-STATUS = "00"
               READ PERIOD-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PERD-CLOSED-THRU IS NUMERIC
                           MOVE PERD-CLOSED-THRU TO WS-CLOSED-THRU
                       END-IF
               END-READ
               CLOSE PERIOD-CTL
           END-IF.
           IF WS-CLOSED-THRU > ZERO
               COMPUTE WS-OPEN-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CLOSED-THRU) + 1)
           END-IF.

       120-LOAD-JOURNAL-CONTROL.
           OPEN INPUT JOURNAL-CTL.
           IF WS-JCTL-STATUS = "00"
               READ JOURNAL-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCTL-LAST-STAMP IS NUMERIC
                           MOVE JCTL-LAST-STAMP TO WS-LAST-STAMP
                       END-IF
               END-READ
               CLOSE JOURNAL-CTL
           END-IF.
           MOVE WS-LAST-STAMP TO WS-HIGH-STAMP.

      *> only postings stamped after the last released journal are
      *> picked up, however many STOCKPST runs that spans - a rerun
      *> or a missed night is journaled once and only once. an
      *> archive carry-forward restates movements already booked.
      *> a transfer is selected once, on its leg out, so the count
      *> still agrees with what STOCKPST applied
       200-SELECT-MOVEMENTS.
           ADD 1 TO WS-LEDGER-READ.
           IF LDG-POST-STAMP IS NUMERIC
               AND LDG-POST-STAMP > WS-LAST-STAMP
               AND NOT LDG-OPENING
               AND NOT (LDG-TRANSFER AND LDG-QUANTITY > ZERO)
               PERFORM 210-JOURNAL-MOVEMENT
           END-IF.
           READ STOCK-LEDGER
               AT END SET WS-LDG-EOF TO TRUE
           END-READ.

      *> a transfer moves stock between locations at the sending
      *> average - inventory out and inventory in for the same value
      *> - so it needs no mapping and books nothing to the GL
       210-JOURNAL-MOVEMENT.
           ADD 1 TO WS-MOVES-SELECTED.
           IF LDG-POST-STAMP > WS-HIGH-STAMP
               MOVE LDG-POST-STAMP TO WS-HIGH-STAMP
               MOVE 1 TO WS-HIGH-STAMP-COUNT
           ELSE
               IF LDG-POST-STAMP = WS-HIGH-STAMP
                   ADD 1 TO WS-HIGH-STAMP-COUNT
               END-IF
           END-IF.
           IF LDG-TRANSFER
               ADD 1 TO WS-MOVES-MAPPED
           ELSE
               PERFORM 215-MAP-AND-BOOK
           END-IF.

       215-MAP-AND-BOOK.
           MOVE 'N' TO WS-MAPPED-SWITCH.
           IF WS-MAP-OPEN
               MOVE LDG-MOVE-CODE TO GLMAP-MOVE-CODE
               READ GLMAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MAPPED TO TRUE
               END-READ
           END-IF.
           IF NOT WS-MAPPED
               ADD 1 TO WS-MOVES-UNMAPPED
               SET WS-WITHHELD TO TRUE
               MOVE "UNMAPPED MOVEMENT CODE" TO EL-REASON
               PERFORM 250-WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-MOVES-MAPPED
               PERFORM 220-SET-AMOUNT-AND-PAIR
               PERFORM 230-SET-JOURNAL-DATE
               IF WS-MOVE-VALUE NOT = ZERO
                   PERFORM 240-ACCUMULATE-ENTRY
               END-IF
           END-IF.

      *> the ledger carries issues as negative quantities, but the
      *> mapping books an issue in its own direction, so its value
      *> is turned positive. whatever is still negative after that
      *> is an adjustment writing stock off, and it books the
      *> adjustment pair the other way round
       220-SET-AMOUNT-AND-PAIR.
           COMPUTE WS-MOVE-VALUE ROUNDED =
               LDG-QUANTITY * LDG-UNIT-COST.
           IF LDG-ISSUE
               COMPUTE WS-MOVE-VALUE = ZERO - WS-MOVE-VALUE
           END-IF.
           IF WS-MOVE-VALUE < ZERO
               COMPUTE WS-MOVE-VALUE = ZERO - WS-MOVE-VALUE
               MOVE GLMAP-CREDIT-ACCT TO WS-DEBIT-ACCT
               MOVE GLMAP-DEBIT-ACCT TO WS-CREDIT-ACCT
           ELSE
               MOVE GLMAP-DEBIT-ACCT TO WS-DEBIT-ACCT
               MOVE GLMAP-CREDIT-ACCT TO WS-CREDIT-ACCT
           END-IF.
           ADD WS-MOVE-VALUE TO WS-MOVE-VALUE-TOTAL.

      *> a movement books on its own date while that is still open;
      *> one dated into a period closed since it posted books on
      *> the first open day instead
       230-SET-JOURNAL-DATE.
           IF LDG-MOVE-DATE > WS-CLOSED-THRU
               MOVE LDG-MOVE-DATE TO WS-JOURNAL-DATE
           ELSE
               MOVE WS-OPEN-FROM-DATE TO WS-JOURNAL-DATE
           END-IF.

       240-ACCUMULATE-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 245-MATCH-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-JRNL-COUNT
               OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-JRNL-COUNT < WS-JRNL-MAX
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE WS-JRNL-COUNT TO WS-SUB
                   MOVE WS-JOURNAL-DATE TO WS-JE-DATE(WS-SUB)
                   MOVE LDG-MOVE-CODE TO WS-JE-MOVE-CODE(WS-SUB)
                   MOVE WS-DEBIT-ACCT TO WS-JE-DEBIT-ACCT(WS-SUB)
                   MOVE WS-CREDIT-ACCT TO WS-JE-CREDIT-ACCT(WS-SUB)
                   MOVE GLMAP-DESCRIPTION TO WS-JE-DESCRIPTION(WS-SUB)
                   MOVE ZERO TO WS-JE-MOVES(WS-SUB)
                   MOVE ZERO TO WS-JE-AMOUNT(WS-SUB)
                   SET WS-FOUND TO TRUE
               ELSE
                   IF NOT WS-TABLE-FULL
                       SET WS-TABLE-FULL TO TRUE
                       SET WS-WITHHELD TO TRUE
                       MOVE "JOURNAL TABLE FULL" TO EL-REASON
                       PERFORM 250-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-JE-MOVES(WS-SUB)
               ADD WS-MOVE-VALUE TO WS-JE-AMOUNT(WS-SUB)
           END-IF.

       245-MATCH-ENTRY.
           IF WS-JE-DATE(WS-IDX) = WS-JOURNAL-DATE
               AND WS-JE-MOVE-CODE(WS-IDX) = LDG-MOVE-CODE
               AND WS-JE-DEBIT-ACCT(WS-IDX) = WS-DEBIT-ACCT
               AND WS-JE-CREDIT-ACCT(WS-IDX) = WS-CREDIT-ACCT
               SET WS-FOUND TO TRUE
               MOVE WS-IDX TO WS-SUB
           END-IF.

       250-WRITE-EXCEPTION-LINE.
           MOVE LDG-ITEM-CODE TO EL-ITEM-CODE.
           MOVE LDG-MOVE-SEQ TO EL-MOVE-SEQ.
           MOVE LDG-MOVE-CODE TO EL-MOVE-CODE.
           WRITE JOURNAL-RPT-LINE FROM WS-EXCEPTION-LINE.

       300-LIST-JOURNAL.
           MOVE SPACES TO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE FROM WS-HEADING-2.
           PERFORM 310-LIST-ONE-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-JRNL-COUNT.

       310-LIST-ONE-ENTRY.
           MOVE SPACES TO WS-ENTRY-LINE.
           MOVE WS-JE-DATE(WS-IDX) TO JL-DATE.
           MOVE WS-JE-MOVE-CODE(WS-IDX) TO JL-MOVE-CODE.
           MOVE WS-JE-DEBIT-ACCT(WS-IDX) TO JL-DEBIT-ACCT.
           MOVE WS-JE-CREDIT-ACCT(WS-IDX) TO JL-CREDIT-ACCT.
           MOVE WS-JE-MOVES(WS-IDX) TO JL-MOVES.
           MOVE WS-JE-AMOUNT(WS-IDX) TO JL-AMOUNT.
           WRITE JOURNAL-RPT-LINE FROM WS-ENTRY-LINE.

      *> the proof foots the lines as they are written to the GL
      *> feed - debits plus, credits minus - and holds them to zero
      *> and to the value of the movements that were mapped. a
      *> feed that fails is emptied again and the control record
      *> left where it was, the same as any other withheld journal
       400-RELEASE-JOURNAL.
           PERFORM 410-WRITE-ENTRY-LINES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-JRNL-COUNT.
           IF WS-JOURNAL-NET NOT = ZERO
               OR WS-TOTAL-DEBITS NOT = WS-MOVE-VALUE-TOTAL
               SET WS-IMBALANCE TO TRUE
               SET WS-WITHHELD TO TRUE
               PERFORM 430-EMPTY-JOURNAL
           ELSE
               IF WS-MOVES-SELECTED > ZERO
                   PERFORM 420-UPDATE-JOURNAL-CONTROL
               END-IF
           END-IF.

       410-WRITE-ENTRY-LINES.
           MOVE WS-JE-DATE(WS-IDX) TO GLJ-JOURNAL-DATE.
           MOVE "STOCKINV" TO GLJ-SOURCE.
           MOVE WS-RUN-DATE TO GLJ-BATCH-DATE.
           MOVE WS-JE-MOVE-CODE(WS-IDX) TO GLJ-MOVE-CODE.
           MOVE WS-JE-DESCRIPTION(WS-IDX) TO GLJ-DESCRIPTION.

           ADD 1 TO WS-LINE-NO.
           MOVE WS-LINE-NO TO GLJ-LINE-NO.
           MOVE WS-JE-DEBIT-ACCT(WS-IDX) TO GLJ-ACCOUNT.
           MOVE 'D' TO GLJ-DEBIT-CREDIT.
           MOVE WS-JE-AMOUNT(WS-IDX) TO GLJ-AMOUNT.
           ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS.
           ADD GLJ-AMOUNT TO WS-JOURNAL-NET.
           WRITE GL-JOURNAL-RECORD.

           ADD 1 TO WS-LINE-NO.
           MOVE WS-LINE-NO TO GLJ-LINE-NO.
           MOVE WS-JE-CREDIT-ACCT(WS-IDX) TO GLJ-ACCOUNT.
           MOVE 'C' TO GLJ-DEBIT-CREDIT.
           COMPUTE GLJ-AMOUNT = ZERO - WS-JE-AMOUNT(WS-IDX).
           ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS.
           ADD GLJ-AMOUNT TO WS-JOURNAL-NET.
           WRITE GL-JOURNAL-RECORD.

       420-UPDATE-JOURNAL-CONTROL.
           OPEN OUTPUT JOURNAL-CTL.
           MOVE WS-HIGH-STAMP TO JCTL-LAST-STAMP.
           MOVE WS-RUN-DATE TO JCTL-RUN-DATE.
           MOVE WS-LINE-NO TO JCTL-LINES-WRITTEN.
           WRITE JOURNAL-CTL-RECORD.
           CLOSE JOURNAL-CTL.

       430-EMPTY-JOURNAL.
           CLOSE GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL.
           MOVE ZERO TO WS-LINE-NO.

       800-WRITE-SUMMARY.
           MOVE SPACES TO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "MOVEMENTS SELECTED:" TO CL-LABEL.
           MOVE WS-MOVES-SELECTED TO CL-VALUE.
           WRITE JOURNAL-RPT-LINE FROM WS-COUNT-LINE.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "MOVEMENTS MAPPED:" TO CL-LABEL.
           MOVE WS-MOVES-MAPPED TO CL-VALUE.
           WRITE JOURNAL-RPT-LINE FROM WS-COUNT-LINE.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "MOVEMENTS UNMAPPED:" TO CL-LABEL.
           MOVE WS-MOVES-UNMAPPED TO CL-VALUE.
           WRITE JOURNAL-RPT-LINE FROM WS-COUNT-LINE.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "JOURNAL LINES WRITTEN:" TO CL-LABEL.
           MOVE WS-LINE-NO TO CL-VALUE.
           WRITE JOURNAL-RPT-LINE FROM WS-COUNT-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL DEBITS:" TO TL-LABEL.
           MOVE WS-TOTAL-DEBITS TO TL-VALUE.
           WRITE JOURNAL-RPT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL CREDITS:" TO TL-LABEL.
           MOVE WS-TOTAL-CREDITS TO TL-VALUE.
           WRITE JOURNAL-RPT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "MOVEMENT VALUE:" TO TL-LABEL.
           MOVE WS-MOVE-VALUE-TOTAL TO TL-VALUE.
           WRITE JOURNAL-RPT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO JOURNAL-RPT-LINE.
           WRITE JOURNAL-RPT-LINE.
           EVALUATE TRUE
               WHEN WS-MOVES-UNMAPPED > ZERO
                   MOVE "*** JOURNAL WITHHELD - UNMAPPED MOVEMENTS ***"
                       TO WS-MESSAGE-LINE
               WHEN WS-TABLE-FULL
                   MOVE "*** JOURNAL WITHHELD - TABLE FULL ***"
                       TO WS-MESSAGE-LINE
               WHEN WS-IMBALANCE
                   MOVE "*** JOURNAL WITHHELD - OUT OF BALANCE ***"
                       TO WS-MESSAGE-LINE
               WHEN OTHER
                   MOVE "JOURNAL RELEASED" TO WS-MESSAGE-LINE
           END-EVALUATE.
           WRITE JOURNAL-RPT-LINE FROM WS-MESSAGE-LINE.

      *> a released journal applies every movement it selected; a
      *> withheld one applies none. RUNBAL holds the applied count,
      *> less the GLJPRIOR count, to the movements STOCKPST applied
       850-WRITE-RUN-CONTROL.
           MOVE "GLJRNL" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-MOVES-SELECTED TO RUNCTL-RECORDS-READ.
           IF WS-WITHHELD
               MOVE ZERO TO RUNCTL-RECORDS-APPLIED
               MOVE WS-MOVES-SELECTED TO RUNCTL-RECORDS-REJECTED
               MOVE ZERO TO RUNCTL-AMOUNT-HASH
           ELSE
               MOVE WS-MOVES-SELECTED TO RUNCTL-RECORDS-APPLIED
               MOVE ZERO TO RUNCTL-RECORDS-REJECTED
               MOVE WS-TOTAL-DEBITS TO RUNCTL-AMOUNT-HASH
           END-IF.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.
           PERFORM 860-WRITE-PRIOR-CONTROL.

      *> the movements selected from earlier STOCKPST runs go on a
      *> control record of their own, so RUNBAL can hold the rest of
      *> the journal to what STOCKPST applied tonight - a catch-up
      *> after a withheld night, or a rerun, still balances
       860-WRITE-PRIOR-CONTROL.
           COMPUTE WS-PRIOR-RUN-COUNT =
               WS-MOVES-SELECTED - WS-HIGH-STAMP-COUNT.
           MOVE "GLJPRIOR" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-PRIOR-RUN-COUNT TO RUNCTL-RECORDS-READ.
           IF WS-WITHHELD
               MOVE ZERO TO RUNCTL-RECORDS-APPLIED
               MOVE WS-PRIOR-RUN-COUNT TO RUNCTL-RECORDS-REJECTED
           ELSE
               MOVE WS-PRIOR-RUN-COUNT TO RUNCTL-RECORDS-APPLIED
               MOVE ZERO TO RUNCTL-RECORDS-REJECTED
           END-IF.
           MOVE ZERO TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           CLOSE STOCK-LEDGER.
           IF WS-MAP-OPEN
               CLOSE GLMAP-FILE
           END-IF.
           CLOSE GL-JOURNAL.
           CLOSE JOURNAL-RPT.
           IF WS-WITHHELD
               MOVE 8 TO RETURN-CODE
           END-IF.
