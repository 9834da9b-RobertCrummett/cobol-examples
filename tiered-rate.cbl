               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT TIER-FILE ASSIGN TO "TIERTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIER-KEY
               FILE STATUS IS WS-TIER-STATUS.

           SELECT COMM-FILE ASSIGN TO "COMMMTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMM-KEY
               FILE STATUS IS WS-COMM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TIERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01 TRANSACTION-RECORD.
           05 TRAN-ID PIC X(9).
           05 TRAN-AMOUNT PIC S9(9)V99.
           05 TRAN-SALES-ID PIC X(6).

       FD TIER-FILE.
           COPY tierrec.

       FD COMM-FILE.
           COPY commrec.

       FD REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC XX.
       01 WS-TIER-STATUS PIC XX.
       01 WS-COMM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-TIER-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-TIER-EOF VALUE 'Y'.

      *> tiered rate table - loaded from the tier file with the plan
      *> in force on the first of the month being sold in, so every
      *> night of a month tiers on the same plan. each tier is
      *> bounded by an upper month-to-date volume and pays its rate
      *> on the volume inside it
       01 WS-TIER-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TIER-TABLE.
           05 WS-TIER OCCURS 9 TIMES.
               10 WS-TIER-UPPER-LIMIT PIC S9(9)V99.
               10 WS-TIER-RATE PIC V999.
       01 WS-MONTH-START PIC 9(8).
       01 WS-PLAN-DATE PIC 9(8) VALUE ZERO.
       01 WS-PLAN-REASON PIC X(36) VALUE SPACES.
       01 WS-PLAN-OK-SWITCH PIC X VALUE 'N'.
           88 WS-PLAN-OK VALUE 'Y'.

       01 WS-IDX PIC 9(2).
       01 WS-TIER-NO PIC 9(2).
       01 WS-CALC-AMOUNT PIC S9(9)V99.

      *> commission on a month-to-date volume, band by band
       01 WS-COMM-VOLUME PIC S9(11)V99.
       01 WS-COMM-AMOUNT PIC S9(9)V99.
       01 WS-COMM-TIER PIC 9(2).
       01 WS-VOLUME-LEFT PIC S9(11)V99.
       01 WS-BAND-FLOOR PIC S9(9)V99.
       01 WS-BAND-WIDTH PIC S9(11)V99.
       01 WS-BAND-VOLUME PIC S9(11)V99.
       01 WS-BAND-COMMISSION PIC S9(9)V99.
       01 WS-COMM-BEFORE PIC S9(9)V99.

       01 WS-RESULT PIC X(36).
       01 WS-NEW-COMM-SWITCH PIC X.
           88 WS-NEW-COMM VALUE 'Y'.

       01 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-APPLIED PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH PIC 9(6).
           05 WS-RUN-DAY PIC 9(2).
       01 WS-AMOUNT-HASH PIC S9(13)V99 VALUE ZERO.

           COPY runctl.

       01 WS-TIER-TOTALS.
           05 WS-TIER-STATS OCCURS 9 TIMES.
               10 WS-TIER-TXN-COUNT PIC 9(7) VALUE ZERO.
               10 WS-TIER-TXN-TOTAL PIC S9(11)V99 VALUE ZERO.
               10 WS-TIER-CALC-TOTAL PIC S9(11)V99 VALUE ZERO.

       01 WS-DETAIL-HEADING.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "TRAN ID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "SALES".
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "AMOUNT".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "MTD VOLUME".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "TIER".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "COMMISSION".
           05 FILLER PIC X(17) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-TRAN-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-SALES-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AMOUNT PIC -(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-MTD-VOLUME PIC -(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TIER PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-CALC-AMOUNT PIC -(7)9.99.
           05 FILLER PIC X(17) VALUE SPACES.

       01 WS-EXCEPTION-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 EL-TRAN-ID PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-SALES-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-REASON PIC X(36).
           05 FILLER PIC X(24) VALUE SPACES.

       01 WS-SUMMARY-HEADING PIC X(80) VALUE
           "TIER  TXN COUNT      TXN TOTAL   CALCULATED TOTAL".
           05 SL-CALC-TOTAL PIC -(8)9.99.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-COUNT-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 CL-LABEL PIC X(22).
           05 CL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-PLAN-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "TIER PLAN EFFECTIVE:".
           05 PL-PLAN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-REASON PIC X(36).
           05 FILLER PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 050-INIT-TIER-TABLE.
           PERFORM 200-PROCESS-TRANSACTIONS UNTIL WS-EOF.
           PERFORM 300-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.

      *> the plan in force is the one with the latest effective
      *> date on or before the first of the run month. the file is
      *> in plan date then tier order, so one pass keeps the last
      *> qualifying plan's tiers. the tiers must run 1, 2, 3 ...
      *> with rising limits or nothing is tiered tonight
       050-INIT-TIER-TABLE.
           COMPUTE WS-MONTH-START = WS-RUN-MONTH * 100 + 1.
           OPEN INPUT TIER-FILE.
           IF WS-TIER-STATUS = "00"
               READ TIER-FILE
                   AT END SET WS-TIER-EOF TO TRUE
               END-READ
               PERFORM 060-LOAD-TIER UNTIL WS-TIER-EOF
               CLOSE TIER-FILE
           END-IF.
           PERFORM 070-CHECK-PLAN.
           MOVE WS-PLAN-DATE TO PL-PLAN-DATE.
           MOVE WS-PLAN-REASON TO PL-REASON.
           WRITE REPORT-LINE FROM WS-PLAN-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DETAIL-HEADING.

       060-LOAD-TIER.
           IF TIER-EFF-DATE <= WS-MONTH-START
               IF TIER-EFF-DATE NOT = WS-PLAN-DATE
                   MOVE TIER-EFF-DATE TO WS-PLAN-DATE
                   MOVE ZERO TO WS-TIER-COUNT
                   MOVE SPACES TO WS-PLAN-REASON
               END-IF
               IF WS-TIER-COUNT < 9
                   ADD 1 TO WS-TIER-COUNT
                   IF TIER-NO NOT = WS-TIER-COUNT
                       MOVE "TIER NUMBERS NOT CONSECUTIVE FROM 1"
                           TO WS-PLAN-REASON
                   END-IF
                   MOVE TIER-UPPER-LIMIT
                       TO WS-TIER-UPPER-LIMIT(WS-TIER-COUNT)
                   MOVE TIER-RATE TO WS-TIER-RATE(WS-TIER-COUNT)
               ELSE
                   MOVE "MORE THAN 9 TIERS" TO WS-PLAN-REASON
               END-IF
           END-IF.
           READ TIER-FILE
               AT END SET WS-TIER-EOF TO TRUE
           END-READ.

       070-CHECK-PLAN.
           IF WS-TIER-COUNT = ZERO
               MOVE "NO TIER PLAN IN FORCE" TO WS-PLAN-REASON
           END-IF.
           IF WS-PLAN-REASON = SPACES
               PERFORM 075-CHECK-LIMIT
                   VARYING WS-TIER-NO FROM 2 BY 1
                   UNTIL WS-TIER-NO > WS-TIER-COUNT
           END-IF.
           IF WS-PLAN-REASON = SPACES
               SET WS-PLAN-OK TO TRUE
           END-IF.

       075-CHECK-LIMIT.
           IF WS-TIER-UPPER-LIMIT(WS-TIER-NO)
               NOT > WS-TIER-UPPER-LIMIT(WS-TIER-NO - 1)
               MOVE "UPPER LIMITS NOT ASCENDING" TO WS-PLAN-REASON
           END-IF.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN I-O COMM-FILE.
           IF WS-COMM-STATUS = "35"
               OPEN OUTPUT COMM-FILE
               CLOSE COMM-FILE
               OPEN I-O COMM-FILE
           END-IF.
           READ TRANSACTION-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       200-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-RECORDS-READ.
           MOVE SPACES TO WS-RESULT.
           IF NOT WS-PLAN-OK
               MOVE "REJECTED - NO VALID TIER PLAN" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
               IF TRAN-AMOUNT IS NOT NUMERIC
                   MOVE "REJECTED - INVALID AMOUNT" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               IF TRAN-SALES-ID = SPACES
                   MOVE "REJECTED - NO SALESPERSON" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 220-READ-MONTH-TO-DATE
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 230-TIER-TRANSACTION
           END-IF.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-RECORDS-REJECTED
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE TRAN-ID TO EL-TRAN-ID
               MOVE TRAN-SALES-ID TO EL-SALES-ID
               MOVE WS-RESULT TO EL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
           END-IF.

           READ TRANSACTION-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      *> the month a sale counts toward is the run's month. once
      *> the month-end statement has paid a month it takes nothing
      *> more - a late sale is rejected to be keyed into the month
      *> it can still be paid in
       220-READ-MONTH-TO-DATE.
           MOVE 'N' TO WS-NEW-COMM-SWITCH.
           MOVE TRAN-SALES-ID TO COMM-SALES-ID.
           MOVE WS-RUN-MONTH TO COMM-MONTH.
           READ COMM-FILE
               INVALID KEY
                   SET WS-NEW-COMM TO TRUE
                   MOVE ZERO TO COMM-VOLUME
                   MOVE ZERO TO COMM-COMMISSION
                   MOVE ZERO TO COMM-TXN-COUNT
                   MOVE WS-PLAN-DATE TO COMM-PLAN-DATE
                   SET COMM-OPEN TO TRUE
                   MOVE ZERO TO COMM-STATEMENT-DATE
                   MOVE ZERO TO COMM-PAYABLE
           END-READ.
           IF COMM-STATEMENTED
               MOVE "REJECTED - MONTH ALREADY STATEMENTED"
                   TO WS-RESULT
           END-IF.

      *> the sale earns the commission on the salesperson's month
      *> to date after it less the commission on the month to date
      *> before it, so a sale that carries the month over a tier
      *> boundary pays each tier's rate on its own share, and the
      *> nightly figures always add up to the month's commission
       230-TIER-TRANSACTION.
           MOVE COMM-VOLUME TO WS-COMM-VOLUME.
           PERFORM 400-COMMISSION-ON-VOLUME.
           MOVE WS-COMM-AMOUNT TO WS-COMM-BEFORE.
           ADD TRAN-AMOUNT TO WS-COMM-VOLUME.
           PERFORM 400-COMMISSION-ON-VOLUME.
           COMPUTE WS-CALC-AMOUNT = WS-COMM-AMOUNT - WS-COMM-BEFORE.
           MOVE WS-COMM-TIER TO WS-TIER-NO.

           ADD TRAN-AMOUNT TO COMM-VOLUME.
           ADD WS-CALC-AMOUNT TO COMM-COMMISSION.
           ADD 1 TO COMM-TXN-COUNT.
           MOVE WS-RUN-DATE TO COMM-LAST-RUN-DATE.
           IF WS-NEW-COMM
               WRITE COMM-RECORD
                   INVALID KEY
                       MOVE "REJECTED - MTD WRITE FAILED" TO WS-RESULT
               END-WRITE
           ELSE
               REWRITE COMM-RECORD
                   INVALID KEY
                       MOVE "REJECTED - MTD REWRITE FAILED"
                           TO WS-RESULT
               END-REWRITE
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 240-COUNT-APPLIED
           END-IF.

       240-COUNT-APPLIED.
           ADD 1 TO WS-RECORDS-APPLIED.
           ADD TRAN-AMOUNT TO WS-AMOUNT-HASH.
           ADD 1 TO WS-TIER-TXN-COUNT(WS-TIER-NO).
           ADD TRAN-AMOUNT TO WS-TIER-TXN-TOTAL(WS-TIER-NO).
           ADD WS-CALC-AMOUNT TO WS-TIER-CALC-TOTAL(WS-TIER-NO).

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE TRAN-ID TO DL-TRAN-ID.
           MOVE TRAN-SALES-ID TO DL-SALES-ID.
           MOVE TRAN-AMOUNT TO DL-AMOUNT.
           MOVE COMM-VOLUME TO DL-MTD-VOLUME.
           MOVE WS-TIER-NO TO DL-TIER.
           MOVE WS-CALC-AMOUNT TO DL-CALC-AMOUNT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *> commission on WS-COMM-VOLUME into WS-COMM-AMOUNT, with the
      *> tier the volume reaches in WS-COMM-TIER. each tier pays on
      *> the volume between the limit below it and its own limit,
      *> the last tier on everything above. returns can take a
      *> month below zero - that claws back at the first tier rate
       400-COMMISSION-ON-VOLUME.
           MOVE ZERO TO WS-COMM-AMOUNT.
           MOVE ZERO TO WS-BAND-FLOOR.
           MOVE 1 TO WS-COMM-TIER.
           MOVE WS-COMM-VOLUME TO WS-VOLUME-LEFT.
           IF WS-COMM-VOLUME < ZERO
               COMPUTE WS-COMM-AMOUNT ROUNDED =
                   WS-COMM-VOLUME * WS-TIER-RATE(1)
           ELSE
               PERFORM 410-COMMISSION-IN-BAND
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TIER-COUNT
                      OR WS-VOLUME-LEFT NOT > ZERO
           END-IF.

       410-COMMISSION-IN-BAND.
           IF WS-IDX = WS-TIER-COUNT
               MOVE WS-VOLUME-LEFT TO WS-BAND-VOLUME
           ELSE
               COMPUTE WS-BAND-WIDTH =
                   WS-TIER-UPPER-LIMIT(WS-IDX) - WS-BAND-FLOOR
               IF WS-VOLUME-LEFT > WS-BAND-WIDTH
                   MOVE WS-BAND-WIDTH TO WS-BAND-VOLUME
               ELSE
                   MOVE WS-VOLUME-LEFT TO WS-BAND-VOLUME
               END-IF
           END-IF.
           COMPUTE WS-BAND-COMMISSION ROUNDED =
               WS-BAND-VOLUME * WS-TIER-RATE(WS-IDX).
           ADD WS-BAND-COMMISSION TO WS-COMM-AMOUNT.
           SUBTRACT WS-BAND-VOLUME FROM WS-VOLUME-LEFT.
           MOVE WS-IDX TO WS-COMM-TIER.
           MOVE WS-TIER-UPPER-LIMIT(WS-IDX) TO WS-BAND-FLOOR.

       300-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADING.

           PERFORM 310-WRITE-TIER-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TIER-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "TRANSACTIONS READ:" TO CL-LABEL.
           MOVE WS-RECORDS-READ TO CL-VALUE.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "TRANSACTIONS APPLIED:" TO CL-LABEL.
           MOVE WS-RECORDS-APPLIED TO CL-VALUE.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO CL-LABEL.
           MOVE WS-RECORDS-REJECTED TO CL-VALUE.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       310-WRITE-TIER-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-IDX TO SL-TIER.
           MOVE WS-TIER-TXN-COUNT(WS-IDX) TO SL-COUNT.
           MOVE WS-TIER-TXN-TOTAL(WS-IDX) TO SL-TXN-TOTAL.
           MOVE WS-TIER-CALC-TOTAL(WS-IDX) TO SL-CALC-TOTAL.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       850-WRITE-RUN-CONTROL.
           MOVE "TIERCALC" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-RECORDS-READ TO RUNCTL-RECORDS-READ.
           MOVE WS-RECORDS-APPLIED TO RUNCTL-RECORDS-APPLIED.
           MOVE WS-RECORDS-REJECTED TO RUNCTL-RECORDS-REJECTED.
           MOVE WS-AMOUNT-HASH TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           CLOSE TRANSACTION-FILE.
           CLOSE COMM-FILE.
           CLOSE REPORT-FILE.
           IF NOT WS-PLAN-OK
               MOVE 8 TO RETURN-CODE
           END-IF.
