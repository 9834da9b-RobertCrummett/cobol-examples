       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT PAY-EXTRACT ASSIGN TO "COMMPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT STATEMENT-RPT ASSIGN TO "CSTMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the month to pay, YYYYMM. no card, or a blank one, pays
      *> the month before the run month
       FD PARM-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01 PARM-RECORD.
           05 PRM-MONTH PIC X(6).

       FD TIER-FILE.
           COPY tierrec.

       FD COMM-FILE.
           COPY commrec.

      *> one record per salesperson with commission to pay, in the
      *> layout payroll loads as a one-off earnings line
       FD PAY-EXTRACT
           RECORD CONTAINS 35 CHARACTERS.
       01 PAY-RECORD.
           05 PAY-SALES-ID PIC X(6).
           05 PAY-MONTH PIC 9(6).
           05 PAY-EARN-TYPE PIC X(4).
           05 PAY-AMOUNT PIC 9(9)V99.
           05 PAY-RUN-DATE PIC 9(8).

       FD STATEMENT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 STATEMENT-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-TIER-STATUS PIC XX.
       01 WS-COMM-STATUS PIC XX.
       01 WS-PAY-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-TIER-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-TIER-EOF VALUE 'Y'.
       01 WS-RUN-OK-SWITCH PIC X VALUE 'N'.
           88 WS-RUN-OK VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH PIC 9(6).
           05 WS-RUN-DAY PIC 9(2).
       01 WS-STMT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-STMT-MONTH-PARTS REDEFINES WS-STMT-MONTH.
           05 WS-STMT-YEAR PIC 9(4).
           05 WS-STMT-MM PIC 9(2).
       01 WS-PARM-MONTH PIC X(6) VALUE SPACES.
       01 WS-MONTH-START PIC 9(8).
       01 WS-RESULT PIC X(36) VALUE SPACES.

      *> the month is paid on the plan that was in force on its
      *> first day - the same plan TIERCALC tiered it on each night
       01 WS-TIER-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TIER-TABLE.
           05 WS-TIER OCCURS 9 TIMES.
               10 WS-TIER-UPPER-LIMIT PIC S9(9)V99.
               10 WS-TIER-RATE PIC V999.
       01 WS-PLAN-DATE PIC 9(8) VALUE ZERO.
       01 WS-PLAN-REASON PIC X(36) VALUE SPACES.

       01 WS-IDX PIC 9(2).
       01 WS-TIER-NO PIC 9(2).

       01 WS-COMM-VOLUME PIC S9(11)V99.
       01 WS-COMM-AMOUNT PIC S9(9)V99.
       01 WS-COMM-TIER PIC 9(2).
       01 WS-VOLUME-LEFT PIC S9(11)V99.
       01 WS-BAND-FLOOR PIC S9(9)V99.
       01 WS-BAND-WIDTH PIC S9(11)V99.
       01 WS-BAND-VOLUME PIC S9(11)V99.
       01 WS-BAND-COMMISSION PIC S9(9)V99.
       01 WS-BAND-TOTALS.
           05 WS-BAND-STATS OCCURS 9 TIMES.
               10 WS-BAND-TOTAL-VOLUME PIC S9(11)V99.
               10 WS-BAND-TOTAL-COMM PIC S9(9)V99.
       01 WS-ADJUSTMENT PIC S9(9)V99.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-STATEMENTS PIC 9(7) VALUE ZERO.
           05 WS-ALREADY-PAID PIC 9(7) VALUE ZERO.
           05 WS-NOTHING-PAYABLE PIC 9(7) VALUE ZERO.
           05 WS-REWRITE-FAILED PIC 9(7) VALUE ZERO.
           05 WS-EXTRACT-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-PAYABLE PIC S9(13)V99 VALUE ZERO.

           COPY runctl.

       01 WS-HEADING-1 PIC X(80) VALUE
           "MONTH-END COMMISSION STATEMENTS".

       01 WS-STMT-HEADING.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "COMMISSION STATEMENT".
           05 FILLER PIC X(12) VALUE "SALESPERSON ".
           05 SH-SALES-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "MONTH ".
           05 SH-MONTH PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PLAN ".
           05 SH-PLAN-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE SPACES.

       01 WS-BAND-HEADING.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "TIER".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "UPPER LIMIT".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "RATE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "VOLUME IN TIER".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "COMMISSION".
           05 FILLER PIC X(19) VALUE SPACES.

       01 WS-BAND-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 BL-TIER PIC 9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 BL-UPPER-LIMIT PIC Z(8)9.99.
           05 BL-NO-LIMIT REDEFINES BL-UPPER-LIMIT PIC X(12).
           05 FILLER PIC X(3) VALUE SPACES.
           05 BL-RATE PIC .999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 BL-VOLUME PIC -(10)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 BL-COMMISSION PIC -(8)9.99.
           05 FILLER PIC X(19) VALUE SPACES.

       01 WS-AMOUNT-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 AL-LABEL PIC X(20).
           05 AL-VALUE PIC -(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-NOTE PIC X(20).
           05 FILLER PIC X(21) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(26).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.

       01 WS-MONTH-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 MN-LABEL PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MN-VALUE PIC 9(6).
           05 FILLER PIC X(45) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-LABEL PIC X(26).
           05 TL-VALUE PIC -(12)9.99.
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-MESSAGE-LINE PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-VALIDATE-RUN.
           IF WS-RUN-OK
               PERFORM 300-WRITE-STATEMENTS
           END-IF.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT STATEMENT-RPT.
           OPEN OUTPUT PAY-EXTRACT.
           WRITE STATEMENT-RPT-LINE FROM WS-HEADING-1.
           PERFORM 110-LOAD-PARM.

       110-LOAD-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-MONTH TO WS-PARM-MONTH
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-PARM-MONTH = SPACES
               MOVE WS-RUN-MONTH TO WS-STMT-MONTH
               IF WS-STMT-MM = 1
                   SUBTRACT 1 FROM WS-STMT-YEAR
                   MOVE 12 TO WS-STMT-MM
               ELSE
                   SUBTRACT 1 FROM WS-STMT-MM
               END-IF
           ELSE
               IF WS-PARM-MONTH IS NUMERIC
                   MOVE WS-PARM-MONTH TO WS-STMT-MONTH
               END-IF
           END-IF.

      *> a month is paid once it has ended and only on a plan that
      *> TIERCALC would have accepted - anything else leaves every
      *> month-to-date record as it was and the extract empty
       200-VALIDATE-RUN.
           IF WS-STMT-MM < 1 OR WS-STMT-MM > 12
               MOVE "REJECTED - INVALID MONTH" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
               IF WS-STMT-MONTH NOT < WS-RUN-MONTH
                   MOVE "REJECTED - MONTH NOT YET ENDED" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 210-LOAD-PLAN
           END-IF.
           IF WS-RESULT = SPACES
               SET WS-RUN-OK TO TRUE
           END-IF.

       210-LOAD-PLAN.
           COMPUTE WS-MONTH-START = WS-STMT-MONTH * 100 + 1.
           OPEN INPUT TIER-FILE.
           IF WS-TIER-STATUS = "00"
               READ TIER-FILE
                   AT END SET WS-TIER-EOF TO TRUE
               END-READ
               PERFORM 220-LOAD-TIER UNTIL WS-TIER-EOF
               CLOSE TIER-FILE
           END-IF.
           IF WS-TIER-COUNT = ZERO
               MOVE "NO TIER PLAN IN FORCE" TO WS-PLAN-REASON
           END-IF.
           IF WS-PLAN-REASON = SPACES
               PERFORM 230-CHECK-LIMIT
                   VARYING WS-TIER-NO FROM 2 BY 1
                   UNTIL WS-TIER-NO > WS-TIER-COUNT
           END-IF.
           IF WS-PLAN-REASON NOT = SPACES
               MOVE "REJECTED - NO VALID TIER PLAN" TO WS-RESULT
               MOVE WS-PLAN-REASON TO WS-MESSAGE-LINE
               WRITE STATEMENT-RPT-LINE FROM WS-MESSAGE-LINE
           END-IF.

       220-LOAD-TIER.
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

       230-CHECK-LIMIT.
           IF WS-TIER-UPPER-LIMIT(WS-TIER-NO)
               NOT > WS-TIER-UPPER-LIMIT(WS-TIER-NO - 1)
               MOVE "UPPER LIMITS NOT ASCENDING" TO WS-PLAN-REASON
           END-IF.

       300-WRITE-STATEMENTS.
           OPEN I-O COMM-FILE.
           IF WS-COMM-STATUS = "00"
               MOVE LOW-VALUES TO COMM-KEY
               START COMM-FILE KEY >= COMM-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               IF NOT WS-EOF
                   READ COMM-FILE NEXT
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM 310-CHECK-ONE-RECORD UNTIL WS-EOF
               CLOSE COMM-FILE
           END-IF.

      *> a month already statemented is never paid twice - a rerun
      *> for the same month pays only what the first run did not
       310-CHECK-ONE-RECORD.
           IF COMM-MONTH = WS-STMT-MONTH
               IF COMM-STATEMENTED
                   ADD 1 TO WS-ALREADY-PAID
               ELSE
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 320-STATEMENT-SALESPERSON
               END-IF
           END-IF.
           READ COMM-FILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

      *> the month's commission is worked again from its total
      *> volume on the month's plan. the nightly figures add up to
      *> the same amount unless a tier of the plan was corrected
      *> during the month, and any difference is shown as an
      *> adjustment and paid - the plan as it stands governs
       320-STATEMENT-SALESPERSON.
           INITIALIZE WS-BAND-TOTALS.
           MOVE COMM-VOLUME TO WS-COMM-VOLUME.
           PERFORM 400-COMMISSION-ON-VOLUME.
           COMPUTE WS-ADJUSTMENT = WS-COMM-AMOUNT - COMM-COMMISSION.

           MOVE SPACES TO STATEMENT-RPT-LINE.
           WRITE STATEMENT-RPT-LINE.
           MOVE COMM-SALES-ID TO SH-SALES-ID.
           MOVE COMM-MONTH TO SH-MONTH.
           MOVE WS-PLAN-DATE TO SH-PLAN-DATE.
           WRITE STATEMENT-RPT-LINE FROM WS-STMT-HEADING.
           WRITE STATEMENT-RPT-LINE FROM WS-BAND-HEADING.
           PERFORM 330-WRITE-BAND-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TIER-COUNT.

           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE "MONTH VOLUME:" TO AL-LABEL.
           MOVE COMM-VOLUME TO AL-VALUE.
           WRITE STATEMENT-RPT-LINE FROM WS-AMOUNT-LINE.

           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE "ACCRUED NIGHTLY:" TO AL-LABEL.
           MOVE COMM-COMMISSION TO AL-VALUE.
           WRITE STATEMENT-RPT-LINE FROM WS-AMOUNT-LINE.

           IF WS-ADJUSTMENT NOT = ZERO
               MOVE SPACES TO WS-AMOUNT-LINE
               MOVE "ADJUSTMENT:" TO AL-LABEL
               MOVE WS-ADJUSTMENT TO AL-VALUE
               MOVE "PLAN CHANGED IN MONTH" TO AL-NOTE
               WRITE STATEMENT-RPT-LINE FROM WS-AMOUNT-LINE
           END-IF.

      *> the month is marked statemented before anything is paid -
      *> if the mark cannot be written nothing goes to payroll and
      *> the run ends RC=8, so a rerun pays it exactly once
           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE "COMMISSION PAYABLE:" TO AL-LABEL.
           MOVE WS-COMM-AMOUNT TO AL-VALUE.
           SET COMM-STATEMENTED TO TRUE.
           MOVE WS-RUN-DATE TO COMM-STATEMENT-DATE.
           MOVE WS-COMM-AMOUNT TO COMM-PAYABLE.
           REWRITE COMM-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO AL-NOTE
                   ADD 1 TO WS-REWRITE-FAILED
                   MOVE 'N' TO WS-RUN-OK-SWITCH
                   MOVE "MONTH-TO-DATE REWRITE FAILED" TO WS-RESULT
               NOT INVALID KEY
                   PERFORM 325-RELEASE-STATEMENT
           END-REWRITE.
           WRITE STATEMENT-RPT-LINE FROM WS-AMOUNT-LINE.

       325-RELEASE-STATEMENT.
           IF WS-COMM-AMOUNT > ZERO
               PERFORM 340-WRITE-PAY-EXTRACT
           ELSE
               MOVE "NOTHING PAYABLE" TO AL-NOTE
               ADD 1 TO WS-NOTHING-PAYABLE
           END-IF.
           ADD 1 TO WS-STATEMENTS.

       330-WRITE-BAND-LINE.
           MOVE SPACES TO WS-BAND-LINE.
           MOVE WS-IDX TO BL-TIER.
           IF WS-IDX = WS-TIER-COUNT
               MOVE "   NO LIMIT" TO BL-NO-LIMIT
           ELSE
               MOVE WS-TIER-UPPER-LIMIT(WS-IDX) TO BL-UPPER-LIMIT
           END-IF.
           MOVE WS-TIER-RATE(WS-IDX) TO BL-RATE.
           MOVE WS-BAND-TOTAL-VOLUME(WS-IDX) TO BL-VOLUME.
           MOVE WS-BAND-TOTAL-COMM(WS-IDX) TO BL-COMMISSION.
           WRITE STATEMENT-RPT-LINE FROM WS-BAND-LINE.

       340-WRITE-PAY-EXTRACT.
           MOVE COMM-SALES-ID TO PAY-SALES-ID.
           MOVE COMM-MONTH TO PAY-MONTH.
           MOVE "COMM" TO PAY-EARN-TYPE.
           MOVE WS-COMM-AMOUNT TO PAY-AMOUNT.
           MOVE WS-RUN-DATE TO PAY-RUN-DATE.
           WRITE PAY-RECORD.
           ADD 1 TO WS-EXTRACT-RECORDS.
           ADD WS-COMM-AMOUNT TO WS-TOTAL-PAYABLE.

      *> commission on WS-COMM-VOLUME into WS-COMM-AMOUNT, tier by
      *> tier exactly as TIERCALC works it, keeping each tier's
      *> share of the volume and commission for the statement
       400-COMMISSION-ON-VOLUME.
           MOVE ZERO TO WS-COMM-AMOUNT.
           MOVE ZERO TO WS-BAND-FLOOR.
           MOVE 1 TO WS-COMM-TIER.
           MOVE WS-COMM-VOLUME TO WS-VOLUME-LEFT.
           IF WS-COMM-VOLUME < ZERO
               COMPUTE WS-COMM-AMOUNT ROUNDED =
                   WS-COMM-VOLUME * WS-TIER-RATE(1)
               MOVE WS-COMM-VOLUME TO WS-BAND-TOTAL-VOLUME(1)
               MOVE WS-COMM-AMOUNT TO WS-BAND-TOTAL-COMM(1)
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
           MOVE WS-BAND-VOLUME TO WS-BAND-TOTAL-VOLUME(WS-IDX).
           MOVE WS-BAND-COMMISSION TO WS-BAND-TOTAL-COMM(WS-IDX).
           SUBTRACT WS-BAND-VOLUME FROM WS-VOLUME-LEFT.
           MOVE WS-IDX TO WS-COMM-TIER.
           MOVE WS-TIER-UPPER-LIMIT(WS-IDX) TO WS-BAND-FLOOR.

       800-WRITE-SUMMARY.
           MOVE SPACES TO STATEMENT-RPT-LINE.
           WRITE STATEMENT-RPT-LINE.
           IF WS-RUN-OK
               MOVE "STATEMENTS WRITTEN" TO WS-RESULT
               IF WS-STATEMENTS = ZERO
                   MOVE "NOTHING TO STATEMENT FOR THE MONTH"
                       TO WS-RESULT
               END-IF
           END-IF.
           MOVE SPACES TO WS-MESSAGE-LINE.
           MOVE WS-RESULT TO WS-MESSAGE-LINE.
           WRITE STATEMENT-RPT-LINE FROM WS-MESSAGE-LINE.

           MOVE "MONTH STATEMENTED:" TO MN-LABEL.
           MOVE WS-STMT-MONTH TO MN-VALUE.
           WRITE STATEMENT-RPT-LINE FROM WS-MONTH-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "STATEMENTS WRITTEN:" TO SL-LABEL.
           MOVE WS-STATEMENTS TO SL-VALUE.
           WRITE STATEMENT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "ALREADY STATEMENTED:" TO SL-LABEL.
           MOVE WS-ALREADY-PAID TO SL-VALUE.
           WRITE STATEMENT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "NOTHING PAYABLE:" TO SL-LABEL.
           MOVE WS-NOTHING-PAYABLE TO SL-VALUE.
           WRITE STATEMENT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "REWRITES FAILED:" TO SL-LABEL.
           MOVE WS-REWRITE-FAILED TO SL-VALUE.
           WRITE STATEMENT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "PAYROLL EXTRACT RECORDS:" TO SL-LABEL.
           MOVE WS-EXTRACT-RECORDS TO SL-VALUE.
           WRITE STATEMENT-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL COMMISSION PAYABLE:" TO TL-LABEL.
           MOVE WS-TOTAL-PAYABLE TO TL-VALUE.
           WRITE STATEMENT-RPT-LINE FROM WS-TOTAL-LINE.

      *> a refused run reads its one card and rejects it, the way
      *> the period close does. a salesperson whose month could not
      *> be marked statemented is rejected - nothing was paid
       850-WRITE-RUN-CONTROL.
           MOVE "COMMSTMT" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           IF WS-RUN-OK OR WS-REWRITE-FAILED > ZERO
               MOVE WS-RECORDS-READ TO RUNCTL-RECORDS-READ
               MOVE WS-STATEMENTS TO RUNCTL-RECORDS-APPLIED
               MOVE WS-REWRITE-FAILED TO RUNCTL-RECORDS-REJECTED
           ELSE
               MOVE 1 TO RUNCTL-RECORDS-READ
               MOVE ZERO TO RUNCTL-RECORDS-APPLIED
               MOVE 1 TO RUNCTL-RECORDS-REJECTED
           END-IF.
           MOVE WS-TOTAL-PAYABLE TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           CLOSE PAY-EXTRACT.
           CLOSE STATEMENT-RPT.
           IF NOT WS-RUN-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STATEMENTS = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
