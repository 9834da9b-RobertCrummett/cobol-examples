       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIERMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIER-FILE ASSIGN TO "TIERTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-KEY
               FILE STATUS IS WS-TIER-STATUS.

           SELECT TIER-TRAN ASSIGN TO "TIERTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT TIER-RPT ASSIGN TO "TIERMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TIER-FILE.
           COPY tierrec.

      *> an add or change carries the tier's upper limit and rate.
      *> a delete needs only the plan date and tier number
       FD TIER-TRAN
           RECORD CONTAINS 34 CHARACTERS.
       01 TIER-TRAN-RECORD.
           05 TTRAN-SEQ-NO PIC 9(9).
           05 TTRAN-CODE PIC X.
               88 TTRAN-ADD VALUE 'A'.
               88 TTRAN-CHANGE VALUE 'C'.
               88 TTRAN-DELETE VALUE 'D'.
           05 TTRAN-EFF-DATE PIC X(8).
           05 TTRAN-EFF-DATE-PARTS REDEFINES TTRAN-EFF-DATE.
               10 TTRAN-EFF-YEAR PIC 9(4).
               10 TTRAN-EFF-MONTH PIC 9(2).
               10 TTRAN-EFF-DAY PIC 9(2).
           05 TTRAN-TIER-NO PIC X(2).
           05 TTRAN-TIER-NUM REDEFINES TTRAN-TIER-NO PIC 9(2).
           05 TTRAN-UPPER-LIMIT PIC 9(9)V99.
           05 TTRAN-RATE PIC V999.

       FD TIER-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 TIER-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TIER-STATUS PIC XX.
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
           05 WS-PLANS-CHECKED PIC 9(7) VALUE ZERO.
           05 WS-PLANS-IN-ERROR PIC 9(7) VALUE ZERO.

      *> the plan check walks the whole file after the updates and
      *> holds one plan at a time - the tiers of a plan must run
      *> 1, 2, 3 ... with every upper limit above the one before
       01 WS-CHECK-PLAN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHECK-TIER-NO PIC 9(2).
       01 WS-CHECK-LIMIT PIC S9(9)V99.
       01 WS-CHECK-REASON PIC X(36).

           COPY runctl.

       01 WS-RPT-DETAIL.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-EFF-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-TIER-NO PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-UPPER-LIMIT PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RATE PIC .999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ACTION PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RESULT PIC X(36).

       01 WS-PLAN-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PLAN ".
           05 PL-EFF-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 PL-REASON PIC X(36).
           05 FILLER PIC X(27) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(22).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-PROCESS-TRANSACTIONS UNTIL WS-EOF.
           PERFORM 700-CHECK-PLANS.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O TIER-FILE.
           IF WS-TIER-STATUS = "35"
               OPEN OUTPUT TIER-FILE
               CLOSE TIER-FILE
               OPEN I-O TIER-FILE
           END-IF.
           OPEN INPUT TIER-TRAN.
           OPEN OUTPUT TIER-RPT.
           READ TIER-TRAN
               AT END SET WS-EOF TO TRUE
           END-READ.

       200-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-RESULT.
           EVALUATE TRUE
               WHEN TTRAN-ADD
                   PERFORM 210-ADD-TIER
               WHEN TTRAN-CHANGE
                   PERFORM 220-CHANGE-TIER
               WHEN TTRAN-DELETE
                   PERFORM 230-DELETE-TIER
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ACTION
                   MOVE "REJECTED - INVALID TRANSACTION CODE"
                       TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM 250-WRITE-REPORT-LINE
           END-EVALUATE.

           READ TIER-TRAN
               AT END SET WS-EOF TO TRUE
           END-READ.

       210-ADD-TIER.
           MOVE "ADD" TO WS-ACTION.
           PERFORM 240-EDIT-KEY.
           IF WS-RESULT = SPACES
               PERFORM 242-EDIT-TIER-VALUES
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 245-BUILD-TIER
               WRITE TIER-RECORD
                   INVALID KEY
                       MOVE "REJECTED - DUPLICATE KEY" TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       MOVE "APPLIED" TO WS-RESULT
                       ADD 1 TO WS-TRANS-APPLIED
               END-WRITE
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.

       220-CHANGE-TIER.
           MOVE "CHANGE" TO WS-ACTION.
           PERFORM 240-EDIT-KEY.
           IF WS-RESULT = SPACES
               PERFORM 242-EDIT-TIER-VALUES
           END-IF.
           IF WS-RESULT = SPACES
               READ TIER-FILE
                   INVALID KEY
                       MOVE "REJECTED - NOT ON FILE" TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       PERFORM 245-BUILD-TIER
                       REWRITE TIER-RECORD
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

       230-DELETE-TIER.
           MOVE "DELETE" TO WS-ACTION.
           PERFORM 240-EDIT-KEY.
           IF WS-RESULT = SPACES
               READ TIER-FILE
                   INVALID KEY
                       MOVE "REJECTED - NOT ON FILE" TO WS-RESULT
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       DELETE TIER-FILE
                           INVALID KEY
                               MOVE "REJECTED - DELETE FAILED"
                                   TO WS-RESULT
                               ADD 1 TO WS-TRANS-REJECTED
                           NOT INVALID KEY
                               MOVE "APPLIED" TO WS-RESULT
                               ADD 1 TO WS-TRANS-APPLIED
                       END-DELETE
               END-READ
           END-IF.
           PERFORM 250-WRITE-REPORT-LINE.

      *> a plan takes effect on the first of a month - TIERCALC
      *> tiers a whole month on the plan in force on its first day,
      *> so a mid-month date would never be looked at. tiers run
      *> 1 to 9
       240-EDIT-KEY.
           IF TTRAN-EFF-DATE IS NOT NUMERIC
               MOVE "REJECTED - INVALID EFFECTIVE DATE" TO WS-RESULT
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.
           IF WS-RESULT = SPACES
               IF TTRAN-EFF-MONTH < 1 OR TTRAN-EFF-MONTH > 12
                   OR TTRAN-EFF-YEAR < 1900
                   MOVE "REJECTED - INVALID EFFECTIVE DATE"
                       TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               IF TTRAN-EFF-DAY NOT = 1
                   MOVE "REJECTED - PLAN MUST START ON THE 1ST"
                       TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               IF TTRAN-TIER-NO IS NOT NUMERIC
                   OR TTRAN-TIER-NUM < 1 OR TTRAN-TIER-NUM > 9
                   MOVE "REJECTED - TIER NUMBER NOT 1-9" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               MOVE TTRAN-EFF-DATE TO TIER-EFF-DATE
               MOVE TTRAN-TIER-NUM TO TIER-NO
           END-IF.

       242-EDIT-TIER-VALUES.
           IF TTRAN-UPPER-LIMIT IS NOT NUMERIC
               OR TTRAN-UPPER-LIMIT = ZERO
               MOVE "REJECTED - INVALID UPPER LIMIT" TO WS-RESULT
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.
           IF WS-RESULT = SPACES
               IF TTRAN-RATE IS NOT NUMERIC
                   MOVE "REJECTED - INVALID RATE" TO WS-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF.

       245-BUILD-TIER.
           MOVE TTRAN-EFF-DATE TO TIER-EFF-DATE.
           MOVE TTRAN-TIER-NUM TO TIER-NO.
           MOVE TTRAN-UPPER-LIMIT TO TIER-UPPER-LIMIT.
           MOVE TTRAN-RATE TO TIER-RATE.
           MOVE WS-RUN-DATE TO TIER-UPDATED-DATE.

       250-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE TTRAN-EFF-DATE TO RD-EFF-DATE.
           MOVE TTRAN-TIER-NO TO RD-TIER-NO.
           IF TTRAN-UPPER-LIMIT IS NUMERIC
               MOVE TTRAN-UPPER-LIMIT TO RD-UPPER-LIMIT
           END-IF.
           IF TTRAN-RATE IS NUMERIC
               MOVE TTRAN-RATE TO RD-RATE
           END-IF.
           MOVE WS-ACTION TO RD-ACTION.
           MOVE WS-RESULT TO RD-RESULT.
           WRITE TIER-RPT-LINE FROM WS-RPT-DETAIL.

      *> tiers are maintained one at a time, so a plan is only
      *> whole once the night's updates are all in. every plan on
      *> file is checked here and any that TIERCALC would refuse
      *> is listed - the run ends 4 so the gap is seen before the
      *> plan's month arrives
       700-CHECK-PLANS.
           MOVE SPACES TO TIER-RPT-LINE.
           WRITE TIER-RPT-LINE.
           MOVE ZERO TO TIER-EFF-DATE.
           MOVE ZERO TO TIER-NO.
           MOVE 'N' TO WS-EOF-SWITCH.
           START TIER-FILE KEY >= TIER-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF NOT WS-EOF
               READ TIER-FILE NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 710-CHECK-ONE-TIER UNTIL WS-EOF.
           PERFORM 720-END-PLAN.

       710-CHECK-ONE-TIER.
           IF TIER-EFF-DATE NOT = WS-CHECK-PLAN-DATE
               PERFORM 720-END-PLAN
               MOVE TIER-EFF-DATE TO WS-CHECK-PLAN-DATE
               MOVE ZERO TO WS-CHECK-TIER-NO
               MOVE ZERO TO WS-CHECK-LIMIT
               MOVE SPACES TO WS-CHECK-REASON
               ADD 1 TO WS-PLANS-CHECKED
           END-IF.
           ADD 1 TO WS-CHECK-TIER-NO.
           IF WS-CHECK-REASON = SPACES
               IF TIER-NO NOT = WS-CHECK-TIER-NO
                   MOVE "TIER NUMBERS NOT CONSECUTIVE FROM 1"
                       TO WS-CHECK-REASON
               ELSE
                   IF TIER-UPPER-LIMIT NOT > WS-CHECK-LIMIT
                       MOVE "UPPER LIMITS NOT ASCENDING"
                           TO WS-CHECK-REASON
                   END-IF
               END-IF
           END-IF.
           MOVE TIER-UPPER-LIMIT TO WS-CHECK-LIMIT.
           READ TIER-FILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       720-END-PLAN.
           IF WS-CHECK-PLAN-DATE NOT = ZERO
               AND WS-CHECK-REASON NOT = SPACES
               ADD 1 TO WS-PLANS-IN-ERROR
               MOVE WS-CHECK-PLAN-DATE TO PL-EFF-DATE
               MOVE WS-CHECK-REASON TO PL-REASON
               WRITE TIER-RPT-LINE FROM WS-PLAN-LINE
           END-IF.

       800-WRITE-SUMMARY.
           MOVE SPACES TO TIER-RPT-LINE.
           WRITE TIER-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS READ:" TO SL-LABEL.
           MOVE WS-TRANS-READ TO SL-VALUE.
           WRITE TIER-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS APPLIED:" TO SL-LABEL.
           MOVE WS-TRANS-APPLIED TO SL-VALUE.
           WRITE TIER-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TRANSACTIONS REJECTED:" TO SL-LABEL.
           MOVE WS-TRANS-REJECTED TO SL-VALUE.
           WRITE TIER-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "PLANS ON FILE:" TO SL-LABEL.
           MOVE WS-PLANS-CHECKED TO SL-VALUE.
           WRITE TIER-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "PLANS IN ERROR:" TO SL-LABEL.
           MOVE WS-PLANS-IN-ERROR TO SL-VALUE.
           WRITE TIER-RPT-LINE FROM WS-SUMMARY-LINE.

       850-WRITE-RUN-CONTROL.
           MOVE "TIERMNT" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-TRANS-READ TO RUNCTL-RECORDS-READ.
           MOVE WS-TRANS-APPLIED TO RUNCTL-RECORDS-APPLIED.
           MOVE WS-TRANS-REJECTED TO RUNCTL-RECORDS-REJECTED.
           MOVE ZERO TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           CLOSE TIER-FILE.
           CLOSE TIER-TRAN.
           CLOSE TIER-RPT.
           IF WS-PLANS-IN-ERROR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
