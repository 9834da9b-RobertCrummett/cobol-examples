               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "RECNOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the currency code is new on the totals records - spaces
           RECORD CONTAINS 80 CHARACTERS.
       01 EXCEPTION-LINE PIC X(80).

      *> every break is carried night to night on the open-items
      *> file so its age shows and an explained break can be
      *> signed off
       FD OPEN-ITEM-FILE.
           COPY reconopn.

       WORKING-STORAGE SECTION.
       01 WS-FILE-A-STATUS PIC XX.
       01 WS-FILE-B-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-OPEN-STATUS PIC XX.
       01 WS-OPEN-FILE-SWITCH PIC X VALUE 'N'.
           88 WS-OPEN-FILE-OK VALUE 'Y'.
       01 WS-OPEN-EOF-SWITCH PIC X.
           88 WS-OPEN-EOF VALUE 'Y'.

       01 WS-EOF-A-SWITCH PIC X VALUE 'N'.
           88 WS-EOF-A VALUE 'Y'.
           05 WS-KEYS-MATCHED PIC 9(7) VALUE ZERO.
           05 WS-KEYS-EXCEPTION PIC 9(7) VALUE ZERO.

      *> open-item aging. an item first seen tonight is one day
      *> old; anything past the alert age is pushed to the morning
      *> digest. a closed item is kept for the retention period so
      *> a recurring break can be traced, then purged
       01 WS-OPEN-KEY PIC X(9).
       01 WS-OPEN-AMOUNT-A PIC S9(9)V9(4).
       01 WS-OPEN-AMOUNT-B PIC S9(9)V9(4).
       01 WS-RUN-DAY PIC 9(7).
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-AGE-ALERT-DAYS PIC 9(3) VALUE 5.
       01 WS-CLOSED-RETAIN-DAYS PIC 9(3) VALUE 90.

       01 WS-OPEN-COUNTERS.
           05 WS-ITEMS-OPENED PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-REOPENED PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-CLOSED PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-PURGED PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-RESOLVED PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-OPEN PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-AGED PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-FAILED PIC 9(7) VALUE ZERO.
           05 WS-AGE-1 PIC 9(7) VALUE ZERO.
           05 WS-AGE-2-5 PIC 9(7) VALUE ZERO.
           05 WS-AGE-6-30 PIC 9(7) VALUE ZERO.
           05 WS-AGE-OVER-30 PIC 9(7) VALUE ZERO.

           COPY runctl.

       01 WS-EXCEPTION-DETAIL.
           05 ED-RATE PIC ZZ9.9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-REASON PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-DAYS-OPEN PIC ZZZ9.

       01 WS-AGED-COLUMNS.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "KEY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "FIRST SEEN".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "DAYS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "REASON".
           05 FILLER PIC X(44) VALUE SPACES.

       01 WS-AGED-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 AL-KEY PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-FIRST-SEEN PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 AL-DAYS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-REASON PIC X(24).
           05 FILLER PIC X(26) VALUE SPACES.

       01 WS-MESSAGE-LINE PIC X(80).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(26).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-RECONCILE-RECORDS
               UNTIL WS-EOF-A AND WS-EOF-B.
           IF WS-OPEN-FILE-OK
               PERFORM 400-SWEEP-OPEN-ITEMS
           END-IF.
           PERFORM 800-WRITE-AGING.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.
           OPEN INPUT TOTALS-FILE-A.
           OPEN INPUT TOTALS-FILE-B.
           OPEN OUTPUT EXCEPTION-RPT.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.
           IF WS-OPEN-STATUS = "00"
               SET WS-OPEN-FILE-OK TO TRUE
           END-IF.
           PERFORM 110-READ-FILE-A.
           PERFORM 120-READ-FILE-B.

           MOVE WS-VALID-AMOUNT-A TO ED-AMOUNT-A.
           MOVE WS-VALID-AMOUNT-B TO ED-AMOUNT-B.
           MOVE WS-RATE-DISPLAY TO ED-RATE.
           MOVE KEY-A TO WS-OPEN-KEY.
           MOVE WS-VALID-AMOUNT-A TO WS-OPEN-AMOUNT-A.
           MOVE WS-VALID-AMOUNT-B TO WS-OPEN-AMOUNT-B.
           PERFORM 250-RECORD-OPEN-ITEM.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.

       220-REPORT-A-ONLY.
           ELSE
               MOVE "NOT ON FILE B" TO ED-REASON
           END-IF.
           MOVE KEY-A TO WS-OPEN-KEY.
           MOVE WS-VALID-AMOUNT-A TO WS-OPEN-AMOUNT-A.
           MOVE ZERO TO WS-OPEN-AMOUNT-B.
           PERFORM 250-RECORD-OPEN-ITEM.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.

       230-REPORT-B-ONLY.
           ELSE
               MOVE "NOT ON FILE A" TO ED-REASON
           END-IF.
           MOVE KEY-B TO WS-OPEN-KEY.
           MOVE ZERO TO WS-OPEN-AMOUNT-A.
           MOVE WS-VALID-AMOUNT-B TO WS-OPEN-AMOUNT-B.
           PERFORM 250-RECORD-OPEN-ITEM.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.

      *> carry tonight's break onto the open-items file. a key
      *> that agreed since it last broke, or an explained break
      *> that now breaks for a different reason, starts a fresh
      *> item aged from tonight
       250-RECORD-OPEN-ITEM.
           MOVE ZERO TO ED-DAYS-OPEN.
           IF WS-OPEN-FILE-OK
               MOVE WS-OPEN-KEY TO OPN-KEY
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       PERFORM 255-START-OPEN-ITEM
                       PERFORM 256-FILL-OPEN-ITEM
                       WRITE OPEN-ITEM-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ITEMS-FAILED
                           NOT INVALID KEY
                               ADD 1 TO WS-ITEMS-OPENED
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 260-UPDATE-OPEN-ITEM
               END-READ
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY
                   - FUNCTION INTEGER-OF-DATE(OPN-FIRST-SEEN) + 1
               MOVE WS-AGE-DAYS TO ED-DAYS-OPEN
           END-IF.

       255-START-OPEN-ITEM.
           MOVE WS-OPEN-KEY TO OPN-KEY.
           MOVE WS-RUN-DATE TO OPN-FIRST-SEEN.
           MOVE ZERO TO OPN-NIGHTS-SEEN.
           SET OPN-OPEN TO TRUE.
           MOVE ZERO TO OPN-CLOSED-DATE.
           MOVE ZERO TO OPN-RESOLVED-DATE.
           MOVE SPACES TO OPN-RESOLVED-BY.
           MOVE SPACES TO OPN-RESOLUTION-CODE.
           MOVE SPACES TO OPN-RESOLUTION-NOTE.

      *> a rerun of the same night does not count the night twice
       256-FILL-OPEN-ITEM.
           IF OPN-LAST-SEEN NOT = WS-RUN-DATE
               OR OPN-NIGHTS-SEEN = ZERO
               ADD 1 TO OPN-NIGHTS-SEEN
           END-IF.
           MOVE WS-RUN-DATE TO OPN-LAST-SEEN.
           MOVE ED-REASON TO OPN-REASON.
           MOVE WS-OPEN-AMOUNT-A TO OPN-AMOUNT-A.
           MOVE WS-OPEN-AMOUNT-B TO OPN-AMOUNT-B.

       260-UPDATE-OPEN-ITEM.
           IF OPN-CLOSED
               OR (OPN-RESOLVED AND OPN-REASON NOT = ED-REASON)
               PERFORM 255-START-OPEN-ITEM
               ADD 1 TO WS-ITEMS-REOPENED
           END-IF.
           PERFORM 256-FILL-OPEN-ITEM.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-ITEMS-FAILED
           END-REWRITE.

      *> after the merge every item not broken tonight has agreed
      *> and is closed; what is still open is aged into buckets
       400-SWEEP-OPEN-ITEMS.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE "OPEN ITEMS OLDER THAN 5 DAYS" TO WS-MESSAGE-LINE.
           WRITE EXCEPTION-LINE FROM WS-MESSAGE-LINE.
           WRITE EXCEPTION-LINE FROM WS-AGED-COLUMNS.
           MOVE 'N' TO WS-OPEN-EOF-SWITCH.
           MOVE LOW-VALUES TO OPN-KEY.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OPN-KEY
               INVALID KEY SET WS-OPEN-EOF TO TRUE
           END-START.
           IF NOT WS-OPEN-EOF
               PERFORM 490-READ-NEXT-ITEM
           END-IF.
           PERFORM 410-SWEEP-ONE-ITEM UNTIL WS-OPEN-EOF.
           IF WS-ITEMS-AGED = ZERO
               MOVE " NONE" TO WS-MESSAGE-LINE
               WRITE EXCEPTION-LINE FROM WS-MESSAGE-LINE
           END-IF.

       410-SWEEP-ONE-ITEM.
           EVALUATE TRUE
               WHEN OPN-CLOSED
                   PERFORM 420-PURGE-CLOSED-ITEM
               WHEN OPN-LAST-SEEN NOT = WS-RUN-DATE
                   PERFORM 430-CLOSE-ITEM
               WHEN OPN-RESOLVED
                   ADD 1 TO WS-ITEMS-RESOLVED
               WHEN OTHER
                   PERFORM 440-AGE-ITEM
           END-EVALUATE.
           PERFORM 490-READ-NEXT-ITEM.

       420-PURGE-CLOSED-ITEM.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAY
               - FUNCTION INTEGER-OF-DATE(OPN-CLOSED-DATE).
           IF WS-AGE-DAYS > WS-CLOSED-RETAIN-DAYS
               DELETE OPEN-ITEM-FILE
                   INVALID KEY
                       ADD 1 TO WS-ITEMS-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-PURGED
               END-DELETE
           END-IF.

       430-CLOSE-ITEM.
           SET OPN-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO OPN-CLOSED-DATE.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-ITEMS-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-CLOSED
           END-REWRITE.

       440-AGE-ITEM.
           ADD 1 TO WS-ITEMS-OPEN.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAY
               - FUNCTION INTEGER-OF-DATE(OPN-FIRST-SEEN) + 1.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-AGE-1
               WHEN WS-AGE-DAYS <= 5
                   ADD 1 TO WS-AGE-2-5
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-6-30
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30
           END-EVALUATE.
           IF WS-AGE-DAYS > WS-AGE-ALERT-DAYS
               ADD 1 TO WS-ITEMS-AGED
               MOVE SPACES TO WS-AGED-LINE
               MOVE OPN-KEY TO AL-KEY
               MOVE OPN-FIRST-SEEN TO AL-FIRST-SEEN
               MOVE WS-AGE-DAYS TO AL-DAYS
               MOVE OPN-REASON TO AL-REASON
               WRITE EXCEPTION-LINE FROM WS-AGED-LINE
           END-IF.

       490-READ-NEXT-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END SET WS-OPEN-EOF TO TRUE
           END-READ.

       800-WRITE-AGING.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           IF NOT WS-OPEN-FILE-OK
               MOVE "** OPEN-ITEMS FILE NOT AVAILABLE - NOT AGED **"
                   TO WS-MESSAGE-LINE
               WRITE EXCEPTION-LINE FROM WS-MESSAGE-LINE
           ELSE
               PERFORM 810-WRITE-AGING-FIGURES
           END-IF.

       810-WRITE-AGING-FIGURES.
           MOVE "OPEN ITEMS AGING" TO WS-MESSAGE-LINE.
           WRITE EXCEPTION-LINE FROM WS-MESSAGE-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "OPEN 1 DAY:" TO SL-LABEL.
           MOVE WS-AGE-1 TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "OPEN 2-5 DAYS:" TO SL-LABEL.
           MOVE WS-AGE-2-5 TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "OPEN 6-30 DAYS:" TO SL-LABEL.
           MOVE WS-AGE-6-30 TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "OPEN OVER 30 DAYS:" TO SL-LABEL.
           MOVE WS-AGE-OVER-30 TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TOTAL OPEN:" TO SL-LABEL.
           MOVE WS-ITEMS-OPEN TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RESOLVED, STILL BREAKING:" TO SL-LABEL.
           MOVE WS-ITEMS-RESOLVED TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "NEW TONIGHT:" TO SL-LABEL.
           MOVE WS-ITEMS-OPENED TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "REOPENED TONIGHT:" TO SL-LABEL.
           MOVE WS-ITEMS-REOPENED TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "CLOSED - FILES AGREE:" TO SL-LABEL.
           MOVE WS-ITEMS-CLOSED TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "CLOSED ITEMS PURGED:" TO SL-LABEL.
           MOVE WS-ITEMS-PURGED TO SL-VALUE.
           WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE.

           IF WS-ITEMS-FAILED > ZERO
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE "OPEN-ITEM UPDATES FAILED:" TO SL-LABEL
               MOVE WS-ITEMS-FAILED TO SL-VALUE
               WRITE EXCEPTION-LINE FROM WS-SUMMARY-LINE
           END-IF.

       850-WRITE-RUN-CONTROL.
           MOVE "RECONCIL" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-KEYS-EXCEPTION TO RUNCTL-RECORDS-REJECTED.
           MOVE WS-AMOUNT-HASH TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.
           IF WS-OPEN-FILE-OK
               PERFORM 860-WRITE-AGING-CONTROL
           END-IF.

      *> the aging goes to the digest on a control record of its
      *> own - the open items counted, split at the alert age
       860-WRITE-AGING-CONTROL.
           MOVE "RECONAGE" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-ITEMS-OPEN TO RUNCTL-RECORDS-READ.
           COMPUTE RUNCTL-RECORDS-APPLIED =
               WS-ITEMS-OPEN - WS-ITEMS-AGED.
           MOVE WS-ITEMS-AGED TO RUNCTL-RECORDS-REJECTED.
           MOVE ZERO TO RUNCTL-AMOUNT-HASH.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

       900-TERMINATE.
           CLOSE TOTALS-FILE-A.
           CLOSE TOTALS-FILE-B.
           CLOSE EXCEPTION-RPT.
           IF WS-OPEN-FILE-OK
               CLOSE OPEN-ITEM-FILE
           END-IF.
