               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CERT-FILE ASSIGN TO "CERTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-ID
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCORE-FILE
           05 SH-PASS PIC 9(7).
           05 SH-RATE PIC 9(3)V9(2).

      *> and each person's own result is carried on the
      *> certification master, so a retest or an expiry can be
      *> followed up by name
       FD CERT-FILE.
           COPY certrec.

       WORKING-STORAGE SECTION.
       01 WS-SCORE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-CERT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.

           05 WS-FAIL-COUNT PIC 9(7) VALUE ZERO.
           05 WS-INVALID-COUNT PIC 9(7) VALUE ZERO.

       01 WS-CERT-COUNTERS.
           05 WS-CERT-NEW PIC 9(7) VALUE ZERO.
           05 WS-CERT-CERTIFIED PIC 9(7) VALUE ZERO.
           05 WS-CERT-RETEST PIC 9(7) VALUE ZERO.
           05 WS-CERT-OVER-LIMIT PIC 9(7) VALUE ZERO.
           05 WS-CERT-FAILED PIC 9(7) VALUE ZERO.

           COPY certpol.

       01 WS-CERT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-CERT-OPEN VALUE 'Y'.
       01 WS-NEW-CERT-SWITCH PIC X.
           88 WS-NEW-CERT VALUE 'Y'.

       01 WS-PASS-RATE PIC 999V99 VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SCORE-HASH PIC S9(13)V99 VALUE ZERO.
           05 DL-SCORE PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-RESULT PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-CERT-NOTE PIC X(24).
           05 FILLER PIC X(22) VALUE SPACES.

       01 WS-CERTIFIED-NOTE.
           05 FILLER PIC X(13) VALUE "CERTIFIED TO ".
           05 CN-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.

       01 WS-RETEST-NOTE.
           05 FILLER PIC X(14) VALUE "RETEST - FAIL ".
           05 RN-FAILS PIC ZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 RN-LIMIT PIC ZZ9.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(24) VALUE SPACES.
           MOVE LOW-VALUES TO WS-CURRENT-DEPT.
           OPEN INPUT SCORE-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN I-O CERT-FILE.
           IF WS-CERT-STATUS = "35"
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
               OPEN I-O CERT-FILE
           END-IF.
           IF WS-CERT-STATUS = "00"
               SET WS-CERT-OPEN TO TRUE
           END-IF.
           READ SCORE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF PASS OR FAIL
               ADD CHECK-VAL TO WS-SCORE-HASH
               PERFORM 270-TRACK-LOW-SCORE
               PERFORM 280-UPDATE-CERTIFICATION
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-DEPT-RECORDS.
               MOVE ZERO TO WS-JDX
           END-IF.

      *> bring the person's certification record up to date with
      *> tonight's attempt. a first attempt opens the record
       280-UPDATE-CERTIFICATION.
           IF NOT WS-CERT-OPEN
               MOVE "CERT FILE UNAVAILABLE" TO DL-CERT-NOTE
               ADD 1 TO WS-CERT-FAILED
           ELSE
               MOVE 'N' TO WS-NEW-CERT-SWITCH
               MOVE SCORE-ID TO CERT-ID
               READ CERT-FILE
                   INVALID KEY
                       SET WS-NEW-CERT TO TRUE
                       MOVE WS-RUN-DATE TO CERT-FIRST-DATE
                       MOVE CHECK-VAL TO CERT-FIRST-SCORE
                       MOVE ZERO TO CERT-ATTEMPTS
                       MOVE ZERO TO CERT-FAIL-COUNT
                       MOVE ZERO TO CERT-CERTIFIED-DATE
                       MOVE ZERO TO CERT-EXPIRY-DATE
                       SET CERT-NO-RETEST TO TRUE
               END-READ
               MOVE WS-RUN-DATE TO CERT-LATEST-DATE
               MOVE CHECK-VAL TO CERT-LATEST-SCORE
               IF CERT-ATTEMPTS < 99999
                   ADD 1 TO CERT-ATTEMPTS
               END-IF
               IF PASS
                   PERFORM 285-RECORD-PASS
               ELSE
                   PERFORM 286-RECORD-FAIL
               END-IF
               PERFORM 288-SAVE-CERTIFICATION
           END-IF.

      *> a pass certifies from tonight for the validity period -
      *> a pass by someone already certified renews the expiry
       285-RECORD-PASS.
           MOVE WS-RUN-DATE TO CERT-CERTIFIED-DATE.
           COMPUTE CERT-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + CERT-VALID-DAYS).
           MOVE ZERO TO CERT-FAIL-COUNT.
           SET CERT-NO-RETEST TO TRUE.
           MOVE CERT-EXPIRY-DATE TO CN-EXPIRY-DATE.
           MOVE WS-CERTIFIED-NOTE TO DL-CERT-NOTE.

      *> a fail leaves any certification still in force alone and
      *> flags a retest, until the run of failures reaches the
      *> policy limit
       286-RECORD-FAIL.
           IF CERT-FAIL-COUNT < 999
               ADD 1 TO CERT-FAIL-COUNT
           END-IF.
           IF CERT-FAIL-COUNT < CERT-ATTEMPT-LIMIT
               SET CERT-RETEST-DUE TO TRUE
               MOVE CERT-FAIL-COUNT TO RN-FAILS
               MOVE CERT-ATTEMPT-LIMIT TO RN-LIMIT
               MOVE WS-RETEST-NOTE TO DL-CERT-NOTE
           ELSE
               SET CERT-OVER-LIMIT TO TRUE
               MOVE "RETEST REFUSED - LIMIT" TO DL-CERT-NOTE
           END-IF.

       288-SAVE-CERTIFICATION.
           IF WS-NEW-CERT
               WRITE CERT-RECORD
                   INVALID KEY
                       MOVE "CERT UPDATE FAILED" TO DL-CERT-NOTE
               END-WRITE
           ELSE
               REWRITE CERT-RECORD
                   INVALID KEY
                       MOVE "CERT UPDATE FAILED" TO DL-CERT-NOTE
               END-REWRITE
           END-IF.
           IF WS-CERT-STATUS NOT = "00"
               ADD 1 TO WS-CERT-FAILED
           ELSE
               PERFORM 289-COUNT-CERTIFICATION
           END-IF.

       289-COUNT-CERTIFICATION.
           IF WS-NEW-CERT
               ADD 1 TO WS-CERT-NEW
           END-IF.
           IF PASS
               ADD 1 TO WS-CERT-CERTIFIED
           END-IF.
           IF CERT-RETEST-DUE
               ADD 1 TO WS-CERT-RETEST
           END-IF.
           IF CERT-OVER-LIMIT
               ADD 1 TO WS-CERT-OVER-LIMIT
           END-IF.

       300-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PASS-RATE TO RL-RATE.
           WRITE REPORT-LINE FROM WS-RATE-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "NEW CANDIDATES:" TO SL-LABEL.
           MOVE WS-CERT-NEW TO SL-VALUE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "CERTIFIED/RENEWED:" TO SL-LABEL.
           MOVE WS-CERT-CERTIFIED TO SL-VALUE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RETESTS FLAGGED:" TO SL-LABEL.
           MOVE WS-CERT-RETEST TO SL-VALUE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "OVER ATTEMPT LIMIT:" TO SL-LABEL.
           MOVE WS-CERT-OVER-LIMIT TO SL-VALUE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "CERT UPDATE FAILED:" TO SL-LABEL.
           MOVE WS-CERT-FAILED TO SL-VALUE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       400-WRITE-RANKING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       900-TERMINATE.
           CLOSE SCORE-FILE.
           CLOSE REPORT-FILE.
           IF WS-CERT-OPEN
               CLOSE CERT-FILE
           END-IF.
