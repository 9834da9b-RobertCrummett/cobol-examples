       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTNOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE ASSIGN TO "CERTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CERT-ID
               FILE STATUS IS WS-CERT-STATUS.

           SELECT NOTICE-RPT ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CERT-FILE.
           COPY certrec.

       FD NOTICE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 NOTICE-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CERT-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-CERT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-CERT-OPEN VALUE 'Y'.

           COPY certpol.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAY PIC 9(7).
       01 WS-DAYS-LEFT PIC S9(7).

      *> the notice is in three bands by days to expiry - each band
      *> runs from the day after the previous band's limit up to
      *> its own, the first from today
       01 WS-BAND-VALUES.
           05 FILLER PIC X(3) VALUE "030".
           05 FILLER PIC X(3) VALUE "060".
           05 FILLER PIC X(3) VALUE "090".
       01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05 WS-BAND-LIMIT PIC 9(3) OCCURS 3 TIMES.
       01 WS-BAND-COUNTS.
           05 WS-BAND-COUNT PIC 9(7) OCCURS 3 TIMES.
       01 WS-BAND PIC 9.
       01 WS-BAND-LOW PIC 9(3).

       01 WS-CURRENT-DEPT PIC X(3).
       01 WS-DEPT-OVER-LIMIT PIC 9(7) VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-CERTIFIED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-RETEST-COUNT PIC 9(7) VALUE ZERO.
           05 WS-OVER-LIMIT-COUNT PIC 9(7) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER PIC X(39) VALUE
               "CERTIFICATION EXPIRY AND RETEST NOTICE ".
           05 FILLER PIC X(6) VALUE "AS AT ".
           05 H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(27) VALUE SPACES.

       01 WS-BAND-HEADING.
           05 FILLER PIC X(31) VALUE
               "CERTIFICATIONS EXPIRING WITHIN ".
           05 BH-LIMIT PIC ZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
           05 FILLER PIC X(41) VALUE SPACES.

       01 WS-EXPIRY-COLUMNS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "ID".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "CERTIFIED".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "EXPIRES".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "DAYS LEFT".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STATUS".
           05 FILLER PIC X(23) VALUE SPACES.

       01 WS-EXPIRY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 EX-ID PIC X(9).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EX-CERTIFIED-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 EX-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE SPACES.
           05 EX-DAYS-LEFT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 EX-STATUS PIC X(20).
           05 FILLER PIC X(9) VALUE SPACES.

       01 WS-NONE-LINE PIC X(80) VALUE
           "    NONE".

       01 WS-LIMIT-HEADING PIC X(80) VALUE
           "CANDIDATES OVER THE RETEST LIMIT BY DEPARTMENT".

       01 WS-DEPT-HEADING.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 DH-DEPT PIC X(3).
           05 FILLER PIC X(66) VALUE SPACES.

       01 WS-LIMIT-COLUMNS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "ID".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ATTEMPTS".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "FAILS".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "LAST TRIED ".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "SCORE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "CERTIFIED TO ".
           05 FILLER PIC X(10) VALUE SPACES.

       01 WS-LIMIT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LL-ID PIC X(9).
           05 FILLER PIC X(6) VALUE SPACES.
           05 LL-ATTEMPTS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 LL-FAILS PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LL-LATEST-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE SPACES.
           05 LL-LATEST-SCORE PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LL-EXPIRY PIC X(8).
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-DEPT-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "DEPARTMENT OVER LIMIT".
           05 FILLER PIC X(2) VALUE ": ".
           05 DT-COUNT PIC ZZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(26).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.

       01 WS-UNAVAILABLE-NOTE PIC X(80) VALUE
           "** CERTIFICATION MASTER NOT AVAILABLE - NO NOTICE **".

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           IF WS-CERT-OPEN
               PERFORM 300-LIST-EXPIRING
               PERFORM 400-LIST-OVER-LIMIT
               PERFORM 800-WRITE-SUMMARY
           ELSE
               WRITE NOTICE-RPT-LINE FROM WS-UNAVAILABLE-NOTE
           END-IF.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN OUTPUT NOTICE-RPT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           WRITE NOTICE-RPT-LINE FROM WS-HEADING-1.
           OPEN INPUT CERT-FILE.
           IF WS-CERT-STATUS = "00"
               SET WS-CERT-OPEN TO TRUE
           END-IF.

      *> one pass of the master per band, so each band prints
      *> as its own list in SCORE-ID order
       300-LIST-EXPIRING.
           MOVE ZERO TO WS-BAND-LOW.
           PERFORM 310-LIST-BAND
               VARYING WS-BAND FROM 1 BY 1
               UNTIL WS-BAND > 3.

       310-LIST-BAND.
           MOVE SPACES TO NOTICE-RPT-LINE.
           WRITE NOTICE-RPT-LINE.
           MOVE WS-BAND-LIMIT(WS-BAND) TO BH-LIMIT.
           WRITE NOTICE-RPT-LINE FROM WS-BAND-HEADING.
           WRITE NOTICE-RPT-LINE FROM WS-EXPIRY-COLUMNS.
           MOVE ZERO TO WS-BAND-COUNT(WS-BAND).
           PERFORM 500-START-MASTER.
           PERFORM 320-CHECK-EXPIRY UNTIL WS-EOF.
           IF WS-BAND-COUNT(WS-BAND) = ZERO
               WRITE NOTICE-RPT-LINE FROM WS-NONE-LINE
           END-IF.
           COMPUTE WS-BAND-LOW = WS-BAND-LIMIT(WS-BAND) + 1.

      *> only a certification still in force can be coming up for
      *> expiry - one already lapsed is counted in the summary
       320-CHECK-EXPIRY.
           IF CERT-EXPIRY-DATE > ZERO
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(CERT-EXPIRY-DATE)
                   - WS-RUN-DAY
               IF WS-DAYS-LEFT >= WS-BAND-LOW
                   AND WS-DAYS-LEFT <= WS-BAND-LIMIT(WS-BAND)
                   PERFORM 330-WRITE-EXPIRY-LINE
               END-IF
           END-IF.
           PERFORM 510-READ-MASTER.

       330-WRITE-EXPIRY-LINE.
           ADD 1 TO WS-BAND-COUNT(WS-BAND).
           MOVE SPACES TO WS-EXPIRY-LINE.
           MOVE CERT-ID TO EX-ID.
           MOVE CERT-CERTIFIED-DATE TO EX-CERTIFIED-DATE.
           MOVE CERT-EXPIRY-DATE TO EX-EXPIRY-DATE.
           MOVE WS-DAYS-LEFT TO EX-DAYS-LEFT.
           IF CERT-RETEST-DUE
               MOVE "RETEST PENDING" TO EX-STATUS
           END-IF.
           IF CERT-OVER-LIMIT
               MOVE "OVER RETEST LIMIT" TO EX-STATUS
           END-IF.
           WRITE NOTICE-RPT-LINE FROM WS-EXPIRY-LINE.

      *> the key starts with the department, so one pass in key
      *> order breaks the over-limit list by department. the same
      *> pass counts the master for the summary
       400-LIST-OVER-LIMIT.
           MOVE SPACES TO NOTICE-RPT-LINE.
           WRITE NOTICE-RPT-LINE.
           WRITE NOTICE-RPT-LINE FROM WS-LIMIT-HEADING.
           MOVE LOW-VALUES TO WS-CURRENT-DEPT.
           PERFORM 500-START-MASTER.
           PERFORM 410-CHECK-RECORD UNTIL WS-EOF.
           PERFORM 430-CLOSE-DEPARTMENT.
           IF WS-OVER-LIMIT-COUNT = ZERO
               WRITE NOTICE-RPT-LINE FROM WS-NONE-LINE
           END-IF.

       410-CHECK-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF CERT-EXPIRY-DATE > ZERO
               IF CERT-EXPIRY-DATE < WS-RUN-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   ADD 1 TO WS-CERTIFIED-COUNT
               END-IF
           END-IF.
           IF CERT-RETEST-DUE
               ADD 1 TO WS-RETEST-COUNT
           END-IF.
           IF CERT-OVER-LIMIT
               IF CERT-DEPT NOT = WS-CURRENT-DEPT
                   PERFORM 420-BREAK-DEPARTMENT
               END-IF
               PERFORM 440-WRITE-LIMIT-LINE
           END-IF.
           PERFORM 510-READ-MASTER.

       420-BREAK-DEPARTMENT.
           PERFORM 430-CLOSE-DEPARTMENT.
           MOVE CERT-DEPT TO WS-CURRENT-DEPT.
           MOVE SPACES TO NOTICE-RPT-LINE.
           WRITE NOTICE-RPT-LINE.
           MOVE WS-CURRENT-DEPT TO DH-DEPT.
           WRITE NOTICE-RPT-LINE FROM WS-DEPT-HEADING.
           WRITE NOTICE-RPT-LINE FROM WS-LIMIT-COLUMNS.

       430-CLOSE-DEPARTMENT.
           IF WS-DEPT-OVER-LIMIT > ZERO
               MOVE WS-DEPT-OVER-LIMIT TO DT-COUNT
               WRITE NOTICE-RPT-LINE FROM WS-DEPT-TOTAL-LINE
               MOVE ZERO TO WS-DEPT-OVER-LIMIT
           END-IF.

       440-WRITE-LIMIT-LINE.
           ADD 1 TO WS-OVER-LIMIT-COUNT.
           ADD 1 TO WS-DEPT-OVER-LIMIT.
           MOVE SPACES TO WS-LIMIT-LINE.
           MOVE CERT-ID TO LL-ID.
           MOVE CERT-ATTEMPTS TO LL-ATTEMPTS.
           MOVE CERT-FAIL-COUNT TO LL-FAILS.
           MOVE CERT-LATEST-DATE TO LL-LATEST-DATE.
           MOVE CERT-LATEST-SCORE TO LL-LATEST-SCORE.
           IF CERT-EXPIRY-DATE < WS-RUN-DATE
               MOVE "LAPSED" TO LL-EXPIRY
           ELSE
               MOVE CERT-EXPIRY-DATE TO LL-EXPIRY
           END-IF.
           IF CERT-EXPIRY-DATE = ZERO
               MOVE "NEVER" TO LL-EXPIRY
           END-IF.
           WRITE NOTICE-RPT-LINE FROM WS-LIMIT-LINE.

       500-START-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO CERT-ID.
           START CERT-FILE KEY IS NOT LESS THAN CERT-ID
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           IF NOT WS-EOF
               PERFORM 510-READ-MASTER
           END-IF.

       510-READ-MASTER.
           READ CERT-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       800-WRITE-SUMMARY.
           MOVE SPACES TO NOTICE-RPT-LINE.
           WRITE NOTICE-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "CANDIDATES ON FILE:" TO SL-LABEL.
           MOVE WS-RECORDS-READ TO SL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "CERTIFIED AND IN FORCE:" TO SL-LABEL.
           MOVE WS-CERTIFIED-COUNT TO SL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "EXPIRING WITHIN 30 DAYS:" TO SL-LABEL.
           MOVE WS-BAND-COUNT(1) TO SL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "EXPIRING IN 31-60 DAYS:" TO SL-LABEL.
           MOVE WS-BAND-COUNT(2) TO SL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "EXPIRING IN 61-90 DAYS:" TO SL-LABEL.
           MOVE WS-BAND-COUNT(3) TO SL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "LAPSED, NOT RENEWED:" TO SL-LABEL.
           MOVE WS-EXPIRED-COUNT TO SL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RETESTS PENDING:" TO SL-LABEL.
           MOVE WS-RETEST-COUNT TO SL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "OVER RETEST LIMIT:" TO SL-LABEL.
           MOVE WS-OVER-LIMIT-COUNT TO SL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RETEST LIMIT (FAILS):" TO SL-LABEL.
           MOVE CERT-ATTEMPT-LIMIT TO SL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-SUMMARY-LINE.

       900-TERMINATE.
           IF WS-CERT-OPEN
               CLOSE CERT-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE NOTICE-RPT.
