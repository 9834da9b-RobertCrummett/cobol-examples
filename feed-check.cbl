       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "FEEDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FEED-IN ASSIGN TO "FEEDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT FEED-BODY ASSIGN TO "FEEDBODY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.

           SELECT FEED-REG ASSIGN TO "FEEDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT FEED-RPT ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one card per run naming the feed the step has been
      *> pointed at - the consuming program's own name for it
       FD PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01 PARM-RECORD.
           05 PRM-FEED-NAME PIC X(8).

       FD FEED-IN
           RECORD CONTAINS 80 CHARACTERS.
           COPY feedctl.
       01 FEED-IN-RECORD PIC X(80).

      *> the body records alone, cut back to the length the
      *> consuming program reads - written only once the whole
      *> feed has proved out against its trailer
       FD FEED-BODY
           RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS
               DEPENDING ON WS-OUT-LENGTH.
       01 FEED-BODY-RECORD PIC X(80).

       FD FEED-REG.
           COPY feedreg.

       FD FEED-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 FEED-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-IN-STATUS PIC XX.
       01 WS-BODY-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-IN-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-IN-OPEN VALUE 'Y'.
       01 WS-REG-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-REG-OPEN VALUE 'Y'.
       01 WS-TRAILER-SWITCH PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y'.
       01 WS-AMOUNT-SWITCH PIC X.
           88 WS-AMOUNT-USABLE VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RESULT PIC X(44) VALUE SPACES.

      *> what the feed name on the card resolves to - the body
      *> length the consumer reads and the id its control record
      *> goes out under
       01 WS-FEED-NAME PIC X(8) VALUE SPACES.
       01 WS-CONTROL-ID PIC X(8) VALUE "FEEDCHK".
       01 WS-RECORD-LENGTH PIC 9(3) VALUE ZERO.
       01 WS-OUT-LENGTH PIC 9(3).

      *> what the header and trailer claim for the batch
       01 WS-SOURCE PIC X(8) VALUE SPACES.
       01 WS-BATCH-ID PIC X(12) VALUE SPACES.
       01 WS-CREATED-DATE PIC 9(8) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TRAILER-HASH PIC S9(13)V9(4) VALUE ZERO.

      *> the hash adds up whatever the body carries, so the edit
      *> takes any amount a field can hold - the consuming
      *> program applies its own limits afterwards
       01 WS-BODY-HASH PIC S9(13)V9(4) VALUE ZERO.
       01 WS-AMOUNT-TEXT PIC X(15).
       01 WS-HASH-MIN PIC S9(9)V9(4) VALUE -999999999.
       01 WS-HASH-MAX PIC S9(9)V9(4) VALUE 999999999.
       01 WS-HASH-SCALE PIC 9(1) VALUE 4.
       01 WS-HASH-AMOUNT PIC S9(9)V9(4).
       01 WS-HASH-REASON PIC 9(2).
           88 WS-HASH-VALID VALUE 00.

      *> the body record and the amount field each feed hashes -
      *> the movement quantity, the item unit price, the treasury
      *> rate, the test score and the sale amount
       01 WS-BODY-RECORD PIC X(80).
       01 WS-STKTRAN-VIEW REDEFINES WS-BODY-RECORD.
           05 FILLER PIC X(21).
           05 WS-STK-QUANTITY PIC X(15).
           05 FILLER PIC X(44).
       01 WS-ITEMTRAN-VIEW REDEFINES WS-BODY-RECORD.
           05 FILLER PIC X(58).
           05 WS-ITM-UNIT-PRICE PIC X(15).
           05 FILLER PIC X(7).
       01 WS-RATEFEED-VIEW REDEFINES WS-BODY-RECORD.
           05 FILLER PIC X(3).
           05 WS-RFD-RATE PIC X(15).
           05 FILLER PIC X(62).
       01 WS-SCOREIN-VIEW REDEFINES WS-BODY-RECORD.
           05 FILLER PIC X(9).
           05 WS-SCR-VALUE PIC 9(3).
           05 FILLER PIC X(68).
       01 WS-TIERIN-VIEW REDEFINES WS-BODY-RECORD.
           05 FILLER PIC X(9).
           05 WS-TIR-AMOUNT PIC S9(9)V99.
           05 FILLER PIC X(60).

       01 WS-COUNTERS.
           05 WS-BODY-COUNT PIC 9(9) VALUE ZERO.
           05 WS-NO-AMOUNT-COUNT PIC 9(9) VALUE ZERO.
           05 WS-BODY-REREAD PIC 9(9) VALUE ZERO.
           05 WS-BODY-RELEASED PIC 9(9) VALUE ZERO.

           COPY runctl.

       01 WS-HEADING-1 PIC X(80) VALUE
           "INBOUND FEED CONTROL CHECK".

       01 WS-ID-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 IL-LABEL PIC X(22).
           05 IL-VALUE PIC X(12).
           05 FILLER PIC X(45) VALUE SPACES.

       01 WS-DATE-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-LABEL PIC X(22).
           05 DL-VALUE PIC 9(8).
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(22).
           05 SL-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(46) VALUE SPACES.

       01 WS-HASH-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 HL-LABEL PIC X(22).
           05 HL-VALUE PIC -(13)9.9999.
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-MESSAGE-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ML-TEXT PIC X(44).
           05 FILLER PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           IF WS-RESULT = SPACES
               PERFORM 200-CONTROL-PASS
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 300-CHECK-REGISTRY
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 400-RELEASE-PASS
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 500-REGISTER-BATCH
           END-IF.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.

      *> the body file is opened whatever happens, so a refused
      *> feed still catalogs its generation - empty
       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT FEED-RPT.
           WRITE FEED-RPT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO FEED-RPT-LINE.
           WRITE FEED-RPT-LINE.
           OPEN OUTPUT FEED-BODY.
           PERFORM 110-LOAD-FEED-NAME.
           IF WS-RESULT = SPACES
               OPEN INPUT FEED-IN
               IF WS-IN-STATUS = "00"
                   SET WS-IN-OPEN TO TRUE
               ELSE
                   MOVE "FEED FILE WILL NOT OPEN" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 120-OPEN-REGISTRY
           END-IF.

       110-LOAD-FEED-NAME.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-FEED-NAME TO WS-FEED-NAME
               END-READ
               CLOSE PARM-FILE
           END-IF.
           EVALUATE WS-FEED-NAME
               WHEN "STKTRAN"
                   MOVE 64 TO WS-RECORD-LENGTH
                   MOVE "FCSTKTRN" TO WS-CONTROL-ID
               WHEN "ITEMTRAN"
                   MOVE 73 TO WS-RECORD-LENGTH
                   MOVE "FCITMTRN" TO WS-CONTROL-ID
               WHEN "RATEFEED"
                   MOVE 27 TO WS-RECORD-LENGTH
                   MOVE "FCRATEFD" TO WS-CONTROL-ID
               WHEN "SCOREIN"
                   MOVE 12 TO WS-RECORD-LENGTH
                   MOVE "FCSCOREI" TO WS-CONTROL-ID
               WHEN "TIERIN"
                   MOVE 26 TO WS-RECORD-LENGTH
                   MOVE "FCTIERIN" TO WS-CONTROL-ID
               WHEN OTHER
                   MOVE "FEED NAME MISSING OR NOT AN INBOUND FEED"
                       TO WS-RESULT
           END-EVALUATE.
           MOVE SPACES TO WS-ID-LINE.
           MOVE "FEED:" TO IL-LABEL.
           MOVE WS-FEED-NAME TO IL-VALUE.
           WRITE FEED-RPT-LINE FROM WS-ID-LINE.

       120-OPEN-REGISTRY.
           OPEN I-O FEED-REG.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT FEED-REG
               CLOSE FEED-REG
               OPEN I-O FEED-REG
           END-IF.
           IF WS-REG-STATUS = "00"
               SET WS-REG-OPEN TO TRUE
           ELSE
               MOVE "BATCH REGISTRY WILL NOT OPEN" TO WS-RESULT
           END-IF.

      *> first pass - the header must lead and name this feed, the
      *> trailer must close it, and its count and hash must agree
      *> with the body in between. nothing is written yet
       200-CONTROL-PASS.
           READ FEED-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF WS-EOF
               MOVE "FEED FILE IS EMPTY" TO WS-RESULT
           ELSE
               PERFORM 210-CHECK-HEADER
           END-IF.
           IF WS-RESULT = SPACES
               READ FEED-IN
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 220-CHECK-ONE-RECORD
                   UNTIL WS-EOF OR WS-RESULT NOT = SPACES
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 250-CHECK-TRAILER
           END-IF.
           CLOSE FEED-IN.
           MOVE 'N' TO WS-IN-OPEN-SWITCH.

       210-CHECK-HEADER.
           IF NOT FHDR-HEADER
               MOVE "NO HEADER - FIRST RECORD IS NOT A HEADER"
                   TO WS-RESULT
           ELSE
               MOVE FHDR-SOURCE TO WS-SOURCE
               MOVE FHDR-BATCH-ID TO WS-BATCH-ID
               IF FHDR-CREATED-DATE IS NUMERIC
                   MOVE FHDR-CREATED-DATE TO WS-CREATED-DATE
               END-IF
               PERFORM 215-WRITE-HEADER-LINES
               IF FHDR-FEED-NAME NOT = WS-FEED-NAME
                   MOVE "HEADER IS FOR ANOTHER FEED" TO WS-RESULT
               ELSE
                   IF WS-SOURCE = SPACES OR WS-BATCH-ID = SPACES
                       MOVE "HEADER SOURCE OR BATCH ID IS BLANK"
                           TO WS-RESULT
                   END-IF
               END-IF
           END-IF.

       215-WRITE-HEADER-LINES.
           MOVE SPACES TO WS-ID-LINE.
           MOVE "HEADER FEED NAME:" TO IL-LABEL.
           MOVE FHDR-FEED-NAME TO IL-VALUE.
           WRITE FEED-RPT-LINE FROM WS-ID-LINE.

           MOVE SPACES TO WS-ID-LINE.
           MOVE "SOURCE:" TO IL-LABEL.
           MOVE WS-SOURCE TO IL-VALUE.
           WRITE FEED-RPT-LINE FROM WS-ID-LINE.

           MOVE SPACES TO WS-ID-LINE.
           MOVE "BATCH ID:" TO IL-LABEL.
           MOVE WS-BATCH-ID TO IL-VALUE.
           WRITE FEED-RPT-LINE FROM WS-ID-LINE.

           MOVE SPACES TO WS-DATE-LINE.
           MOVE "CREATED DATE:" TO DL-LABEL.
           MOVE WS-CREATED-DATE TO DL-VALUE.
           WRITE FEED-RPT-LINE FROM WS-DATE-LINE.

      *> anything after the trailer, or a second header, means two
      *> files were run together or one was cut short and another
      *> appended - either way the counts cannot be trusted
       220-CHECK-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   MOVE "RECORDS FOUND AFTER THE TRAILER" TO WS-RESULT
               WHEN FHDR-HEADER
                   MOVE "SECOND HEADER INSIDE THE FEED" TO WS-RESULT
               WHEN FTRL-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF FTRL-RECORD-COUNT IS NUMERIC
                       AND FTRL-HASH IS NUMERIC
                       MOVE FTRL-RECORD-COUNT TO WS-TRAILER-COUNT
                       MOVE FTRL-HASH TO WS-TRAILER-HASH
                   ELSE
                       MOVE "TRAILER COUNT OR HASH IS NOT NUMERIC"
                           TO WS-RESULT
                   END-IF
               WHEN OTHER
                   PERFORM 230-HASH-BODY-RECORD
           END-EVALUATE.
           READ FEED-IN
               AT END SET WS-EOF TO TRUE
           END-READ.

       230-HASH-BODY-RECORD.
           ADD 1 TO WS-BODY-COUNT.
           MOVE FEED-IN-RECORD TO WS-BODY-RECORD.
           MOVE 'N' TO WS-AMOUNT-SWITCH.
           MOVE ZERO TO WS-HASH-AMOUNT.
           EVALUATE WS-FEED-NAME
               WHEN "STKTRAN"
                   MOVE WS-STK-QUANTITY TO WS-AMOUNT-TEXT
                   PERFORM 235-EDIT-AMOUNT-TEXT
               WHEN "ITEMTRAN"
                   MOVE WS-ITM-UNIT-PRICE TO WS-AMOUNT-TEXT
                   PERFORM 235-EDIT-AMOUNT-TEXT
               WHEN "RATEFEED"
                   MOVE WS-RFD-RATE TO WS-AMOUNT-TEXT
                   PERFORM 235-EDIT-AMOUNT-TEXT
               WHEN "SCOREIN"
                   IF WS-SCR-VALUE IS NUMERIC
                       MOVE WS-SCR-VALUE TO WS-HASH-AMOUNT
                       SET WS-AMOUNT-USABLE TO TRUE
                   END-IF
               WHEN "TIERIN"
                   IF WS-TIR-AMOUNT IS NUMERIC
                       MOVE WS-TIR-AMOUNT TO WS-HASH-AMOUNT
                       SET WS-AMOUNT-USABLE TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-AMOUNT-USABLE
               ADD WS-HASH-AMOUNT TO WS-BODY-HASH
           ELSE
               ADD 1 TO WS-NO-AMOUNT-COUNT
           END-IF.

       235-EDIT-AMOUNT-TEXT.
           CALL "CURREDIT" USING WS-AMOUNT-TEXT WS-HASH-MIN
               WS-HASH-MAX WS-HASH-SCALE WS-HASH-AMOUNT
               WS-HASH-REASON.
           IF WS-HASH-VALID
               SET WS-AMOUNT-USABLE TO TRUE
           END-IF.

       250-CHECK-TRAILER.
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE "NO TRAILER - FEED TRUNCATED" TO WS-RESULT
               WHEN WS-TRAILER-COUNT NOT = WS-BODY-COUNT
                   MOVE "TRAILER COUNT DOES NOT MATCH THE BODY"
                       TO WS-RESULT
               WHEN WS-TRAILER-HASH NOT = WS-BODY-HASH
                   MOVE "TRAILER HASH DOES NOT MATCH THE BODY"
                       TO WS-RESULT
           END-EVALUATE.

      *> a batch is accepted once - a resent file, or last night's
      *> file run again, carries a batch id already on the registry
       300-CHECK-REGISTRY.
           MOVE WS-FEED-NAME TO FREG-FEED-NAME.
           MOVE WS-SOURCE TO FREG-SOURCE.
           MOVE WS-BATCH-ID TO FREG-BATCH-ID.
           READ FEED-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "BATCH ALREADY PROCESSED - DUPLICATE FEED"
                       TO WS-RESULT
                   MOVE SPACES TO WS-DATE-LINE
                   MOVE "FIRST ACCEPTED:" TO DL-LABEL
                   MOVE FREG-ACCEPTED-DATE TO DL-VALUE
                   WRITE FEED-RPT-LINE FROM WS-DATE-LINE
           END-READ.

      *> second pass - the body records go out at the consumer's
      *> length with the header and trailer stripped. the feed is
      *> held for the whole step, so both passes must see the same
      *> records
       400-RELEASE-PASS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT FEED-IN.
           SET WS-IN-OPEN TO TRUE.
           READ FEED-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               READ FEED-IN
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 410-RELEASE-ONE-RECORD
               UNTIL WS-EOF OR FTRL-TRAILER.
           IF WS-BODY-REREAD NOT = WS-BODY-COUNT
               MOVE "FEED FILE CHANGED BETWEEN PASSES" TO WS-RESULT
           END-IF.

       410-RELEASE-ONE-RECORD.
           ADD 1 TO WS-BODY-REREAD.
           MOVE WS-RECORD-LENGTH TO WS-OUT-LENGTH.
           MOVE FEED-IN-RECORD TO FEED-BODY-RECORD.
           WRITE FEED-BODY-RECORD.
           ADD 1 TO WS-BODY-RELEASED.
           READ FEED-IN
               AT END SET WS-EOF TO TRUE
           END-READ.

       500-REGISTER-BATCH.
           MOVE WS-FEED-NAME TO FREG-FEED-NAME.
           MOVE WS-SOURCE TO FREG-SOURCE.
           MOVE WS-BATCH-ID TO FREG-BATCH-ID.
           MOVE WS-CREATED-DATE TO FREG-CREATED-DATE.
           MOVE WS-RUN-DATE TO FREG-ACCEPTED-DATE.
           MOVE WS-BODY-COUNT TO FREG-RECORD-COUNT.
           MOVE WS-BODY-HASH TO FREG-HASH.
           WRITE FEED-REG-RECORD
               INVALID KEY
                   MOVE "BATCH ALREADY PROCESSED - DUPLICATE FEED"
                       TO WS-RESULT
           END-WRITE.

       800-WRITE-SUMMARY.
           MOVE SPACES TO FEED-RPT-LINE.
           WRITE FEED-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "BODY RECORDS READ:" TO SL-LABEL.
           MOVE WS-BODY-COUNT TO SL-VALUE.
           WRITE FEED-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "NO USABLE AMOUNT:" TO SL-LABEL.
           MOVE WS-NO-AMOUNT-COUNT TO SL-VALUE.
           WRITE FEED-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-HASH-LINE.
           MOVE "BODY HASH:" TO HL-LABEL.
           MOVE WS-BODY-HASH TO HL-VALUE.
           WRITE FEED-RPT-LINE FROM WS-HASH-LINE.

           IF WS-TRAILER-SEEN
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE "TRAILER COUNT:" TO SL-LABEL
               MOVE WS-TRAILER-COUNT TO SL-VALUE
               WRITE FEED-RPT-LINE FROM WS-SUMMARY-LINE

               MOVE SPACES TO WS-HASH-LINE
               MOVE "TRAILER HASH:" TO HL-LABEL
               MOVE WS-TRAILER-HASH TO HL-VALUE
               WRITE FEED-RPT-LINE FROM WS-HASH-LINE
           END-IF.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RECORDS RELEASED:" TO SL-LABEL.
           MOVE WS-BODY-RELEASED TO SL-VALUE.
           WRITE FEED-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO FEED-RPT-LINE.
           WRITE FEED-RPT-LINE.
           IF WS-RESULT NOT = SPACES
               MOVE WS-RESULT TO ML-TEXT
               WRITE FEED-RPT-LINE FROM WS-MESSAGE-LINE
               MOVE "*** FEED REFUSED - STREAM STOPPED ***"
                   TO ML-TEXT
           ELSE
               MOVE "FEED ACCEPTED - BATCH REGISTERED" TO ML-TEXT
           END-IF.
           WRITE FEED-RPT-LINE FROM WS-MESSAGE-LINE.

      *> every body record is either released or, with the whole
      *> feed, refused. a feed refused before any body was read
      *> still reports one record rejected so the refusal shows
      *> when the night's control records are balanced
       850-WRITE-RUN-CONTROL.
           MOVE WS-CONTROL-ID TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           IF WS-RESULT = SPACES
               MOVE WS-BODY-COUNT TO RUNCTL-RECORDS-READ
               MOVE WS-BODY-COUNT TO RUNCTL-RECORDS-APPLIED
               MOVE ZERO TO RUNCTL-RECORDS-REJECTED
               MOVE WS-BODY-HASH TO RUNCTL-AMOUNT-HASH
           ELSE
               IF WS-BODY-COUNT = ZERO
                   MOVE 1 TO RUNCTL-RECORDS-READ
               ELSE
                   MOVE WS-BODY-COUNT TO RUNCTL-RECORDS-READ
               END-IF
               MOVE ZERO TO RUNCTL-RECORDS-APPLIED
               MOVE RUNCTL-RECORDS-READ TO RUNCTL-RECORDS-REJECTED
               MOVE ZERO TO RUNCTL-AMOUNT-HASH
           END-IF.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

      *> RC=8 on any refusal - the consuming step is gated on zero
      *> and never sees the feed
       900-TERMINATE.
           IF WS-IN-OPEN
               CLOSE FEED-IN
           END-IF.
           IF WS-REG-OPEN
               CLOSE FEED-REG
           END-IF.
           CLOSE FEED-BODY.
           CLOSE FEED-RPT.
           IF WS-RESULT NOT = SPACES
               MOVE 8 TO RETURN-CODE
           END-IF.
