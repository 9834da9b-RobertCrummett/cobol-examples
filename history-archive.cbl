       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ARCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RETENTION-FILE ASSIGN TO "RETNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETN-STATUS.

           SELECT PERIOD-CTL ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT JOURNAL-CTL ASSIGN TO "GLJCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCTL-STATUS.

           SELECT HIST-IN ASSIGN TO "HISTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT HIST-KEEP ASSIGN TO "HISTKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT HIST-ARCHIVE ASSIGN TO "HISTARCV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCV-STATUS.

           SELECT ARCHIVE-RPT ASSIGN TO "ARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one card per run naming the history file the step has
      *> been pointed at - the job runs this program once per file
       FD PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01 PARM-RECORD.
           05 PRM-FILE-ID PIC X(8).

      *> the retention parameters - one card per history file,
      *> giving how many days of records stay on the live file
       FD RETENTION-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01 RETENTION-RECORD.
           05 RET-FILE-ID PIC X(8).
           05 RET-RETAIN-DAYS PIC X(5).

       FD PERIOD-CTL
           RECORD CONTAINS 25 CHARACTERS.
       01 PERIOD-CTL-RECORD.
           05 PERD-CLOSED-THRU PIC 9(8).
           05 PERD-UPDATED-DATE PIC 9(8).
           05 PERD-UPDATED-BY PIC X(8).
           05 PERD-LAST-ACTION PIC X(1).

       FD JOURNAL-CTL
           RECORD CONTAINS 29 CHARACTERS.
       01 JOURNAL-CTL-RECORD.
           05 JCTL-LAST-STAMP.
               10 JCTL-LAST-POST-DATE PIC 9(8).
               10 JCTL-LAST-POST-TIME PIC 9(8).
           05 JCTL-RUN-DATE PIC 9(8).
           05 JCTL-LINES-WRITTEN PIC 9(5).

      *> the history files differ in length and in where their
      *> date sits, so the record is read as one string and the
      *> date picked out by position. the stock ledger has its
      *> own view for the carry-forward
       FD HIST-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 127 CHARACTERS
               DEPENDING ON WS-IN-LENGTH.
       01 HIST-IN-RECORD PIC X(127).
       01 HIST-IN-LEDGER.
           05 LDG-ITEM-CODE PIC 9(3).
           05 LDG-MOVE-DATE PIC 9(8).
           05 LDG-MOVE-SEQ PIC 9(9).
           05 LDG-MOVE-CODE PIC X.
           05 LDG-QUANTITY PIC S9(7).
           05 LDG-NEW-ON-HAND PIC S9(7).
           05 LDG-UNIT-COST PIC S9(7)V9(4).
           05 LDG-POST-STAMP.
               10 LDG-POST-DATE PIC 9(8).
               10 LDG-POST-TIME PIC 9(8).
           05 LDG-LOCATION PIC X(3).
           05 LDG-XFER-LOCATION PIC X(3).

      *> the records that stay - copied back over the live file
      *> by the step after this one
       FD HIST-KEEP
           RECORD IS VARYING IN SIZE FROM 1 TO 127 CHARACTERS
               DEPENDING ON WS-OUT-LENGTH.
       01 HIST-KEEP-RECORD PIC X(127).
       01 HIST-KEEP-OPENING.
           05 OPN-ITEM-CODE PIC 9(3).
           05 OPN-MOVE-DATE PIC 9(8).
           05 OPN-MOVE-SEQ PIC 9(9).
           05 OPN-MOVE-CODE PIC X.
           05 OPN-QUANTITY PIC S9(7).
           05 OPN-NEW-ON-HAND PIC S9(7).
           05 OPN-UNIT-COST PIC S9(7)V9(4).
           05 OPN-POST-STAMP.
               10 OPN-POST-DATE PIC 9(8).
               10 OPN-POST-TIME PIC 9(8).
           05 OPN-LOCATION PIC X(3).
           05 OPN-XFER-LOCATION PIC X(3).

      *> the records cut - written unchanged to the archive
      *> generation, so any program that reads the live file can
      *> be pointed at an archive generation instead
       FD HIST-ARCHIVE
           RECORD IS VARYING IN SIZE FROM 1 TO 127 CHARACTERS
               DEPENDING ON WS-OUT-LENGTH.
       01 HIST-ARCHIVE-RECORD PIC X(127).

       FD ARCHIVE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 ARCHIVE-RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RETN-STATUS PIC XX.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-JCTL-STATUS PIC XX.
       01 WS-IN-STATUS PIC XX.
       01 WS-KEEP-STATUS PIC XX.
       01 WS-ARCV-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-RETN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-RETN-EOF VALUE 'Y'.
       01 WS-IN-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-IN-OPEN VALUE 'Y'.
       01 WS-ARCHIVE-SWITCH PIC X.
           88 WS-ARCHIVE VALUE 'Y'.
       01 WS-HOLD-REASON PIC X.
           88 WS-HOLD-UNDATED VALUE 'D'.
           88 WS-HOLD-UNJOURNALED VALUE 'J'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RESULT PIC X(44) VALUE SPACES.

      *> what the file id on the card resolves to
       01 WS-FILE-ID PIC X(8) VALUE SPACES.
           88 WS-FILE-LEDGER VALUE "STOCKLDG".
       01 WS-RECORD-LENGTH PIC 9(3) VALUE ZERO.
       01 WS-DATE-POS PIC 9(3) VALUE ZERO.
       01 WS-IN-LENGTH PIC 9(3).
       01 WS-OUT-LENGTH PIC 9(3).
       01 WS-RECORD-DATE PIC X(8).

      *> the cut - records dated before it are archived. it is
      *> the retention boundary, pulled back to the day after the
      *> closed-through date when that comes first, so an open
      *> period is never touched
       01 WS-RETAIN-DAYS PIC 9(5) VALUE ZERO.
       01 WS-CLOSED-THRU PIC 9(8) VALUE ZERO.
       01 WS-RETAIN-FROM PIC 9(8) VALUE ZERO.
       01 WS-OPEN-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-CUT-DATE PIC 9(8) VALUE ZERO.
       01 WS-OPENING-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-STAMP PIC 9(16) VALUE ZERO.

      *> stock ledger carry-forward - the net quantity archived
      *> for each item at each location, indexed by item code plus
      *> one and by the location's place on the location table
       01 WS-CARRY-TABLE.
           05 WS-CARRY-ITEM OCCURS 1000 TIMES.
               10 WS-CARRY-ENTRY OCCURS 3 TIMES.
                   15 WS-CF-SWITCH PIC X.
                   15 WS-CF-QUANTITY PIC S9(9).
       01 WS-SUB PIC 9(4).

           COPY loctab.

      *> ledger records written before stock was kept by location
      *> carry none - they were all main warehouse movements
       01 WS-LOCATION-CHECK PIC X(3).
       01 WS-LOC-SUB PIC 9(2).
       01 WS-CF-LOC PIC 9(2).

       01 WS-COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-REREAD PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-ARCHIVED PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-KEPT PIC 9(7) VALUE ZERO.
           05 WS-UNDATED-KEPT PIC 9(7) VALUE ZERO.
           05 WS-UNJOURNALED-KEPT PIC 9(7) VALUE ZERO.
           05 WS-OPENINGS-WRITTEN PIC 9(7) VALUE ZERO.

           COPY runctl.

       01 WS-HEADING-1 PIC X(80) VALUE
           "HISTORY FILE ARCHIVE AND PURGE".

       01 WS-ID-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 IL-LABEL PIC X(22).
           05 IL-VALUE PIC X(8).
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-DATE-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-LABEL PIC X(22).
           05 DL-VALUE PIC 9(8).
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-LABEL PIC X(22).
           05 SL-VALUE PIC ZZZZ,ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.

       01 WS-MESSAGE-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ML-TEXT PIC X(44).
           05 FILLER PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           IF WS-RESULT = SPACES
               PERFORM 200-ARCHIVE-PASS
               PERFORM 300-KEEP-PASS
           END-IF.
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-RUN-CONTROL.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-CARRY-TABLE.
           OPEN OUTPUT ARCHIVE-RPT.
           WRITE ARCHIVE-RPT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO ARCHIVE-RPT-LINE.
           WRITE ARCHIVE-RPT-LINE.
           OPEN OUTPUT HIST-KEEP.
           OPEN OUTPUT HIST-ARCHIVE.
           PERFORM 110-LOAD-FILE-ID.
           IF WS-RESULT = SPACES
               PERFORM 120-LOAD-RETENTION
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 130-LOAD-PERIOD-CONTROL
           END-IF.
           IF WS-RESULT = SPACES AND WS-FILE-LEDGER
               PERFORM 140-LOAD-JOURNAL-CONTROL
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM 150-SET-CUT-DATE
           END-IF.
           IF WS-RESULT = SPACES
               OPEN INPUT HIST-IN
               IF WS-IN-STATUS = "00"
                   SET WS-IN-OPEN TO TRUE
               ELSE
                   MOVE "HISTORY FILE WILL NOT OPEN" TO WS-RESULT
               END-IF
           END-IF.

      *> the record length and the position of the date that ages
      *> each record - the audit change date, the ledger move date,
      *> the price activation date, the rate applied date and the
      *> score and run-history run dates
       110-LOAD-FILE-ID.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-FILE-ID TO WS-FILE-ID
               END-READ
               CLOSE PARM-FILE
           END-IF.
           EVALUATE WS-FILE-ID
               WHEN "ITEMAUDT"
                   MOVE 127 TO WS-RECORD-LENGTH
                   MOVE 112 TO WS-DATE-POS
               WHEN "STOCKLDG"
                   MOVE 68 TO WS-RECORD-LENGTH
                   MOVE 4 TO WS-DATE-POS
               WHEN "PRICHIST"
                   MOVE 37 TO WS-RECORD-LENGTH
                   MOVE 30 TO WS-DATE-POS
               WHEN "CURRHIST"
                   MOVE 41 TO WS-RECORD-LENGTH
                   MOVE 34 TO WS-DATE-POS
               WHEN "SCOREHST"
                   MOVE 30 TO WS-RECORD-LENGTH
                   MOVE 4 TO WS-DATE-POS
               WHEN "RUNHIST"
                   MOVE 52 TO WS-RECORD-LENGTH
                   MOVE 9 TO WS-DATE-POS
               WHEN OTHER
                   MOVE "FILE ID MISSING OR NOT A HISTORY FILE"
                       TO WS-RESULT
           END-EVALUATE.
           MOVE SPACES TO WS-ID-LINE.
           MOVE "HISTORY FILE:" TO IL-LABEL.
           MOVE WS-FILE-ID TO IL-VALUE.
           WRITE ARCHIVE-RPT-LINE FROM WS-ID-LINE.

       120-LOAD-RETENTION.
           OPEN INPUT RETENTION-FILE.
           IF WS-RETN-STATUS = "00"
               READ RETENTION-FILE
                   AT END SET WS-RETN-EOF TO TRUE
               END-READ
               PERFORM 125-CHECK-RETENTION UNTIL WS-RETN-EOF
               CLOSE RETENTION-FILE
           END-IF.
           IF WS-RETAIN-DAYS = ZERO
               MOVE "NO RETENTION PARAMETER FOR THE FILE" TO WS-RESULT
           ELSE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE "RETENTION DAYS:" TO SL-LABEL
               MOVE WS-RETAIN-DAYS TO SL-VALUE
               WRITE ARCHIVE-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF.

       125-CHECK-RETENTION.
           IF RET-FILE-ID = WS-FILE-ID
               AND RET-RETAIN-DAYS IS NUMERIC
               MOVE RET-RETAIN-DAYS TO WS-RETAIN-DAYS
           END-IF.
           READ RETENTION-FILE
               AT END SET WS-RETN-EOF TO TRUE
           END-READ.

      *> nothing is archived until a period has been closed
       130-LOAD-PERIOD-CONTROL.
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
           IF WS-CLOSED-THRU = ZERO
               MOVE "NO PERIOD CLOSED - NOTHING CAN BE ARCHIVED"
                   TO WS-RESULT
           ELSE
               MOVE SPACES TO WS-DATE-LINE
               MOVE "CLOSED THROUGH:" TO DL-LABEL
               MOVE WS-CLOSED-THRU TO DL-VALUE
               WRITE ARCHIVE-RPT-LINE FROM WS-DATE-LINE
           END-IF.

      *> a ledger movement the GL has not been sent yet stays on
      *> the live file whatever its date - GLJRNL picks it up from
      *> there. no journal control means nothing has been sent
       140-LOAD-JOURNAL-CONTROL.
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

       150-SET-CUT-DATE.
           COMPUTE WS-RETAIN-FROM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-RETAIN-DAYS).
           COMPUTE WS-OPEN-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CLOSED-THRU) + 1).
           IF WS-RETAIN-FROM < WS-OPEN-FROM-DATE
               MOVE WS-RETAIN-FROM TO WS-CUT-DATE
           ELSE
               MOVE WS-OPEN-FROM-DATE TO WS-CUT-DATE
           END-IF.
           COMPUTE WS-OPENING-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CUT-DATE) - 1).
           MOVE SPACES TO WS-DATE-LINE.
           MOVE "KEPT FROM DATE:" TO DL-LABEL.
           MOVE WS-CUT-DATE TO DL-VALUE.
           WRITE ARCHIVE-RPT-LINE FROM WS-DATE-LINE.

      *> first pass - everything before the cut goes to the
      *> archive generation, and the ledger's archived quantities
      *> are netted by item for the carry-forward
       200-ARCHIVE-PASS.
           READ HIST-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 210-ARCHIVE-ONE-RECORD UNTIL WS-EOF.
           CLOSE HIST-IN.
           MOVE 'N' TO WS-IN-OPEN-SWITCH.

       210-ARCHIVE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 220-CLASSIFY-RECORD.
           IF WS-ARCHIVE
               MOVE WS-RECORD-LENGTH TO WS-OUT-LENGTH
               MOVE HIST-IN-RECORD TO HIST-ARCHIVE-RECORD
               WRITE HIST-ARCHIVE-RECORD
               ADD 1 TO WS-RECORDS-ARCHIVED
               IF WS-FILE-LEDGER
                   PERFORM 230-CARRY-FORWARD
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-KEPT
               IF WS-HOLD-UNDATED
                   ADD 1 TO WS-UNDATED-KEPT
               END-IF
               IF WS-HOLD-UNJOURNALED
                   ADD 1 TO WS-UNJOURNALED-KEPT
               END-IF
           END-IF.
           READ HIST-IN
               AT END SET WS-EOF TO TRUE
           END-READ.

      *> a record whose date cannot be read is never archived -
      *> nor is a ledger record that could not be carried forward.
      *> a record shorter than the current layout is padded out, so
      *> an older ledger record reads as having no location
       220-CLASSIFY-RECORD.
           MOVE 'N' TO WS-ARCHIVE-SWITCH.
           MOVE SPACE TO WS-HOLD-REASON.
           IF WS-IN-LENGTH < WS-RECORD-LENGTH
               MOVE SPACES TO HIST-IN-RECORD(WS-IN-LENGTH + 1:)
           END-IF.
           MOVE HIST-IN-RECORD(WS-DATE-POS:8) TO WS-RECORD-DATE.
           IF WS-RECORD-DATE IS NOT NUMERIC
               SET WS-HOLD-UNDATED TO TRUE
           END-IF.
           IF WS-FILE-LEDGER
               PERFORM 225-FIND-LEDGER-LOCATION
               IF LDG-ITEM-CODE IS NOT NUMERIC
                   OR LDG-QUANTITY IS NOT NUMERIC
                   OR WS-CF-LOC = ZERO
                   SET WS-HOLD-UNDATED TO TRUE
               END-IF
           END-IF.
           IF WS-HOLD-REASON = SPACE
               AND WS-RECORD-DATE < WS-CUT-DATE
               SET WS-ARCHIVE TO TRUE
           END-IF.
           IF WS-ARCHIVE AND WS-FILE-LEDGER
               IF LDG-POST-STAMP IS NUMERIC
                   AND LDG-POST-STAMP > WS-LAST-STAMP
                   MOVE 'N' TO WS-ARCHIVE-SWITCH
                   SET WS-HOLD-UNJOURNALED TO TRUE
               END-IF
           END-IF.

       225-FIND-LEDGER-LOCATION.
           MOVE LDG-LOCATION TO WS-LOCATION-CHECK.
           IF WS-LOCATION-CHECK = SPACES
               MOVE LOC-DEFAULT TO WS-LOCATION-CHECK
           END-IF.
           MOVE ZERO TO WS-CF-LOC.
           PERFORM 227-MATCH-LOCATION
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > LOC-TABLE-SIZE.

       227-MATCH-LOCATION.
           IF LOC-CODE(WS-LOC-SUB) = WS-LOCATION-CHECK
               MOVE WS-LOC-SUB TO WS-CF-LOC
           END-IF.

       230-CARRY-FORWARD.
           COMPUTE WS-SUB = LDG-ITEM-CODE + 1.
           MOVE 'Y' TO WS-CF-SWITCH(WS-SUB, WS-CF-LOC).
           ADD LDG-QUANTITY TO WS-CF-QUANTITY(WS-SUB, WS-CF-LOC).

      *> second pass - the carry-forward records lead the new
      *> ledger, then every record the first pass did not archive.
      *> the file is held for the whole job, so both passes must
      *> see the same records
       300-KEEP-PASS.
           IF WS-FILE-LEDGER
               PERFORM 310-WRITE-ITEM-OPENINGS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 1000
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT HIST-IN.
           SET WS-IN-OPEN TO TRUE.
           READ HIST-IN
               AT END SET WS-EOF TO TRUE
           END-READ.
           PERFORM 320-KEEP-ONE-RECORD UNTIL WS-EOF.
           IF WS-RECORDS-REREAD NOT = WS-RECORDS-READ
               MOVE "HISTORY FILE CHANGED BETWEEN PASSES"
                   TO WS-RESULT
           END-IF.

       310-WRITE-ITEM-OPENINGS.
           PERFORM 315-WRITE-OPENING
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > LOC-TABLE-SIZE.

      *> an opening record is dated the day before the cut and
      *> carries the net of everything archived for the item at the
      *> location - any earlier carry-forward included - as both its
      *> quantity and its on-hand. no posting stamp, so GLJRNL never
      *> sees it
       315-WRITE-OPENING.
           IF WS-CF-SWITCH(WS-SUB, WS-LOC-SUB) = 'Y'
               MOVE SPACES TO HIST-KEEP-OPENING
               COMPUTE OPN-ITEM-CODE = WS-SUB - 1
               MOVE WS-OPENING-DATE TO OPN-MOVE-DATE
               MOVE ZERO TO OPN-MOVE-SEQ
               MOVE 'O' TO OPN-MOVE-CODE
               MOVE WS-CF-QUANTITY(WS-SUB, WS-LOC-SUB) TO OPN-QUANTITY
               MOVE WS-CF-QUANTITY(WS-SUB, WS-LOC-SUB)
                   TO OPN-NEW-ON-HAND
               MOVE LOC-CODE(WS-LOC-SUB) TO OPN-LOCATION
               MOVE ZERO TO OPN-UNIT-COST
               MOVE ZERO TO OPN-POST-DATE
               MOVE ZERO TO OPN-POST-TIME
               MOVE WS-RECORD-LENGTH TO WS-OUT-LENGTH
               WRITE HIST-KEEP-OPENING
               ADD 1 TO WS-OPENINGS-WRITTEN
           END-IF.

       320-KEEP-ONE-RECORD.
           ADD 1 TO WS-RECORDS-REREAD.
           PERFORM 220-CLASSIFY-RECORD.
           IF NOT WS-ARCHIVE
               MOVE WS-RECORD-LENGTH TO WS-OUT-LENGTH
               MOVE HIST-IN-RECORD TO HIST-KEEP-RECORD
               WRITE HIST-KEEP-RECORD
           END-IF.
           READ HIST-IN
               AT END SET WS-EOF TO TRUE
           END-READ.

       800-WRITE-SUMMARY.
           MOVE SPACES TO ARCHIVE-RPT-LINE.
           WRITE ARCHIVE-RPT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RECORDS READ:" TO SL-LABEL.
           MOVE WS-RECORDS-READ TO SL-VALUE.
           WRITE ARCHIVE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RECORDS ARCHIVED:" TO SL-LABEL.
           MOVE WS-RECORDS-ARCHIVED TO SL-VALUE.
           WRITE ARCHIVE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RECORDS KEPT:" TO SL-LABEL.
           MOVE WS-RECORDS-KEPT TO SL-VALUE.
           WRITE ARCHIVE-RPT-LINE FROM WS-SUMMARY-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "KEPT - NO USABLE DATE:" TO SL-LABEL.
           MOVE WS-UNDATED-KEPT TO SL-VALUE.
           WRITE ARCHIVE-RPT-LINE FROM WS-SUMMARY-LINE.

           IF WS-FILE-LEDGER
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE "KEPT - NOT YET IN GL:" TO SL-LABEL
               MOVE WS-UNJOURNALED-KEPT TO SL-VALUE
               WRITE ARCHIVE-RPT-LINE FROM WS-SUMMARY-LINE

               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE "OPENING RECORDS:" TO SL-LABEL
               MOVE WS-OPENINGS-WRITTEN TO SL-VALUE
               WRITE ARCHIVE-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF.

           MOVE SPACES TO ARCHIVE-RPT-LINE.
           WRITE ARCHIVE-RPT-LINE.
           IF WS-RESULT NOT = SPACES
               MOVE WS-RESULT TO ML-TEXT
               WRITE ARCHIVE-RPT-LINE FROM WS-MESSAGE-LINE
               MOVE "*** LIVE FILE MUST NOT BE REPLACED ***"
                   TO ML-TEXT
           ELSE
               IF WS-RECORDS-ARCHIVED = ZERO
                   MOVE "NOTHING TO ARCHIVE - LIVE FILE UNCHANGED"
                       TO ML-TEXT
               ELSE
                   MOVE "ARCHIVE COMPLETE - REPLACE THE LIVE FILE"
                       TO ML-TEXT
               END-IF
           END-IF.
           WRITE ARCHIVE-RPT-LINE FROM WS-MESSAGE-LINE.

      *> every record read is either archived or kept; a run that
      *> cannot replace the live file reports all of them rejected
       850-WRITE-RUN-CONTROL.
           MOVE "HISTARCH" TO RUNCTL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE.
           MOVE WS-RECORDS-READ TO RUNCTL-RECORDS-READ.
           IF WS-RESULT = SPACES
               MOVE WS-RECORDS-READ TO RUNCTL-RECORDS-APPLIED
               MOVE ZERO TO RUNCTL-RECORDS-REJECTED
               MOVE WS-RECORDS-ARCHIVED TO RUNCTL-AMOUNT-HASH
           ELSE
               MOVE ZERO TO RUNCTL-RECORDS-APPLIED
               MOVE WS-RECORDS-READ TO RUNCTL-RECORDS-REJECTED
               MOVE ZERO TO RUNCTL-AMOUNT-HASH
           END-IF.
           CALL "RUNCTLWR" USING RUNCTL-RECORD.

      *> the step after this one copies the kept records back
      *> over the live file on a zero return code only - 4 means
      *> there was nothing to cut, 8 that the run must not be used
       900-TERMINATE.
           IF WS-IN-OPEN
               CLOSE HIST-IN
           END-IF.
           CLOSE HIST-KEEP.
           CLOSE HIST-ARCHIVE.
           CLOSE ARCHIVE-RPT.
           IF WS-RESULT NOT = SPACES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RECORDS-ARCHIVED = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
