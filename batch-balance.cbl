       01 WS-MNT-SEEN-SWITCH PIC X VALUE 'N'.
           88 WS-MNT-SEEN VALUE 'Y'.

      *> every movement STOCKPST applied must reach the GL - the
      *> journal GLJRNL released, less what it picked up from
      *> earlier STOCKPST runs (GLJPRIOR), must account for the
      *> same count
       01 WS-POST-APPLIED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-POST-SEEN-SWITCH PIC X VALUE 'N'.
           88 WS-POST-SEEN VALUE 'Y'.
       01 WS-JRNL-APPLIED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-PRIOR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-TONIGHT-COUNT PIC S9(8) VALUE ZERO.
       01 WS-JRNL-SEEN-SWITCH PIC X VALUE 'N'.
           88 WS-JRNL-SEEN VALUE 'Y'.

       01 WS-HEADING-1 PIC X(80) VALUE
           "NIGHTLY RUN OPERATIONS BALANCE REPORT".

               SET WS-MNT-SEEN TO TRUE
               MOVE RUNCTL-RECORDS-READ TO WS-MNT-READ-COUNT
           END-IF.
           IF RUNCTL-PROGRAM-ID = "STOCKPST"
               SET WS-POST-SEEN TO TRUE
               MOVE RUNCTL-RECORDS-APPLIED TO WS-POST-APPLIED-COUNT
           END-IF.
           IF RUNCTL-PROGRAM-ID = "GLJRNL"
               SET WS-JRNL-SEEN TO TRUE
               MOVE RUNCTL-RECORDS-APPLIED TO WS-JRNL-APPLIED-COUNT
           END-IF.
           IF RUNCTL-PROGRAM-ID = "GLJPRIOR"
               MOVE RUNCTL-RECORDS-APPLIED TO WS-JRNL-PRIOR-COUNT
           END-IF.

       300-CROSS-CHECK-PROGRAMS.
           MOVE SPACES TO BALANCE-RPT-LINE.
               END-IF
               WRITE BALANCE-RPT-LINE FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-POST-SEEN AND WS-JRNL-SEEN
               PERFORM 310-CHECK-JOURNAL-COUNT
           END-IF.

      *> a night STOCKPST applied nothing leaves the latest stamp on
      *> an earlier run, so there is nothing of tonight's to hold
      *> GLJRNL to
       310-CHECK-JOURNAL-COUNT.
           COMPUTE WS-JRNL-TONIGHT-COUNT =
               WS-JRNL-APPLIED-COUNT - WS-JRNL-PRIOR-COUNT.
           EVALUATE TRUE
               WHEN WS-POST-APPLIED-COUNT = ZERO
                   MOVE "STOCKPST APPLIED NONE - NOTHING TO JOURNAL"
                       TO WS-MESSAGE-LINE
               WHEN WS-POST-APPLIED-COUNT = WS-JRNL-TONIGHT-COUNT
                   MOVE "STOCKPST APPLIED EQUALS GLJRNL JOURNALED"
                       TO WS-MESSAGE-LINE
               WHEN OTHER
                   SET WS-OUT-OF-BALANCE TO TRUE
                   MOVE
                  "STOCKPST APPLIED DOES NOT EQUAL GLJRNL JOURNALED"
                       TO WS-MESSAGE-LINE
           END-EVALUATE.
           WRITE BALANCE-RPT-LINE FROM WS-MESSAGE-LINE.

       800-WRITE-VERDICT.
           MOVE SPACES TO BALANCE-RPT-LINE.
