      *                     CONTROL FILE IS CREATED ON FIRST USE; A
      *                     RETRANSMITTED CYCLE OVERLAYS ITS ENTRY
      *                     WITH FRESH TOTALS AND GOES BACK TO SENT.
      *  15 OCT 2026  DN    A CLEAN EXTRACT RECORDED ON CYCSTAT NOW
      *                     POSTS THE DETAILS IT EXTRACTED AND THEIR
      *                     KEY HASH TO THE SHARED CONTROL-TOTALS
      *                     LEDGER (CTLLEDG, VIA THE CTLPOST
      *                     SUBPROGRAM), WEIGHTED BY EACH CALL'S
      *                     SEGMENT COUNT SO THE FIGURE TIES TO THE
      *                     ARGFILE TRAILERS ON THE CYCBAL BALANCE
      *                     SHEET.
      *  15 OCT 2026  DN    THE TRANSCTL ENTRY'S WITHDRAWN DATE IS
      *                     CLEARED WHEN IT IS WRITTEN, SO A CYCLE
      *                     RERUN AFTER A CYCBKOUT BACKOUT GOES BACK
      *                     TO SENT WITH NO TRACE OF THE WITHDRAWAL.
      *  15 OCT 2026  DN    REVERSALS.  A CALL LOGGED WITH OUTCOME
      *                     REVERSAL IS EXTRACTED WITH THAT OUTCOME
      *                     AND A NEW NINTH FIELD, THE BUSINESS DATE
      *                     OF THE CALL IT BACKS OUT (EMPTY ON EVERY
      *                     OTHER RECORD), SO THE WAREHOUSE CAN NET IT
      *                     OFF AGAINST THE ORIGINAL.  REVERSALS ARE
      *                     COUNTED APART FROM SUCCESSES AND FAILURES
      *                     AND THEIR COUNT IS APPENDED TO THE TRAILER
      *                     AFTER THE HASH TOTAL; THE RECORD COUNT
      *                     STILL COVERS EVERY DETAIL.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRGEN.
       77  WS-RECS-EXTRACTED           PIC 9(09) COMP VALUE ZERO.
       77  WS-RECS-SUCCESS             PIC 9(09) COMP VALUE ZERO.
       77  WS-RECS-FAILURE             PIC 9(09) COMP VALUE ZERO.
       77  WS-RECS-REVERSAL            PIC 9(09) COMP VALUE ZERO.
       77  WS-KEY-HASH-TOTAL           PIC 9(18) COMP VALUE ZERO.
       77  WS-OUT-PTR                  PIC 9(04) COMP VALUE 1.
       77  WS-TRIM-SUB                 PIC 9(04) COMP VALUE ZERO.
       77  WS-CYCLE-ENFORCED-SW        PIC X(01)  VALUE 'N'.
           88  WS-CYCLE-ENFORCED                   VALUE 'Y'.
       COPY CYCCHKA.
       COPY CTLPOSTA.
       77  WS-LDG-EXTRACT-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-EXTRACT-HASH         PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-SEGS                 PIC 9(01)  VALUE 1.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-BUILD-EXTRACT-RECORD THRU 3000-EXIT
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-BUFFER
           ADD 1 TO WS-RECS-EXTRACTED
           EVALUATE AU-OUTCOME
               WHEN 'SUCCESS'
                   ADD 1 TO WS-RECS-SUCCESS
               WHEN 'REVERSAL'
                   ADD 1 TO WS-RECS-REVERSAL
               WHEN OTHER
                   ADD 1 TO WS-RECS-FAILURE
           END-EVALUATE
           MOVE AO-KEY TO WS-KEY-NUMERIC-TEXT
           IF WS-KEY-NUMERIC-TEXT IS NUMERIC
               ADD WS-KEY-NUMERIC TO WS-KEY-HASH-TOTAL
           END-IF
           PERFORM 2050-TALLY-LEDGER-TOTALS THRU 2050-EXIT
           PERFORM 2100-READ-ARG-OUT-RECORD THRU 2100-EXIT
           PERFORM 2200-READ-AUDIT-RECORD THRU 2200-EXIT
           IF WS-EOF-ARGOUT AND NOT WS-EOF-AUDIT
       2000-EXIT.
           EXIT.

      **********************************************************************
      * THE CONTROL-TOTALS LEDGER COUNTS UPSTREAM DETAILS: A CALL ON
      * A MULTI-SEGMENT SET STANDS FOR ONE DETAIL PER SEGMENT AND ITS
      * KEY IS HASHED ONCE PER SEGMENT.  A CALL WITH NO SEGMENT COUNT
      * STANDS FOR ONE DETAIL.
      **********************************************************************
       2050-TALLY-LEDGER-TOTALS.
           MOVE AU-SEG-COUNT TO WS-LDG-SEGS
           IF WS-LDG-SEGS NOT NUMERIC OR WS-LDG-SEGS = ZERO
               MOVE 1 TO WS-LDG-SEGS
           END-IF
           ADD WS-LDG-SEGS TO WS-LDG-EXTRACT-COUNT
           IF WS-KEY-NUMERIC-TEXT IS NUMERIC
               COMPUTE WS-LDG-EXTRACT-HASH = WS-LDG-EXTRACT-HASH
                   + WS-KEY-NUMERIC * WS-LDG-SEGS
           END-IF
           .
       2050-EXIT.
           EXIT.

       2100-READ-ARG-OUT-RECORD.
           READ ARG-OUT-FILE
               AT END

      **********************************************************************
      * BUILD ONE DELIMITED RECORD: KEY, TARGET PROGRAM, BEFORE AND
      * AFTER ARGUMENT VALUES, OUTCOME, RETURN CODE, AND THE DATE OF
      * THE CALL A REVERSAL BACKS OUT.  EACH FIELD IS
      * TRIMMED OF TRAILING BLANKS; AN ALL-BLANK FIELD COMES OUT
      * EMPTY BETWEEN ITS DELIMITERS.
      **********************************************************************
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE WS-RC-DISPLAY TO WS-FIELD-TEXT
           PERFORM 4000-APPEND-FIELD THRU 4000-EXIT
           MOVE SPACES TO WS-FIELD-TEXT
           IF AU-REVERSED-DATE IS NUMERIC
                   AND AU-REVERSED-DATE > ZERO
               MOVE AU-REVERSED-DATE TO WS-FIELD-TEXT
           END-IF
           PERFORM 4000-APPEND-FIELD THRU 4000-EXIT
           .
       3000-EXIT.
           EXIT.
                   INTO WS-EXTRACT-BUFFER
                   WITH POINTER WS-OUT-PTR
               END-STRING
               MOVE WS-RECS-REVERSAL TO WS-COUNT-DISPLAY
               STRING WS-COUNT-DISPLAY '|'
                   DELIMITED BY SIZE
                   INTO WS-EXTRACT-BUFFER
                   WITH POINTER WS-OUT-PTR
               END-STRING
               WRITE EXTRACT-RECORD FROM WS-EXTRACT-BUFFER
               PERFORM 9500-RECORD-TRANSMISSION THRU 9500-EXIT
               IF WS-CYCLE-ENFORCED
                   PERFORM 9600-POST-CONTROL-TOTALS THRU 9600-EXIT
               END-IF
           END-IF
           CLOSE ARG-OUT-FILE
           CLOSE AUDIT-FILE
           MOVE WS-KEY-HASH-TOTAL  TO TN-KEY-HASH-TOTAL
           MOVE WS-CURRENT-DATE    TO TN-SENT-DATE
           MOVE ZERO               TO TN-ACK-DATE
           MOVE ZERO               TO TN-WITHDRAWN-DATE
           WRITE TRANS-CONTROL-RECORD
           IF WS-TRNC-FILE-STATUS = '22'
               REWRITE TRANS-CONTROL-RECORD
       9500-EXIT.
           EXIT.

      **********************************************************************
      * POST THE EXTRACTED TOTALS TO THE CONTROL-TOTALS LEDGER.  A
      * POSTING THAT FAILS IS REPORTED ON THE CONSOLE BUT DOES NOT
      * CHANGE THE RETURN CODE; THE GAP SHOWS UP ON THE CYCBAL
      * BALANCE SHEET.
      **********************************************************************
       9600-POST-CONTROL-TOTALS.
           MOVE 'EXTRGEN '           TO CP-PROGRAM
           MOVE ZERO                 TO CP-STREAM
           MOVE WS-CURRENT-DATE      TO CP-BUSINESS-DATE
           MOVE WS-CYCLE-START-DATE  TO CP-RUN-DATE
           MOVE WS-CYCLE-START-TIME  TO CP-RUN-TIME
           MOVE 1                    TO CP-COUNTER-COUNT
           MOVE 'EXTRACTED'          TO CP-COUNTER-NAME(1)
           MOVE WS-LDG-EXTRACT-COUNT TO CP-RECORD-COUNT(1)
           MOVE WS-LDG-EXTRACT-HASH  TO CP-KEY-HASH(1)
           CALL 'CTLPOST' USING CONTROL-POST-AREA
           IF CP-FAILED
               DISPLAY 'EXTRGEN - CONTROL TOTALS NOT POSTED. '
                   CP-MESSAGE
           END-IF
           .
       9600-EXIT.
           EXIT.

       9999-END.
           IF WS-CYCLE-ENFORCED
               PERFORM 9900-RECORD-CYCLE-STATUS THRU 9900-EXIT
