      *                     ORIGINAL PARK DATE; A RELEASED KEY THAT
      *                     COMES BACK REOPENS WITH A FRESH ONE.
      *                     THE MASTER IS CREATED ON FIRST USE.
      *  15 OCT 2026  DN    THE UPSTREAM SOURCE OF EACH DEAD RECORD
      *                     (RJ-SOURCE, AU-SOURCE) NOW RIDES ALONG:
      *                     RECYCLED DETAILS CARRY IT IN AI-SOURCE AND
      *                     PARKED ITEMS IN SM-ORIGIN-SOURCE, AND EVERY
      *                     PARK STAMPS SM-LAST-PARK-DATE SO THE
      *                     RETURN-FILE STEP (SRCRETN) CAN TELL THE
      *                     SHOP WHICH KEYS WENT TO SUSPENSE TONIGHT.
      *  15 OCT 2026  DN    THE RUN NOW POSTS ITS CONTROL TOTALS TO
      *                     THE SHARED CONTROL-TOTALS LEDGER (CTLLEDG,
      *                     VIA THE CTLPOST SUBPROGRAM): REJECTS AND
      *                     CALL FAILURES TAKEN IN, AND RECYCLED AND
      *                     SUSPENDED, EACH AS A DETAIL COUNT AND KEY
      *                     HASH WEIGHTED BY THE SEGMENTS THE DEAD
      *                     RECORD STANDS FOR, SO THE CYCBAL BALANCE
      *                     SHEET CAN PROVE EVERY DEAD DETAIL WAS
      *                     EITHER RECYCLED OR PARKED.
      *  15 OCT 2026  DN    A RECYCLED DETAIL IS WRITTEN WITH A BLANK
      *                     EFFECTIVE DATE (AI-EFFECTIVE-DATE), SO IT
      *                     IS TAKEN UP ON THE NEXT CYCLE.
      *  15 OCT 2026  DN    A FAILED REVERSAL (AU-REVERSED-DATE SET ON
      *                     THE AUDIT ENTRY) IS RECYCLED AS A REVERSAL
      *                     - TRAN TYPE RV WITH THE ORIGINAL'S BUSINESS
      *                     DATE AS ITS ARGUMENT - NOT AS A FRESH
      *                     POSTING OF THE ORIGINAL'S VALUES.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJRECYC.
       77  WS-HIST-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-MAX-RECYCLES             PIC 9(03)  VALUE 3.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-START-TIME               PIC 9(08)  VALUE ZERO.
       77  WS-CYCLE-NUMBER             PIC 9(04)  VALUE 1.
       77  WS-PARM-LENGTH-BOUNDED      PIC 9(04) COMP VALUE ZERO.
       77  WS-CYCLE-TEXT               PIC X(04)  VALUE ZEROS.
           05  WS-CAND-ARG-1           PIC X(80).
           05  WS-CAND-ARG-2           PIC X(80).
           05  WS-CAND-SOURCE          PIC X(08).
           05  WS-CAND-ORIGIN-SOURCE   PIC X(01).
           05  WS-CAND-REASON          PIC X(30).
           05  WS-CAND-SEG-COUNT       PIC 9(01).
       77  WS-LDG-REJECTS-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-REJECTS-HASH         PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-FAILURES-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-FAILURES-HASH        PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-RECYCLED-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-RECYCLED-HASH        PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-SUSPENDED-COUNT      PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-SUSPENDED-HASH       PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-HASH-WORK            PIC 9(18) COMP VALUE ZERO.
       COPY CTLPOSTA.
       01  WS-CORRECTION-TABLE.
           05  WS-CORR-ENTRY OCCURS 500 TIMES.
               10  WS-CORR-KEY         PIC X(10).
               END-IF
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN INPUT REJECT-FILE
           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT RECYCLE-FILE
           MOVE RJ-ARG-2     TO WS-CAND-ARG-2
           MOVE 'REJECT'     TO WS-CAND-SOURCE
           MOVE RJ-REASON    TO WS-CAND-REASON
           MOVE RJ-SOURCE    TO WS-CAND-ORIGIN-SOURCE
           MOVE RJ-SEG-COUNT TO WS-CAND-SEG-COUNT
           PERFORM 4050-WEIGH-CANDIDATE THRU 4050-EXIT
           ADD WS-CAND-SEG-COUNT TO WS-LDG-REJECTS-COUNT
           ADD WS-LDG-HASH-WORK  TO WS-LDG-REJECTS-HASH
           PERFORM 4000-RECYCLE-CANDIDATE THRU 4000-EXIT
           PERFORM 2100-READ-REJECT-RECORD THRU 2100-EXIT
           .
      * ONLY THE FAILURE ENTRIES IN THE AUDIT LOG ARE CANDIDATES; THE
      * SUCCESSFUL CALLS ARE ALREADY DONE.  THE AUDIT LOG CARRIES NO
      * TRANSACTION TYPE, SO IT IS LEFT BLANK HERE FOR THE CORRECTION
      * (OR THE DEFAULT-TARGET CORRECTION RUN) TO SUPPLY.  A FAILED
      * REVERSAL IS THE EXCEPTION: IT GOES BACK AS TYPE RV NAMING THE
      * ORIGINAL'S DATE, SO SUBPROGD VERIFIES THE ORIGINAL AGAIN.
      **********************************************************************
       3000-PROCESS-AUDIT-FAILURES.
           IF AU-OUTCOME = 'FAILURE'
               MOVE AU-KEY   TO WS-CAND-KEY
               MOVE 'FAILURE' TO WS-CAND-SOURCE
               MOVE AU-SOURCE TO WS-CAND-ORIGIN-SOURCE
               MOVE SPACES   TO WS-CAND-REASON
               IF AU-REVERSED-DATE IS NUMERIC
                       AND AU-REVERSED-DATE > ZERO
                   MOVE 'RV'     TO WS-CAND-TRAN-TYPE
                   MOVE SPACES   TO WS-CAND-ARG-1
                   MOVE AU-REVERSED-DATE TO WS-CAND-ARG-1(1:8)
                   MOVE SPACES   TO WS-CAND-ARG-2
                   STRING 'REVERSAL FAILED IN ' AU-PROGRAM-NAME
                       DELIMITED BY SIZE INTO WS-CAND-REASON
               ELSE
                   MOVE SPACES   TO WS-CAND-TRAN-TYPE
                   MOVE AU-ARG-1 TO WS-CAND-ARG-1
                   MOVE AU-ARG-2 TO WS-CAND-ARG-2
                   STRING 'CALL FAILED IN ' AU-PROGRAM-NAME
                       DELIMITED BY SIZE INTO WS-CAND-REASON
               END-IF
               MOVE AU-SEG-COUNT TO WS-CAND-SEG-COUNT
               PERFORM 4050-WEIGH-CANDIDATE THRU 4050-EXIT
               ADD WS-CAND-SEG-COUNT TO WS-LDG-FAILURES-COUNT
               ADD WS-LDG-HASH-WORK  TO WS-LDG-FAILURES-HASH
               PERFORM 4000-RECYCLE-CANDIDATE THRU 4000-EXIT
           END-IF
           PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
       4000-EXIT.
           EXIT.

      **********************************************************************
      * THE CONTROL-TOTALS LEDGER COUNTS UPSTREAM DETAILS, SO A DEAD
      * RECORD STANDS FOR ONE DETAIL PER SEGMENT AND ITS KEY IS
      * HASHED ONCE PER SEGMENT.  A RECORD WITH NO SEGMENT COUNT
      * STANDS FOR ONE DETAIL; A NON-NUMERIC KEY HASHES AS ZERO.
      **********************************************************************
       4050-WEIGH-CANDIDATE.
           IF WS-CAND-SEG-COUNT NOT NUMERIC
                   OR WS-CAND-SEG-COUNT = ZERO
               MOVE 1 TO WS-CAND-SEG-COUNT
           END-IF
           IF WS-CAND-KEY IS NUMERIC
               COMPUTE WS-LDG-HASH-WORK =
                   WS-CAND-KEY-NUM * WS-CAND-SEG-COUNT
           ELSE
               MOVE ZERO TO WS-LDG-HASH-WORK
           END-IF
           .
       4050-EXIT.
           EXIT.

      **********************************************************************
      * A NON-BLANK FIELD ON THE MATCHING CORRECTION REPLACES THE
      * CANDIDATE'S VALUE; BLANK CORRECTION FIELDS LEAVE THE ORIGINAL

       4300-PARK-ON-SUSPENSE.
           ADD 1 TO WS-PARKED-COUNT
           ADD WS-CAND-SEG-COUNT TO WS-LDG-SUSPENDED-COUNT
           ADD WS-LDG-HASH-WORK  TO WS-LDG-SUSPENDED-HASH
           MOVE WS-CAND-KEY       TO WS-SUSP-KEY
           MOVE WS-CAND-TRAN-TYPE TO WS-SUSP-TRAN-TYPE
           MOVE WS-HIST-RECYCLES(WS-HIST-HIT-SUB) TO WS-SUSP-RECYCLES
           MOVE WS-CAND-REASON    TO SM-LAST-REASON
           MOVE WS-HIST-RECYCLES(WS-HIST-HIT-SUB)
               TO SM-RECYCLE-COUNT
           MOVE WS-CAND-ORIGIN-SOURCE TO SM-ORIGIN-SOURCE
           MOVE WS-CURRENT-DATE   TO SM-LAST-PARK-DATE
           REWRITE SUSPENSE-MASTER-RECORD
           IF WS-SUSP-FILE-STATUS NOT = '00'
               DISPLAY 'REJRECYC - SUSPENSE MASTER REWRITE FAILED, '
               TO SM-RECYCLE-COUNT
           MOVE WS-CURRENT-DATE   TO SM-PARK-DATE
           MOVE ZERO              TO SM-RELEASE-DATE
           MOVE WS-CAND-ORIGIN-SOURCE TO SM-ORIGIN-SOURCE
           MOVE WS-CURRENT-DATE   TO SM-LAST-PARK-DATE
           WRITE SUSPENSE-MASTER-RECORD
           IF WS-SUSP-FILE-STATUS NOT = '00'
               DISPLAY 'REJRECYC - SUSPENSE MASTER WRITE FAILED, '
           MOVE WS-CAND-ARG-2     TO AI-ARG-2
           MOVE '0'               TO AI-SEG-NUMBER
           MOVE SPACE             TO AI-SEG-LAST-SW
           MOVE WS-CAND-ORIGIN-SOURCE TO AI-SOURCE
           MOVE SPACES            TO AI-EFFECTIVE-DATE
           WRITE ARG-IN-RECORD
           ADD 1 TO WS-RECYCLED-COUNT
           ADD WS-CAND-SEG-COUNT TO WS-LDG-RECYCLED-COUNT
           ADD WS-LDG-HASH-WORK  TO WS-LDG-RECYCLED-HASH
           IF WS-CAND-KEY IS NUMERIC
               ADD WS-CAND-KEY-NUM TO WS-KEY-HASH-TOTAL
           END-IF
           END-IF
           DISPLAY 'REJRECYC - RECORDS RECYCLED ' WS-RECYCLED-COUNT
           DISPLAY 'REJRECYC - RECORDS PARKED   ' WS-PARKED-COUNT
           PERFORM 9200-POST-CONTROL-TOTALS THRU 9200-EXIT
           .
       9000-EXIT.
           EXIT.
       9100-EXIT.
           EXIT.

      **********************************************************************
      * POST THE RUN'S CONTROL TOTALS TO THE CONTROL-TOTALS LEDGER.
      * REJECTS IN PLUS FAILURES IN BALANCES TO RECYCLED PLUS
      * SUSPENDED.  A POSTING THAT FAILS IS REPORTED ON THE CONSOLE
      * BUT DOES NOT FAIL THE RUN; THE GAP SHOWS UP ON THE CYCBAL
      * BALANCE SHEET.
      **********************************************************************
       9200-POST-CONTROL-TOTALS.
           MOVE 'REJRECYC'             TO CP-PROGRAM
           MOVE ZERO                   TO CP-STREAM
           MOVE WS-CURRENT-DATE        TO CP-BUSINESS-DATE
           MOVE WS-CURRENT-DATE        TO CP-RUN-DATE
           MOVE WS-START-TIME          TO CP-RUN-TIME
           MOVE 4                      TO CP-COUNTER-COUNT
           MOVE 'REJECTS IN'           TO CP-COUNTER-NAME(1)
           MOVE WS-LDG-REJECTS-COUNT   TO CP-RECORD-COUNT(1)
           MOVE WS-LDG-REJECTS-HASH    TO CP-KEY-HASH(1)
           MOVE 'FAILURES IN'          TO CP-COUNTER-NAME(2)
           MOVE WS-LDG-FAILURES-COUNT  TO CP-RECORD-COUNT(2)
           MOVE WS-LDG-FAILURES-HASH   TO CP-KEY-HASH(2)
           MOVE 'RECYCLED'             TO CP-COUNTER-NAME(3)
           MOVE WS-LDG-RECYCLED-COUNT  TO CP-RECORD-COUNT(3)
           MOVE WS-LDG-RECYCLED-HASH   TO CP-KEY-HASH(3)
           MOVE 'SUSPENDED'            TO CP-COUNTER-NAME(4)
           MOVE WS-LDG-SUSPENDED-COUNT TO CP-RECORD-COUNT(4)
           MOVE WS-LDG-SUSPENDED-HASH  TO CP-KEY-HASH(4)
           CALL 'CTLPOST' USING CONTROL-POST-AREA
           IF CP-FAILED
               DISPLAY 'REJRECYC - CONTROL TOTALS NOT POSTED. '
                   CP-MESSAGE
           END-IF
           .
       9200-EXIT.
           EXIT.

       9999-END.
           GOBACK.
