      *            WRITES A RETRANSMISSION REQUEST (RETRANS).  AFTER
      *            THE ACKNOWLEDGMENTS, EVERY CYCLE STILL SITTING IN
      *            SENT LONGER THAN THE GRACE PERIOD (JCL PARM, IN
      *            DAYS, DEFAULT 3; A TRAILING B, AS IN 3B, COUNTS
      *            BUSINESS DAYS FROM THE CALENDAR MASTER) IS ALSO
      *            QUEUED FOR RETRANSMISSION.  THE DAILY
      *            TRANSMISSION-STATUS REPORT (TRNSRPT) SHOWS EVERY
      *            CYCLE ON THE CONTROL FILE AND ITS DISPOSITION, SO
      *            BALANCING WITH THE WAREHOUSE STOPS BEING A MANUAL
      *            CHASE.  THE STEP ENDS WITH RETURN CODE 4 WHEN ANY
      *            CYCLE WAS REJECTED, MISMATCHED, UNKNOWN, OR
      *            QUEUED, AND 12 ON A FILE FAILURE.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  01 SEP 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    A CYCLE WITHDRAWN BY THE CYCBKOUT BACKOUT
      *                     UTILITY IS SHOWN AS WITHDRAWN ON THE
      *                     STATUS REPORT AND IS NEVER CHASED.  AN
      *                     ACKNOWLEDGMENT THAT ARRIVES FOR A WITHDRAWN
      *                     CYCLE LEAVES ITS STATUS ALONE, IS COUNTED
      *                     ON THE REPORT, AND ENDS THE STEP WITH
      *                     RETURN CODE 4 SO THE WAREHOUSE CAN BE TOLD
      *                     TO DISCARD IT.
      *  15 OCT 2026  DN    GRACE PERIOD PARM NNNB MEASURES THE GRACE
      *                     PERIOD IN BUSINESS DAYS FROM THE CALENDAR
      *                     MASTER (CALMST, THROUGH CALCHK), SO A
      *                     HOLIDAY WEEKEND DOES NOT TRIGGER A
      *                     RETRANSMISSION.  A SENT DATE OFF THE
      *                     CALENDAR, OR NO CALENDAR AT ALL, FALLS
      *                     BACK TO CALENDAR DAYS.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSACK.
       77  WS-CYCLES-ACKED             PIC 9(09) COMP VALUE ZERO.
       77  WS-CYCLES-REJECTED          PIC 9(09) COMP VALUE ZERO.
       77  WS-CYCLES-UNKNOWN           PIC 9(09) COMP VALUE ZERO.
       77  WS-CYCLES-WITHDRAWN-ACKED   PIC 9(09) COMP VALUE ZERO.
       77  WS-CYCLES-QUEUED            PIC 9(09) COMP VALUE ZERO.
       77  WS-CYCLES-OUTSTANDING       PIC 9(09) COMP VALUE ZERO.
       77  WS-MISMATCH-SW              PIC X(01)  VALUE 'N'.
       77  WS-ENTRY-DAY-NUMBER         PIC 9(09) COMP VALUE ZERO.
       77  WS-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
       77  WS-AGE-DAYS                 PIC S9(09) COMP VALUE ZERO.
       77  WS-GRACE-BASIS-SW           PIC X(01)  VALUE 'C'.
           88  WS-GRACE-CALENDAR-BASIS             VALUE 'C'.
           88  WS-GRACE-BUSINESS-BASIS             VALUE 'B'.
       77  WS-TODAY-BDAY-NUMBER        PIC 9(09) COMP VALUE ZERO.
       01  WS-CONVERT-DATE-AREA.
           05  WS-CONVERT-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-CONVERT-DATE-PARTS REDEFINES WS-CONVERT-DATE.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
       COPY CALCHKA.
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(34)
               10  FILLER              PIC X(23)
                   VALUE 'ACKS FOR UNKNOWN RUNS. '.
               10  WS-RPT-UNKNOWN      PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-WITHDRAWN-LINE.
               10  FILLER              PIC X(23)
                   VALUE 'ACKS, WITHDRAWN RUNS.  '.
               10  WS-RPT-WITHDRAWN    PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-QUEUED-LINE.
               10  FILLER              PIC X(23)
                   VALUE 'RETRANSMISSIONS QUEUED.'.
           EXIT.

      **********************************************************************
      * RESOLVE THE GRACE PERIOD FROM THE PARM (DAYS, DEFAULT 3,
      * WITH A TRAILING B FOR BUSINESS DAYS), OPEN THE FILES, AND
      * PRIME THE ACKNOWLEDGMENT FILE.  THE CONTROL FILE MUST
      * EXIST - EXTRGEN CREATES IT WITH THE FIRST TRANSMISSION.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 4
                   MOVE 4 TO WS-PARM-LENGTH-BOUNDED
               ELSE
                   MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH-BOUNDED
               END-IF
               IF LK-PARM-TEXT(WS-PARM-LENGTH-BOUNDED:1) = 'B'
                   SET WS-GRACE-BUSINESS-BASIS TO TRUE
                   SUBTRACT 1 FROM WS-PARM-LENGTH-BOUNDED
               END-IF
               IF WS-PARM-LENGTH-BOUNDED > 3
                   MOVE 3 TO WS-PARM-LENGTH-BOUNDED
               END-IF
           END-IF
           IF WS-PARM-LENGTH-BOUNDED > ZERO
               MOVE '000' TO WS-PARM-WORK
               MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH-BOUNDED)
                   TO WS-PARM-WORK(4 - WS-PARM-LENGTH-BOUNDED:
      * MATCH ONE ACKNOWLEDGMENT TO ITS TRANSMISSION BY RUN DATE AND
      * BALANCE THE CONTROL TOTALS.  ACCEPTED AND BALANCED MARKS THE
      * CYCLE ACKNOWLEDGED; ANYTHING ELSE MARKS IT REJECTED AND
      * QUEUES A RETRANSMISSION.  A CYCLE WITHDRAWN BY A BACKOUT IS
      * LEFT WITHDRAWN WHATEVER THE WAREHOUSE SAYS ABOUT IT.
      **********************************************************************
       2000-PROCESS-ACKNOWLEDGMENT.
           ADD 1 TO WS-ACKS-READ
                       AK-RUN-DATE
                   GO TO 2000-NEXT
           END-READ
           IF TN-WITHDRAWN
               ADD 1 TO WS-CYCLES-WITHDRAWN-ACKED
               DISPLAY 'WHSACK - ACK FOR WITHDRAWN RUN DATE '
                   AK-RUN-DATE
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-BALANCE-CONTROL-TOTALS THRU 2200-EXIT
           IF AK-ACCEPTED AND NOT WS-TOTALS-MISMATCH
               SET TN-ACKNOWLEDGED TO TRUE
           MOVE WS-CURRENT-DATE TO WS-CONVERT-DATE
           PERFORM 6000-CONVERT-DATE-TO-DAYS THRU 6000-EXIT
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
           IF WS-GRACE-BUSINESS-BASIS
               SET CD-FUNC-LOOKUP TO TRUE
               MOVE WS-CURRENT-DATE TO CD-DATE
               CALL 'CALCHK' USING CALENDAR-CHECK-AREA
               IF CD-FOUND
                   MOVE CD-BUSINESS-DAY-NUMBER TO WS-TODAY-BDAY-NUMBER
               ELSE
                   SET WS-GRACE-CALENDAR-BASIS TO TRUE
                   DISPLAY 'WHSACK - TODAY NOT ON A CALENDAR MASTER, '
                       'GRACE PERIOD IN CALENDAR DAYS'
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-TRNC-SW
           MOVE LOW-VALUES TO TN-RUN-DATE
           START TRANS-CONTROL-FILE KEY >= TN-RUN-DATE
           IF NOT TN-SENT
               GO TO 3200-NEXT
           END-IF
           PERFORM 3250-AGE-SENT-CYCLE THRU 3250-EXIT
           IF WS-AGE-DAYS > WS-GRACE-DAYS
               MOVE 'NO ACKNOWLEDGMENT RECEIVED' TO WS-RETRANS-REASON
               PERFORM 5000-QUEUE-RETRANSMISSION THRU 5000-EXIT
       3200-EXIT.
           EXIT.

      **********************************************************************
      * AGE A SENT CYCLE FROM ITS SENT DATE - IN BUSINESS DAYS WHEN
      * THE GRACE PERIOD IS, FALLING BACK TO CALENDAR DAYS FOR A
      * SENT DATE THAT IS NOT ON THE CALENDAR.
      **********************************************************************
       3250-AGE-SENT-CYCLE.
           IF WS-GRACE-BUSINESS-BASIS
               SET CD-FUNC-LOOKUP TO TRUE
               MOVE TN-SENT-DATE TO CD-DATE
               CALL 'CALCHK' USING CALENDAR-CHECK-AREA
               IF CD-FOUND
                   COMPUTE WS-AGE-DAYS = WS-TODAY-BDAY-NUMBER
                       - CD-BUSINESS-DAY-NUMBER
                   GO TO 3250-EXIT
               END-IF
           END-IF
           MOVE TN-SENT-DATE TO WS-CONVERT-DATE
           PERFORM 6000-CONVERT-DATE-TO-DAYS THRU 6000-EXIT
           MOVE WS-DAY-NUMBER TO WS-ENTRY-DAY-NUMBER
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-DAY-NUMBER - WS-ENTRY-DAY-NUMBER
           .
       3250-EXIT.
           EXIT.

      **********************************************************************
      * ONE LINE PER CYCLE ON THE CONTROL FILE, WITH ITS CURRENT
      * DISPOSITION, THEN THE SUMMARY COUNTS.
           MOVE WS-CYCLES-ACKED       TO WS-RPT-ACKED
           MOVE WS-CYCLES-REJECTED    TO WS-RPT-REJECTED
           MOVE WS-CYCLES-UNKNOWN     TO WS-RPT-UNKNOWN
           MOVE WS-CYCLES-WITHDRAWN-ACKED TO WS-RPT-WITHDRAWN
           MOVE WS-CYCLES-QUEUED      TO WS-RPT-QUEUED
           MOVE WS-CYCLES-OUTSTANDING TO WS-RPT-OUTSTANDING
           MOVE WS-RPT-ACKED-LINE       TO STATUS-RPT-RECORD
           WRITE STATUS-RPT-RECORD
           MOVE WS-RPT-UNKNOWN-LINE     TO STATUS-RPT-RECORD
           WRITE STATUS-RPT-RECORD
           MOVE WS-RPT-WITHDRAWN-LINE   TO STATUS-RPT-RECORD
           WRITE STATUS-RPT-RECORD
           MOVE WS-RPT-QUEUED-LINE      TO STATUS-RPT-RECORD
           WRITE STATUS-RPT-RECORD
           MOVE WS-RPT-OUTSTANDING-LINE TO STATUS-RPT-RECORD
                   MOVE 'QUEUED' TO WS-DET-STATUS
                   MOVE 'NO ACKNOWLEDGMENT RECEIVED'
                       TO WS-DET-REMARK
               WHEN TN-WITHDRAWN
                   MOVE 'WTHDRN' TO WS-DET-STATUS
                   MOVE 'WITHDRAWN BY BACKOUT'
                       TO WS-DET-REMARK
               WHEN OTHER
                   MOVE 'SENT  ' TO WS-DET-STATUS
                   ADD 1 TO WS-CYCLES-OUTSTANDING
                   OR WS-ACK-FILE-STATUS = '10'
               CLOSE ACK-FILE
           END-IF
           SET CD-FUNC-CLOSE TO TRUE
           CALL 'CALCHK' USING CALENDAR-CHECK-AREA
           IF WS-RUN-RC = ZERO
               IF WS-CYCLES-REJECTED > ZERO
                       OR WS-CYCLES-UNKNOWN > ZERO
                       OR WS-CYCLES-WITHDRAWN-ACKED > ZERO
                       OR WS-CYCLES-QUEUED > ZERO
                   MOVE 4 TO WS-RUN-RC
               END-IF
