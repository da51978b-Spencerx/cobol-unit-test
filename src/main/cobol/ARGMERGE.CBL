      *                     REPORT ARE ROLLED UP INTO THE
      *                     CONSOLIDATED REPORT LIKE THE OTHER
      *                     SUMMARY COUNTS.
      *  15 OCT 2026  DN    AUDIT RECORD LENGTH RAISED TO 208 AND
      *                     REJECT RECORD LENGTH TO 204 FOR THE SOURCE
      *                     AND SEGMENT-COUNT FIELDS ADDED TO THE
      *                     AUDITREC AND REJREC LAYOUTS.  NO LOGIC
      *                     CHANGE: RECORDS ARE COPIED WHOLE.
      *  15 OCT 2026  DN    THE CONSOLIDATED AUDITLOG AND REJFILE ARE
      *                     NOW WRITTEN THROUGH THE AUDITREC AND
      *                     REJREC LAYOUTS SO EACH RECORD'S KEY AND
      *                     SEGMENT COUNT CAN BE TOTALLED AS IT IS
      *                     COPIED.  A CLEAN MERGE RECORDED ON CYCSTAT
      *                     POSTS THE AUDIT AND REJECT DETAIL COUNTS
      *                     AND KEY HASHES TO THE SHARED CONTROL-
      *                     TOTALS LEDGER (CTLLEDG, VIA THE CTLPOST
      *                     SUBPROGRAM) FOR THE CYCBAL BALANCE SHEET.
      *  15 OCT 2026  DN    AUDIT RECORD LENGTH RAISED TO 216 FOR THE
      *                     REVERSED DATE ADDED TO THE AUDITREC LAYOUT.
      *                     THE REVERSALS DONE, FAILED, AND REJECTED
      *                     COUNTS SUBPROGD NOW PUTS ON ITS CONTROL
      *                     REPORT ARE ROLLED UP LIKE THE OTHER
      *                     SUMMARY COUNTS.
      *  15 OCT 2026  DN    THE RECORDS-DEFERRED COUNT ON THE STREAM
      *                     CONTROL REPORTS IS NOW ROLLED UP TOO.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARGMERGE.
       FD  AUDIT-IN-1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-IN-1-RECORD           PIC X(216).

       FD  AUDIT-IN-2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-IN-2-RECORD           PIC X(216).

       FD  AUDIT-IN-3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-IN-3-RECORD           PIC X(216).

       FD  AUDIT-IN-4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-IN-4-RECORD           PIC X(216).

       FD  REJECT-IN-1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REJECT-IN-1-RECORD          PIC X(204).

       FD  REJECT-IN-2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REJECT-IN-2-RECORD          PIC X(204).

       FD  REJECT-IN-3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REJECT-IN-3-RECORD          PIC X(204).

       FD  REJECT-IN-4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REJECT-IN-4-RECORD          PIC X(204).

       FD  CTLRPT-IN-1
           RECORDING MODE IS F
       FD  AUDIT-MERGED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  REJECT-MERGED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY REJREC.

       FD  CONTROL-RPT
           RECORDING MODE IS F
       77  WS-TOT-OUT-OF-SYNC          PIC 9(11) COMP VALUE ZERO.
       77  WS-TOT-DUP-RUN              PIC 9(11) COMP VALUE ZERO.
       77  WS-TOT-DUP-CYCLE            PIC 9(11) COMP VALUE ZERO.
       77  WS-TOT-REV-DONE             PIC 9(11) COMP VALUE ZERO.
       77  WS-TOT-REV-FAILED           PIC 9(11) COMP VALUE ZERO.
       77  WS-TOT-REV-REJECTED         PIC 9(11) COMP VALUE ZERO.
       77  WS-TOT-DEFERRED             PIC 9(11) COMP VALUE ZERO.
       77  WS-UNEDITED-NUM             PIC 9(11)  VALUE ZERO.
       01  WS-UNEDIT-WORK.
           05  WS-EDITED-VALUE         PIC ZZZ,ZZZ,ZZ9.
       77  WS-TGT-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
       77  WS-PARSE-NAME               PIC X(08)  VALUE SPACES.
       01  WS-ARGOUT-BUFFER            PIC X(330) VALUE SPACES.
       01  WS-AUDIT-BUFFER             PIC X(216) VALUE SPACES.
       01  WS-REJECT-BUFFER            PIC X(204) VALUE SPACES.
       01  WS-CTLRPT-BUFFER            PIC X(132) VALUE SPACES.
       01  WS-TARGET-TABLE.
           05  WS-TGT-ENTRY OCCURS 20 TIMES.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL RECS REJECTED.   '.
               10  WS-RPT-REJECTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-DEFERRED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL RECS DEFERRED.   '.
               10  WS-RPT-DEFERRED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-MATCHED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL RECS MATCHED.    '.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL DUPS PRIOR CYCLE.'.
               10  WS-RPT-DUP-CYCLE  PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REV-DONE-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL REVS DONE.       '.
               10  WS-RPT-REV-DONE   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REV-FAILED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL REVS FAILED.     '.
               10  WS-RPT-REV-FAILED PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REV-REJECTED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL REVS REJECTED.   '.
               10  WS-RPT-REV-REJECTED PIC ZZZ,ZZZ,ZZ9.
       01  WS-TARGET-LINE.
           05  FILLER               PIC X(08) VALUE 'TARGET. '.
           05  WS-TGT-LINE-NAME     PIC X(08).
       77  WS-CYCLE-ENFORCED-SW        PIC X(01)  VALUE 'N'.
           88  WS-CYCLE-ENFORCED                   VALUE 'Y'.
       COPY CYCCHKA.
       COPY CTLPOSTA.
       77  WS-LDG-AUDIT-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-AUDIT-HASH           PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-REJECT-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-REJECT-HASH          PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-SEGS                 PIC 9(01)  VALUE 1.
       77  WS-LDG-HASH-WORK            PIC 9(18) COMP VALUE ZERO.
       01  WS-LDG-KEY-AREA.
           05  WS-LDG-KEY              PIC X(10)  VALUE SPACES.
           05  WS-LDG-KEY-NUM REDEFINES WS-LDG-KEY
                                       PIC 9(10).
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
           EXIT.

       3030-WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-BUFFER TO AUDIT-RECORD
           MOVE AU-KEY          TO WS-LDG-KEY
           MOVE AU-SEG-COUNT    TO WS-LDG-SEGS
           PERFORM 6000-WEIGH-LEDGER-HASH THRU 6000-EXIT
           ADD WS-LDG-SEGS      TO WS-LDG-AUDIT-COUNT
           ADD WS-LDG-HASH-WORK TO WS-LDG-AUDIT-HASH
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COPIED
           PERFORM 3020-READ-AUDIT-STREAM THRU 3020-EXIT
           .
           EXIT.

       4030-WRITE-REJECT-RECORD.
           MOVE WS-REJECT-BUFFER TO REJECT-RECORD
           MOVE RJ-KEY           TO WS-LDG-KEY
           MOVE RJ-SEG-COUNT     TO WS-LDG-SEGS
           PERFORM 6000-WEIGH-LEDGER-HASH THRU 6000-EXIT
           ADD WS-LDG-SEGS      TO WS-LDG-REJECT-COUNT
           ADD WS-LDG-HASH-WORK TO WS-LDG-REJECT-HASH
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COPIED
           PERFORM 4020-READ-REJECT-STREAM THRU 4020-EXIT
           .
               WHEN 'TOTAL RECS REJECTED.   '
                   PERFORM 5100-UNEDIT-COUNT THRU 5100-EXIT
                   ADD WS-UNEDITED-NUM TO WS-TOT-REJECTED
               WHEN 'TOTAL RECS DEFERRED.   '
                   PERFORM 5100-UNEDIT-COUNT THRU 5100-EXIT
                   ADD WS-UNEDITED-NUM TO WS-TOT-DEFERRED
               WHEN 'TOTAL RECS MATCHED.    '
                   PERFORM 5100-UNEDIT-COUNT THRU 5100-EXIT
                   ADD WS-UNEDITED-NUM TO WS-TOT-MATCHED
               WHEN 'TOTAL DUPS PRIOR CYCLE.'
                   PERFORM 5100-UNEDIT-COUNT THRU 5100-EXIT
                   ADD WS-UNEDITED-NUM TO WS-TOT-DUP-CYCLE
               WHEN 'TOTAL REVS DONE.       '
                   PERFORM 5100-UNEDIT-COUNT THRU 5100-EXIT
                   ADD WS-UNEDITED-NUM TO WS-TOT-REV-DONE
               WHEN 'TOTAL REVS FAILED.     '
                   PERFORM 5100-UNEDIT-COUNT THRU 5100-EXIT
                   ADD WS-UNEDITED-NUM TO WS-TOT-REV-FAILED
               WHEN 'TOTAL REVS REJECTED.   '
                   PERFORM 5100-UNEDIT-COUNT THRU 5100-EXIT
                   ADD WS-UNEDITED-NUM TO WS-TOT-REV-REJECTED
               WHEN OTHER
                   IF WS-CTLRPT-BUFFER(1:8) = 'TARGET. '
                       PERFORM 5200-ROLL-UP-TARGET-LINE
       8000-EXIT.
           EXIT.

      **********************************************************************
      * A CONSOLIDATED AUDIT OR REJECT RECORD STANDS FOR AS MANY
      * UPSTREAM DETAILS AS IT HAS SEGMENTS, AND ITS KEY IS HASHED
      * ONCE PER SEGMENT, SO THE LEDGER FIGURES ARE IN THE SAME UNITS
      * AS THE ARGFILE TRAILERS.  A RECORD WITH NO SEGMENT COUNT
      * STANDS FOR ONE DETAIL; A NON-NUMERIC KEY HASHES AS ZERO.
      **********************************************************************
       6000-WEIGH-LEDGER-HASH.
           IF WS-LDG-SEGS NOT NUMERIC OR WS-LDG-SEGS = ZERO
               MOVE 1 TO WS-LDG-SEGS
           END-IF
           IF WS-LDG-KEY IS NUMERIC
               COMPUTE WS-LDG-HASH-WORK = WS-LDG-KEY-NUM * WS-LDG-SEGS
           ELSE
               MOVE ZERO TO WS-LDG-HASH-WORK
           END-IF
           .
       6000-EXIT.
           EXIT.

      **********************************************************************
      * WRITE THE CONSOLIDATED SUMMARY AND TARGET LINES AND CLOSE THE
      * OUTPUT FILES.
           MOVE WS-TOT-SUCCESS     TO WS-RPT-SUCCESS
           MOVE WS-TOT-FAILED      TO WS-RPT-FAILED
           MOVE WS-TOT-REJECTED    TO WS-RPT-REJECTED
           MOVE WS-TOT-DEFERRED    TO WS-RPT-DEFERRED
           MOVE WS-TOT-MATCHED     TO WS-RPT-MATCHED
           MOVE WS-TOT-MISMATCHED  TO WS-RPT-MISMATCHED
           MOVE WS-TOT-OUT-OF-SYNC TO WS-RPT-OUT-OF-SYNC
           MOVE WS-TOT-DUP-RUN     TO WS-RPT-DUP-RUN
           MOVE WS-TOT-DUP-CYCLE   TO WS-RPT-DUP-CYCLE
           MOVE WS-TOT-REV-DONE    TO WS-RPT-REV-DONE
           MOVE WS-TOT-REV-FAILED  TO WS-RPT-REV-FAILED
           MOVE WS-TOT-REV-REJECTED TO WS-RPT-REV-REJECTED
           MOVE WS-RPT-ATTEMPTED-LINE  TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-SUCCESS-LINE    TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-REJECTED-LINE   TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-DEFERRED-LINE   TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-MATCHED-LINE    TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-MISMATCHED-LINE TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-DUP-CYCLE-LINE  TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-REV-DONE-LINE   TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-REV-FAILED-LINE TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-REV-REJECTED-LINE TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           PERFORM 9100-PRINT-TARGET-LINE THRU 9100-EXIT
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-TGT-COUNT
           CLOSE AUDIT-MERGED
           CLOSE REJECT-MERGED
           CLOSE CONTROL-RPT
           IF WS-CYCLE-ENFORCED AND NOT WS-CONTROL-FAILED
               PERFORM 9200-POST-CONTROL-TOTALS THRU 9200-EXIT
           END-IF
           .
       9000-EXIT.
           EXIT.
       9100-EXIT.
           EXIT.

      **********************************************************************
      * POST THE CONSOLIDATED AUDIT AND REJECT TOTALS TO THE CONTROL-
      * TOTALS LEDGER.  A POSTING THAT FAILS IS REPORTED ON THE
      * CONSOLE BUT DOES NOT CHANGE THE RETURN CODE; THE GAP SHOWS
      * UP ON THE CYCBAL BALANCE SHEET.
      **********************************************************************
       9200-POST-CONTROL-TOTALS.
           MOVE 'ARGMERGE'          TO CP-PROGRAM
           MOVE ZERO                TO CP-STREAM
           MOVE WS-BUSINESS-DATE    TO CP-BUSINESS-DATE
           MOVE WS-CYCLE-START-DATE TO CP-RUN-DATE
           MOVE WS-CYCLE-START-TIME TO CP-RUN-TIME
           MOVE 2                   TO CP-COUNTER-COUNT
           MOVE 'AUDIT OUT'         TO CP-COUNTER-NAME(1)
           MOVE WS-LDG-AUDIT-COUNT  TO CP-RECORD-COUNT(1)
           MOVE WS-LDG-AUDIT-HASH   TO CP-KEY-HASH(1)
           MOVE 'REJECT OUT'        TO CP-COUNTER-NAME(2)
           MOVE WS-LDG-REJECT-COUNT TO CP-RECORD-COUNT(2)
           MOVE WS-LDG-REJECT-HASH  TO CP-KEY-HASH(2)
           CALL 'CTLPOST' USING CONTROL-POST-AREA
           IF CP-FAILED
               DISPLAY 'ARGMERGE - CONTROL TOTALS NOT POSTED. '
                   CP-MESSAGE
           END-IF
           .
       9200-EXIT.
           EXIT.

       9999-END.
           IF WS-CYCLE-ENFORCED
               PERFORM 9900-RECORD-CYCLE-STATUS THRU 9900-EXIT
