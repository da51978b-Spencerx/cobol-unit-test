      *                     PERFREC AND ALRTREC, SHARED WITH
      *                     SUBPROGD, INSTEAD OF A HAND-KEPT COPY OF
      *                     ITS FILE SECTION.
      *  15 OCT 2026  DN    THE MASTER RECORD LAYOUT NOW COMES FROM
      *                     COPYBOOK PERFMREC, SHARED WITH THE CYCLE
      *                     BACKOUT UTILITY (CYCBKOUT).  CONSOLIDATING
      *                     INTO AN ENTRY CYCBKOUT FLAGGED BACKED OUT
      *                     BUILDS ITS LIVE FIGURES AFRESH AND MARKS
      *                     IT RERUN; THE BACKED-OUT FIGURES STAY IN
      *                     THE PH-BKO FIELDS.  THE TREND REPORT
      *                     SKIPS AN ENTRY STILL FLAGGED BACKED OUT,
      *                     SINCE IT HAS NO LIVE FIGURES.  RECORD
      *                     LENGTH IS NOW 101.
      *  15 OCT 2026  DN    THE DEGRADE ALERT RECORD CARRIES ALERT
      *                     LEVEL 1 AND A BLANK CONTACT FOR ALRTMGR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFHIST.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PERFMREC.

       FD  ALERT-FILE
           RECORDING MODE IS F
      **********************************************************************
      * POST ONE TARGET'S ACCUMULATED TOTALS TO ITS MASTER ENTRY FOR
      * TODAY.  AN EXISTING ENTRY (AN EARLIER STREAM'S GENERATION)
      * IS ADDED INTO, AND THE SLOWER SLOWEST KEY IS KEPT.  AN ENTRY
      * BACKED OUT BY CYCBKOUT HAS HAD ITS LIVE FIGURES CLEARED, SO
      * THE RERUN'S TOTALS ARE ADDED INTO ZERO AND IT IS MARKED
      * RERUN.
      **********************************************************************
       2400-POST-TARGET-ENTRY.
           MOVE WS-TGT-NAME(WS-TBL-SUB) TO PH-PROGRAM
                   PERFORM 2450-WRITE-NEW-ENTRY THRU 2450-EXIT
                   GO TO 2400-EXIT
           END-READ
           IF PH-BACKED-OUT
               SET PH-RERUN-AFTER-BACKOUT TO TRUE
           END-IF
           ADD WS-TGT-CALLS(WS-TBL-SUB)      TO PH-CALL-COUNT
           ADD WS-TGT-TOTAL-TIME(WS-TBL-SUB) TO PH-TOTAL-HUNDREDTHS
           IF WS-TGT-SLOW-TIME(WS-TBL-SUB) > PH-SLOWEST-HUNDREDTHS
           MOVE WS-TGT-SLOW-KEY(WS-TBL-SUB)   TO PH-SLOWEST-KEY
           MOVE WS-TGT-SLOW-TIME(WS-TBL-SUB)
               TO PH-SLOWEST-HUNDREDTHS
           MOVE SPACE                         TO PH-BACKOUT-SW
           MOVE ZERO                          TO PH-BACKOUT-DATE
           MOVE ZERO                          TO PH-BKO-CALL-COUNT
           MOVE ZERO                          TO PH-BKO-TOTAL-HUNDREDTHS
           PERFORM 2470-COMPUTE-ENTRY-AVERAGE THRU 2470-EXIT
           WRITE MASTER-RECORD
           IF WS-MASTER-FILE-STATUS NOT = '00'
      * FOLD ONE MASTER ENTRY INTO THE CURRENT TARGET'S GROUP.  THE
      * ENTRY HELD AS LATEST SO FAR MOVES INTO THE TRAILING TOTALS
      * WHEN A NEWER DATE FOR THE SAME TARGET ARRIVES; A CHANGE OF
      * TARGET CLOSES THE PRIOR GROUP FIRST.  AN ENTRY STILL FLAGGED
      * BACKED OUT HAS NO LIVE FIGURES AND IS PASSED OVER.
      **********************************************************************
       3200-GROUP-MASTER-ENTRY.
           IF PH-BACKED-OUT
               GO TO 3200-NEXT
           END-IF
           IF PH-PROGRAM NOT = WS-GRP-PROGRAM
               IF WS-GRP-PROGRAM NOT = SPACES
                   PERFORM 3300-JUDGE-TARGET-GROUP THRU 3300-EXIT
           MOVE PH-TOTAL-HUNDREDTHS  TO WS-GRP-LATEST-TOTAL
           MOVE PH-AVG-HUNDREDTHS    TO WS-GRP-LATEST-AVG
           MOVE PH-SLOWEST-KEY       TO WS-GRP-LATEST-SLOW-KEY
           .
       3200-NEXT.
           PERFORM 3100-READ-NEXT-MASTER THRU 3100-EXIT
           .
       3200-EXIT.
           MOVE WS-PCT-CHANGE       TO AL-ACTUAL-VALUE
           MOVE WS-GRP-PROGRAM      TO AL-KEY
           MOVE 8                   TO AL-RETURN-CODE
           MOVE 1                   TO AL-ALERT-LEVEL
           MOVE SPACES              TO AL-CONTACT
           WRITE ALERT-RECORD
           DISPLAY 'PERFHIST - DEGRADATION ' WS-GRP-PROGRAM
               ' CHANGE PCT ' WS-PCT-CHANGE
