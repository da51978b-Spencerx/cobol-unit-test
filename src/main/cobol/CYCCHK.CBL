      *                          RECORD - PROGRAM, STREAM, BUSINESS
      *                          DATE, START AND END TIMESTAMPS, AND
      *                          FINAL RETURN CODE - AT END OF STEP.
      *              FUNCTION B  APPEND A BACKOUT MARKER FOR THE
      *                          PROGRAM AND STREAM NAMED IN THE AREA.
      *                          A MARKER CANCELS EVERY EARLIER RUN OF
      *                          THAT PROGRAM AND STREAM FOR THE
      *                          BUSINESS DATE, SO THE STEP MAY RUN
      *                          AGAIN AND NO LONGER SATISFIES ITS
      *                          SUCCESSOR'S CHECK.  WRITTEN ONLY BY
      *                          THE CYCBKOUT UTILITY.
      *            A STEP WITH NO CYCSTAT ALLOCATED COMES BACK FROM
      *            VERIFY AS SKIPPED, SO AD HOC AND TEST RUNS OUTSIDE
      *            THE NIGHTLY CHAIN ARE NOT SEQUENCE-CHECKED, THE
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  25 AUG 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    ADDED FUNCTION B.  VERIFY NOW HONORS
      *                     BACKOUT MARKERS WHEN SCANNING CYCSTAT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCHK.
                   PERFORM 1000-VERIFY-SEQUENCE THRU 1000-EXIT
               WHEN CC-FUNC-RECORD
                   PERFORM 2000-RECORD-CYCLE-STATUS THRU 2000-EXIT
               WHEN CC-FUNC-BACKOUT
                   PERFORM 2000-RECORD-CYCLE-STATUS THRU 2000-EXIT
               WHEN OTHER
                   SET CC-FAILED TO TRUE
                   MOVE 'CYCCHK CALLED WITH AN UNKNOWN FUNCTION CODE'
      **********************************************************************
      * ONLY CLEAN COMPLETIONS (RETURN CODE ZERO) FOR THE CALLER'S
      * BUSINESS DATE COUNT; FAILED RUNS NEITHER SATISFY A
      * PREDECESSOR CHECK NOR BLOCK A RERUN OF THE SAME STEP.  A
      * BACKOUT MARKER WIPES OUT WHATEVER THE EARLIER RECORDS FOR
      * ITS PROGRAM AND STREAM HAD NOTED; ONLY A LATER CLEAN RUN
      * COUNTS AGAIN.
      **********************************************************************
       1200-NOTE-STATUS-RECORD.
           IF CS-BUSINESS-DATE = CC-BUSINESS-DATE
                   AND CS-BACKOUT-RECORD
               PERFORM 1210-CANCEL-EARLIER-RUNS THRU 1210-EXIT
           END-IF
           IF CS-BUSINESS-DATE = CC-BUSINESS-DATE
                   AND CS-RUN-RECORD
                   AND CS-RETURN-CODE = ZERO
               IF CS-PROGRAM = CC-PROGRAM
                       AND CS-STREAM = CC-STREAM
       1200-EXIT.
           EXIT.

       1210-CANCEL-EARLIER-RUNS.
           IF CS-PROGRAM = CC-PROGRAM
                   AND CS-STREAM = CC-STREAM
               MOVE 'N' TO WS-SELF-DONE-SW
           END-IF
           IF CC-PRED-PROGRAM NOT = SPACES
                   AND CS-PROGRAM = CC-PRED-PROGRAM
               IF CS-STREAM > ZERO AND CS-STREAM < 5
                   MOVE CS-STREAM TO WS-STREAM-SUB
                   MOVE 'N' TO WS-PRED-STREAM-SW(WS-STREAM-SUB)
               ELSE
                   MOVE 'N' TO WS-PRED-DONE-SW
               END-IF
           END-IF
           .
       1210-EXIT.
           EXIT.

       1300-JUDGE-SEQUENCE.
           IF WS-SELF-DONE
               SET CC-FAILED TO TRUE
           EXIT.

      **********************************************************************
      * APPEND THE CALLER'S CYCLE-STATUS RECORD, OR A BACKOUT
      * MARKER FOR FUNCTION B.  THE FILE IS CREATED ON THE FIRST
      * WRITE OF A FRESH CYCLE.
      **********************************************************************
       2000-RECORD-CYCLE-STATUS.
           MOVE SPACES TO CC-MESSAGE
           MOVE WS-CURRENT-DATE  TO CS-END-DATE
           MOVE WS-CURRENT-TIME  TO CS-END-TIME
           MOVE CC-RETURN-CODE   TO CS-RETURN-CODE
           IF CC-FUNC-BACKOUT
               SET CS-BACKOUT-RECORD TO TRUE
               MOVE ZERO         TO CS-RETURN-CODE
           ELSE
               SET CS-RUN-RECORD TO TRUE
           END-IF
           WRITE CYCLE-STATUS-RECORD
           CLOSE CYCLE-STATUS-FILE
           SET CC-PASSED TO TRUE
