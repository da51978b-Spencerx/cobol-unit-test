      *                     OF STEP.  LOOKUP AND PURGE RUNS, AND ANY
      *                     RUN WITH NO CYCSTAT ALLOCATED, ARE NOT
      *                     CHECKED.
      *  15 OCT 2026  DN    THE MASTER RECORD LAYOUT NOW COMES FROM
      *                     COPYBOOK AUDMREC, SHARED WITH THE CYCLE
      *                     BACKOUT UTILITY (CYCBKOUT), WHICH FLAGS A
      *                     BACKED-OUT CYCLE'S ENTRIES INSTEAD OF
      *                     DELETING THEM.  NEW ENTRIES ARE ADDED
      *                     UNFLAGGED, AND A FLAGGED ENTRY IS SHOWN
      *                     ON A LOOKUP AS BACKED OUT WITH THE DATE.
      *                     RECORD LENGTH IS NOW 218.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITHST.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDMREC.

       FD  HISTORY-RPT
           RECORDING MODE IS F
           05  WS-LKP-RETURN-CODE      PIC +9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LKP-ARG-1            PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LKP-REMARK           PIC X(11).
           05  WS-LKP-BACKOUT-DATE     PIC X(08).
       77  WS-CYCLE-START-DATE         PIC 9(08)  VALUE ZERO.
       77  WS-CYCLE-START-TIME         PIC 9(08)  VALUE ZERO.
       77  WS-CYCLE-ENFORCED-SW        PIC X(01)  VALUE 'N'.
           MOVE AU-ARG-2        TO AM-ARG-2
           MOVE AU-RETURN-CODE  TO AM-RETURN-CODE
           MOVE AU-OUTCOME      TO AM-OUTCOME
           MOVE SPACE           TO AM-BACKOUT-SW
           MOVE ZERO            TO AM-BACKOUT-DATE
           PERFORM 2300-WRITE-MASTER-ENTRY THRU 2300-EXIT
           PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
           .
           MOVE AM-OUTCOME      TO WS-LKP-OUTCOME
           MOVE AM-RETURN-CODE  TO WS-LKP-RETURN-CODE
           MOVE AM-ARG-1(1:40)  TO WS-LKP-ARG-1
           IF AM-BACKED-OUT
               MOVE 'BACKED OUT '   TO WS-LKP-REMARK
               MOVE AM-BACKOUT-DATE TO WS-LKP-BACKOUT-DATE
           ELSE
               MOVE SPACES          TO WS-LKP-REMARK
               MOVE SPACES          TO WS-LKP-BACKOUT-DATE
           END-IF
           MOVE WS-LOOKUP-DETAIL-LINE TO HISTORY-RPT-RECORD
           WRITE HISTORY-RPT-RECORD
           PERFORM 3100-READ-NEXT-MASTER THRU 3100-EXIT
