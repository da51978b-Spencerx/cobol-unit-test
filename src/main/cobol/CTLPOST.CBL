      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   OWN ALL WRITES TO THE SHARED CONTROL-TOTALS LEDGER
      *            (CTLLEDG) FOR THE NIGHTLY CHAIN.  CALLED WITH THE
      *            CONTROL-POST-AREA (COPYBOOK CTLPOSTA) AT END OF
      *            STEP, IT APPENDS ONE LEDGER RECORD PER COUNTER THE
      *            CALLER FILLED IN, STAMPED WITH THE POSTING DATE
      *            AND TIME.  THE LEDGER IS CREATED ON THE FIRST
      *            POSTING OF A FRESH CYCLE, THE SAME WAY CYCCHK
      *            CREATES THE CYCLE-STATUS FILE.  A POSTING THAT
      *            CANNOT BE WRITTEN COMES BACK FAILED WITH A
      *            MESSAGE; THE CALLER REPORTS IT AND THE MISSING
      *            FIGURES THEN SHOW UP AS A BREAK ON THE CYCBAL
      *            BALANCE SHEET.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CTLLREC.
       WORKING-STORAGE SECTION.
       77  WS-LEDG-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-COUNTER-SUB              PIC 9(04) COMP VALUE ZERO.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
       LINKAGE SECTION.
       COPY CTLPOSTA.
       PROCEDURE DIVISION USING CONTROL-POST-AREA.
       0000-MAINLINE.
           PERFORM 1000-POST-CONTROL-TOTALS THRU 1000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * APPEND THE CALLER'S COUNTERS TO THE LEDGER.  A POSTING WITH
      * NO COUNTERS, OR MORE THAN THE AREA HOLDS, IS REFUSED RATHER
      * THAN HALF WRITTEN.
      **********************************************************************
       1000-POST-CONTROL-TOTALS.
           MOVE SPACES TO CP-MESSAGE
           IF CP-COUNTER-COUNT = ZERO OR CP-COUNTER-COUNT > 8
               SET CP-FAILED TO TRUE
               MOVE 'CTLPOST CALLED WITH AN INVALID COUNTER COUNT'
                   TO CP-MESSAGE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND CONTROL-LEDGER-FILE
           IF WS-LEDG-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-LEDGER-FILE
           END-IF
           IF WS-LEDG-FILE-STATUS NOT = '00'
               SET CP-FAILED TO TRUE
               MOVE 'CONTROL LEDGER OPEN FAILED'
                   TO CP-MESSAGE
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           SET CP-POSTED TO TRUE
           PERFORM 1100-WRITE-LEDGER-RECORD THRU 1100-EXIT
               VARYING WS-COUNTER-SUB FROM 1 BY 1
               UNTIL WS-COUNTER-SUB > CP-COUNTER-COUNT
           CLOSE CONTROL-LEDGER-FILE
           .
       1000-EXIT.
           EXIT.

       1100-WRITE-LEDGER-RECORD.
           MOVE SPACES           TO CONTROL-LEDGER-RECORD
           MOVE CP-BUSINESS-DATE TO CL-BUSINESS-DATE
           MOVE CP-PROGRAM       TO CL-PROGRAM
           MOVE CP-STREAM        TO CL-STREAM
           MOVE CP-RUN-DATE      TO CL-RUN-DATE
           MOVE CP-RUN-TIME      TO CL-RUN-TIME
           MOVE CP-COUNTER-NAME(WS-COUNTER-SUB) TO CL-COUNTER-NAME
           MOVE CP-RECORD-COUNT(WS-COUNTER-SUB) TO CL-RECORD-COUNT
           MOVE CP-KEY-HASH(WS-COUNTER-SUB)     TO CL-KEY-HASH
           MOVE WS-CURRENT-DATE  TO CL-POST-DATE
           MOVE WS-CURRENT-TIME  TO CL-POST-TIME
           WRITE CONTROL-LEDGER-RECORD
           IF WS-LEDG-FILE-STATUS NOT = '00'
               SET CP-FAILED TO TRUE
               MOVE 'CONTROL LEDGER WRITE FAILED'
                   TO CP-MESSAGE
           END-IF
           .
       1100-EXIT.
           EXIT.

       9999-END.
           GOBACK.
