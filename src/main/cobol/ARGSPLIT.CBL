      *                     OPEN BEFORE THE REFUSAL, DESTROYING THE
      *                     VERY OUTPUT THE SEQUENCE CHECK EXISTS TO
      *                     PROTECT.
      *  15 OCT 2026  DN    RECORD LENGTH RAISED TO 175 FOR THE SOURCE
      *                     INDICATOR ADDED TO THE ARGREC DETAIL
      *                     LAYOUT.  NO LOGIC CHANGE: DETAILS ARE
      *                     COPIED WHOLE, SO EACH ONE KEEPS THE SOURCE
      *                     ARGCONSL STAMPED ON IT.
      *  15 OCT 2026  DN    WHEN THE STREAMS ARE RELEASED ON A RUN
      *                     RECORDED ON CYCSTAT, THE STEP NOW POSTS
      *                     THE DETAIL COUNT AND KEY HASH IT READ
      *                     (STREAM 0) AND EACH STREAM'S OWN TOTALS TO
      *                     THE SHARED CONTROL-TOTALS LEDGER (CTLLEDG,
      *                     VIA THE CTLPOST SUBPROGRAM) FOR THE CYCBAL
      *                     BALANCE SHEET.
      *  15 OCT 2026  DN    RECORD LENGTH RAISED TO 183 FOR THE
      *                     EFFECTIVE DATE ADDED TO THE ARGREC DETAIL
      *                     LAYOUT.  NO LOGIC CHANGE: DETAILS ARE
      *                     COPIED WHOLE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARGSPLIT.
       FD  STREAM-FILE-1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STREAM-1-RECORD             PIC X(183).

       FD  STREAM-FILE-2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STREAM-2-RECORD             PIC X(183).

       FD  STREAM-FILE-3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STREAM-3-RECORD             PIC X(183).

       FD  STREAM-FILE-4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STREAM-4-RECORD             PIC X(183).
       WORKING-STORAGE SECTION.
       77  WS-EOF-ARG-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-ARG                          VALUE 'Y'.
           05  WS-STREAM-ENTRY OCCURS 4 TIMES.
               10  WS-STR-RECORDS      PIC 9(09) COMP VALUE ZERO.
               10  WS-STR-HASH         PIC 9(18) COMP VALUE ZERO.
       01  WS-SAVED-HEADER             PIC X(183) VALUE SPACES.
       01  WS-STREAM-OUT-RECORD        PIC X(183) VALUE SPACES.
       01  WS-STREAM-TRAILER.
           05  WS-ST-RECORD-TYPE       PIC X(03)  VALUE 'TRL'.
           05  WS-ST-RECORD-COUNT      PIC 9(09).
           05  WS-ST-KEY-HASH-TOTAL    PIC 9(18).
           05  FILLER                  PIC X(153) VALUE SPACES.
       01  WS-CONTROL-FAIL-TEXT        PIC X(60)  VALUE SPACES.
       77  WS-STREAMS-OPEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-STREAMS-OPEN                     VALUE 'Y'.
       77  WS-CYCLE-ENFORCED-SW        PIC X(01)  VALUE 'N'.
           88  WS-CYCLE-ENFORCED                   VALUE 'Y'.
       COPY CYCCHKA.
       COPY CTLPOSTA.
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
               PERFORM 9100-WRITE-STREAM-TRAILER THRU 9100-EXIT
                   VARYING WS-STREAM-NO FROM 1 BY 1
                   UNTIL WS-STREAM-NO > WS-STREAM-COUNT
               IF WS-CYCLE-ENFORCED
                   PERFORM 9200-POST-CONTROL-TOTALS THRU 9200-EXIT
               END-IF
           END-IF
           CLOSE ARG-FILE-IN
           IF WS-STREAMS-OPEN
       9100-EXIT.
           EXIT.

      **********************************************************************
      * POST THE SPLIT TO THE CONTROL-TOTALS LEDGER: THE DETAILS READ
      * AS STREAM 0, THEN ONE POSTING PER STREAM RELEASED.  THE
      * BUSINESS DATE IS THE ONE THE CYCLE CHECK WAS MADE FOR.  A
      * POSTING THAT FAILS IS REPORTED ON THE CONSOLE BUT DOES NOT
      * HOLD THE STREAMS; THE GAP SHOWS UP ON THE BALANCE SHEET.
      **********************************************************************
       9200-POST-CONTROL-TOTALS.
           MOVE 'ARGSPLIT'          TO CP-PROGRAM
           MOVE CC-BUSINESS-DATE    TO CP-BUSINESS-DATE
           MOVE WS-CYCLE-START-DATE TO CP-RUN-DATE
           MOVE WS-CYCLE-START-TIME TO CP-RUN-TIME
           MOVE 1                   TO CP-COUNTER-COUNT
           MOVE ZERO                TO CP-STREAM
           MOVE 'DETAILS IN'        TO CP-COUNTER-NAME(1)
           MOVE WS-RECORDS-READ     TO CP-RECORD-COUNT(1)
           MOVE WS-KEY-HASH-TOTAL   TO CP-KEY-HASH(1)
           PERFORM 9210-CALL-CONTROL-POST THRU 9210-EXIT
           PERFORM 9220-POST-STREAM-TOTALS THRU 9220-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
           .
       9200-EXIT.
           EXIT.

       9210-CALL-CONTROL-POST.
           CALL 'CTLPOST' USING CONTROL-POST-AREA
           IF CP-FAILED
               DISPLAY 'ARGSPLIT - CONTROL TOTALS NOT POSTED. '
                   CP-MESSAGE
           END-IF
           .
       9210-EXIT.
           EXIT.

       9220-POST-STREAM-TOTALS.
           MOVE WS-STREAM-SUB       TO CP-STREAM
           MOVE 'STREAM OUT'        TO CP-COUNTER-NAME(1)
           MOVE WS-STR-RECORDS(WS-STREAM-SUB) TO CP-RECORD-COUNT(1)
           MOVE WS-STR-HASH(WS-STREAM-SUB)    TO CP-KEY-HASH(1)
           PERFORM 9210-CALL-CONTROL-POST THRU 9210-EXIT
           .
       9220-EXIT.
           EXIT.

       9999-END.
           IF WS-CYCLE-ENFORCED
               PERFORM 9900-RECORD-CYCLE-STATUS THRU 9900-EXIT
