      *                     THE NEXT TIME IT APPEARED, LETTING A
      *                     SKIPPED TRANSMISSION PASS THE SEQUENCE
      *                     CHECK UNSEEN.
      *  15 OCT 2026  DN    RECORD LENGTH RAISED TO 175 FOR THE SOURCE
      *                     INDICATOR ADDED TO THE ARGREC DETAIL
      *                     LAYOUT.  EACH DETAIL IS NOW STAMPED WITH
      *                     THE NUMBER OF THE SOURCE IT CAME FROM AS IT
      *                     IS COPIED, AND A CLEAN COMBINE WRITES ONE
      *                     RECEIPT RECORD PER SOURCE (SRCRCPT, COPYBOOK
      *                     SRCRREC) WITH THE SOURCE'S OWN CYCLE
      *                     NUMBER AND TRAILER TOTALS, FROM WHICH
      *                     SRCRETN BUILDS AND BALANCES THE SOURCE'S
      *                     END-OF-CYCLE RETURN FILE.
      *  15 OCT 2026  DN    A CLEAN COMBINE NOW POSTS ITS COMBINED
      *                     DETAIL COUNT AND KEY HASH TO THE SHARED
      *                     CONTROL-TOTALS LEDGER (CTLLEDG, VIA THE
      *                     CTLPOST SUBPROGRAM) AS THE FIRST FIGURE
      *                     THE CYCBAL BALANCE SHEET TIES THE REST OF
      *                     THE CHAIN TO.
      *  15 OCT 2026  DN    RECORD LENGTH RAISED TO 183 FOR THE
      *                     EFFECTIVE DATE ADDED TO THE ARGREC DETAIL
      *                     LAYOUT.  AFTER THE SOURCES, THE RELEASED-
      *                     ITEMS FILE (ARGPREL) WRITTEN BY THE PENDREL
      *                     STEP IS TAKEN IN AS ONE MORE BALANCED
      *                     TRANSMISSION: ITS HEADER MUST CARRY
      *                     TONIGHT'S BUSINESS DATE AND ITS TRAILER
      *                     MUST BALANCE, BUT IT HAS NO CYCLE SEQUENCE
      *                     OF ITS OWN, AND ITS DETAILS KEEP THE
      *                     SOURCE NUMBER THEY WERE FIRST SENT UNDER.
      *                     THE RELEASED COUNT AND HASH OF EACH SOURCE
      *                     GO ON ITS RECEIPT, AND A SOURCE WITH ITEMS
      *                     RELEASED BUT NOT IN TONIGHT'S SOURCE COUNT
      *                     GETS A RECEIPT UNDER ITS LAST CYCLE NUMBER.
      *                     WITHOUT AN ARGPREL THE STEP RUNS AS BEFORE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARGCONSL.
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMBINED-FILE ASSIGN TO "ARGCOMB"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECEIPT-FILE ASSIGN TO "SRCRCPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RELEASE-FILE ASSIGN TO "ARGPREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE-1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-1-RECORD             PIC X(183).

       FD  SOURCE-FILE-2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-2-RECORD             PIC X(183).

       FD  SOURCE-FILE-3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-3-RECORD             PIC X(183).

       FD  SOURCE-FILE-4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-4-RECORD             PIC X(183).

       FD  RELEASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-RECORD              PIC X(183).

       FD  CONTROL-FILE-IN
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY ARGREC.

       FD  RECEIPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SRCRREC.
       WORKING-STORAGE SECTION.
       77  WS-SRC-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CTL-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-REL-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RELEASE-PASS-SW          PIC X(01)  VALUE 'N'.
           88  WS-RELEASE-PASS                     VALUE 'Y'.
       77  WS-REL-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
       77  WS-REL-KEY-HASH             PIC 9(18) COMP VALUE ZERO.
       77  WS-EOF-SOURCE-SW            PIC X(01)  VALUE 'N'.
           88  WS-EOF-SOURCE                       VALUE 'Y'.
       77  WS-EOF-CTL-SW               PIC X(01)  VALUE 'N'.
       77  WS-SOURCE-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-CARRY-START              PIC 9(04) COMP VALUE ZERO.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-START-TIME               PIC 9(08)  VALUE ZERO.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-SRC-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
       77  WS-SRC-KEY-HASH             PIC 9(18) COMP VALUE ZERO.
                   88  WS-SRC-KNOWN                VALUE 'Y'.
               10  WS-SRC-LAST-CYCLE   PIC 9(04).
               10  WS-SRC-RCVD-CYCLE   PIC 9(04).
               10  WS-SRC-RCVD-COUNT   PIC 9(09).
               10  WS-SRC-RCVD-HASH    PIC 9(18).
               10  WS-SRC-REL-COUNT    PIC 9(09).
               10  WS-SRC-REL-HASH     PIC 9(18).
       01  WS-SOURCE-BUFFER            PIC X(183) VALUE SPACES.
       01  WS-CONTROL-FAIL-TEXT        PIC X(60)  VALUE SPACES.
       COPY CTLPOSTA.
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
               VARYING WS-SOURCE-NO FROM 1 BY 1
               UNTIL WS-SOURCE-NO > WS-SOURCE-COUNT
                   OR WS-CONTROL-FAILED
           IF NOT WS-CONTROL-FAILED
               PERFORM 2500-TAKE-IN-RELEASES THRU 2500-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
               END-IF
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 1100-LOAD-CONTROL-MASTER THRU 1100-EXIT
           COMPUTE WS-COMB-CYCLE = WS-COMB-LAST-CYCLE + 1
           OPEN OUTPUT COMBINED-FILE
      **********************************************************************
       1100-LOAD-CONTROL-MASTER.
           MOVE ALL 'N' TO WS-SOURCE-TABLE
           PERFORM 1105-CLEAR-SOURCE-TOTALS THRU 1105-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 4
           OPEN INPUT CONTROL-FILE-IN
           IF WS-CTL-FILE-STATUS NOT = '00'
               SET WS-EOF-CTL TO TRUE
       1100-EXIT.
           EXIT.

       1105-CLEAR-SOURCE-TOTALS.
           MOVE ZERO TO WS-SRC-LAST-CYCLE(WS-SOURCE-SUB)
           MOVE ZERO TO WS-SRC-RCVD-CYCLE(WS-SOURCE-SUB)
           MOVE ZERO TO WS-SRC-RCVD-COUNT(WS-SOURCE-SUB)
           MOVE ZERO TO WS-SRC-RCVD-HASH(WS-SOURCE-SUB)
           MOVE ZERO TO WS-SRC-REL-COUNT(WS-SOURCE-SUB)
           MOVE ZERO TO WS-SRC-REL-HASH(WS-SOURCE-SUB)
           .
       1105-EXIT.
           EXIT.

       1110-READ-CONTROL-RECORD.
           READ CONTROL-FILE-IN
               AT END
           EXIT.

       2100-READ-SOURCE-RECORD.
           IF WS-RELEASE-PASS
               READ RELEASE-FILE INTO WS-SOURCE-BUFFER
                   AT END SET WS-EOF-SOURCE TO TRUE
               END-READ
               GO TO 2100-CHECK-END
           END-IF
           EVALUATE WS-SOURCE-NO
               WHEN 1
                   READ SOURCE-FILE-1 INTO WS-SOURCE-BUFFER
                       AT END SET WS-EOF-SOURCE TO TRUE
                   END-READ
           END-EVALUATE
           .
       2100-CHECK-END.
           IF WS-EOF-SOURCE
               IF NOT WS-TRAILER-SEEN
                   MOVE 'TRAILER CONTROL RECORD MISSING'

      **********************************************************************
      * COPY ONE DETAIL RECORD TO THE COMBINED FILE, ROLLING IT INTO
      * BOTH THE SOURCE'S BALANCE AND THE COMBINED TOTALS AND
      * STAMPING IT WITH THE SOURCE IT CAME FROM.  A TRAILER RECORD
      * ENDS THE SOURCE.
      **********************************************************************
       2300-COPY-SOURCE-DETAIL.
           IF AT-TRAILER-RECORD
               ADD AI-KEY-NUM TO WS-SRC-KEY-HASH
               ADD AI-KEY-NUM TO WS-COMB-KEY-HASH
           END-IF
           MOVE WS-SOURCE-NO TO AI-SOURCE
           WRITE ARG-IN-RECORD
           PERFORM 2100-READ-SOURCE-RECORD THRU 2100-EXIT
           .
           EXIT.

      **********************************************************************
      * BALANCE THE SOURCE'S TRAILER AGAINST WHAT WAS READ FROM IT
      * AND KEEP ITS TOTALS FOR THE RECEIPT FILE.  NOTHING MAY FOLLOW
      * THE TRAILER.
      **********************************************************************
       2400-VERIFY-SOURCE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           MOVE WS-SOURCE-NO TO WS-SOURCE-SUB
           MOVE WS-SRC-RECORDS-READ TO WS-SRC-RCVD-COUNT(WS-SOURCE-SUB)
           MOVE WS-SRC-KEY-HASH     TO WS-SRC-RCVD-HASH(WS-SOURCE-SUB)
           IF AT-RECORD-COUNT NOT = WS-SRC-RECORDS-READ
               MOVE 'TRAILER COUNT DOES NOT MATCH RECORDS READ'
                   TO WS-CONTROL-FAIL-TEXT
       2400-EXIT.
           EXIT.

      **********************************************************************
      * TAKE IN THE ITEMS THE PENDREL STEP RELEASED FROM THE PENDING
      * FILE FOR TONIGHT.  THE FILE IS BALANCED LIKE A SOURCE, BUT
      * ITS DETAILS ALREADY CARRY THE SOURCE THAT FIRST SENT THEM
      * AND ARE COPIED WITHOUT RESTAMPING, AND EACH IS COUNTED
      * AGAINST THAT SOURCE'S RELEASED TOTALS FOR ITS RECEIPT.  NO
      * ARGPREL MEANS NOTHING WAS RELEASED.
      **********************************************************************
       2500-TAKE-IN-RELEASES.
           OPEN INPUT RELEASE-FILE
           IF WS-REL-FILE-STATUS NOT = '00'
               DISPLAY 'ARGCONSL - NO RELEASED-ITEMS FILE, NONE TAKEN'
               GO TO 2500-EXIT
           END-IF
           SET WS-RELEASE-PASS TO TRUE
           MOVE 'N' TO WS-EOF-SOURCE-SW
           MOVE 'N' TO WS-TRAILER-SEEN-SW
           PERFORM 2100-READ-SOURCE-RECORD THRU 2100-EXIT
           IF WS-EOF-SOURCE
               GO TO 2500-CLOSE
           END-IF
           IF NOT AH-HEADER-RECORD OR AH-FILE-ID NOT = 'ARGFILE'
               MOVE 'HEADER CONTROL RECORD MISSING'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               GO TO 2500-CLOSE
           END-IF
           IF AH-BUSINESS-DATE NOT = WS-CURRENT-DATE
               MOVE 'HEADER BUSINESS DATE IS NOT TONIGHTS CYCLE DATE'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               GO TO 2500-CLOSE
           END-IF
           PERFORM 2100-READ-SOURCE-RECORD THRU 2100-EXIT
           PERFORM 2550-COPY-RELEASED-DETAIL THRU 2550-EXIT
               UNTIL WS-EOF-SOURCE OR WS-CONTROL-FAILED
           .
       2500-CLOSE.
           CLOSE RELEASE-FILE
           IF NOT WS-CONTROL-FAILED
               DISPLAY 'ARGCONSL - RELEASED ITEMS RECORDS '
                   WS-REL-RECORDS-READ
           END-IF
           MOVE 'N' TO WS-RELEASE-PASS-SW
           .
       2500-EXIT.
           EXIT.

       2550-COPY-RELEASED-DETAIL.
           IF AT-TRAILER-RECORD
               PERFORM 2600-VERIFY-RELEASE-TRAILER THRU 2600-EXIT
               GO TO 2550-EXIT
           END-IF
           IF AI-SOURCE NOT = '1' AND AI-SOURCE NOT = '2'
                   AND AI-SOURCE NOT = '3' AND AI-SOURCE NOT = '4'
               MOVE SPACES TO WS-CONTROL-FAIL-TEXT
               STRING 'RELEASED DETAIL HAS NO VALID SOURCE, KEY '
                      AI-KEY
                   DELIMITED BY SIZE INTO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               GO TO 2550-EXIT
           END-IF
           MOVE AI-SOURCE TO WS-SOURCE-SUB
           ADD 1 TO WS-REL-RECORDS-READ
           ADD 1 TO WS-COMB-RECORDS
           ADD 1 TO WS-SRC-REL-COUNT(WS-SOURCE-SUB)
           IF AI-KEY IS NUMERIC
               ADD AI-KEY-NUM TO WS-REL-KEY-HASH
               ADD AI-KEY-NUM TO WS-COMB-KEY-HASH
               ADD AI-KEY-NUM TO WS-SRC-REL-HASH(WS-SOURCE-SUB)
           END-IF
           WRITE ARG-IN-RECORD
           PERFORM 2100-READ-SOURCE-RECORD THRU 2100-EXIT
           .
       2550-EXIT.
           EXIT.

       2600-VERIFY-RELEASE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF AT-RECORD-COUNT NOT = WS-REL-RECORDS-READ
               MOVE 'TRAILER COUNT DOES NOT MATCH RECORDS READ'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
           END-IF
           IF AT-KEY-HASH-TOTAL NOT = WS-REL-KEY-HASH
               MOVE 'TRAILER KEY HASH DOES NOT MATCH RECORDS READ'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
           END-IF
           PERFORM 2100-READ-SOURCE-RECORD THRU 2100-EXIT
           IF NOT WS-EOF-SOURCE
               MOVE 'DATA FOLLOWS THE TRAILER CONTROL RECORD'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
           END-IF
           SET WS-EOF-SOURCE TO TRUE
           .
       2600-EXIT.
           EXIT.

      **********************************************************************
      * A CONTROL FAILURE ON ANY SOURCE REFUSES THE WHOLE RUN WITH
      * RETURN CODE 12 SO THE SCHEDULER HOLDS THE NIGHTLY CHAIN.
       8000-REPORT-CONTROL-FAILURE.
           SET WS-CONTROL-FAILED TO TRUE
           MOVE 12 TO WS-RUN-RC
           IF WS-RELEASE-PASS
               DISPLAY 'ARGCONSL - CONTROL FAILURE RELEASED ITEMS. '
                   WS-CONTROL-FAIL-TEXT
               GO TO 8000-EXIT
           END-IF
           DISPLAY 'ARGCONSL - CONTROL FAILURE SOURCE ' WS-SOURCE-NO
               '. ' WS-CONTROL-FAIL-TEXT
           .
           EXIT.

      **********************************************************************
      * WRITE THE COMBINED TRAILER, THE UPDATED CONTROL MASTER, AND
      * THE SOURCE RECEIPTS - ALL WITHHELD ON A CONTROL FAILURE SO A
      * PARTIAL COMBINE CAN NEVER BALANCE AND NO SOURCE'S CYCLE IS
      * CONSUMED - AND CLOSE THE FILES.
      **********************************************************************
       9000-FINALIZE.
           IF NOT WS-CONTROL-FAILED
               MOVE WS-COMB-KEY-HASH TO AT-KEY-HASH-TOTAL
               WRITE ARG-TRAILER-RECORD
               PERFORM 9100-WRITE-CONTROL-MASTER THRU 9100-EXIT
               PERFORM 9200-WRITE-SOURCE-RECEIPTS THRU 9200-EXIT
               PERFORM 9300-POST-CONTROL-TOTALS THRU 9300-EXIT
           END-IF
           CLOSE COMBINED-FILE
           DISPLAY 'ARGCONSL - COMBINED RECORDS ' WS-COMB-RECORDS
       9120-EXIT.
           EXIT.

      **********************************************************************
      * ONE RECEIPT RECORD PER SOURCE TAKEN IN TONIGHT: ITS CYCLE
      * NUMBER, THE DETAIL COUNT AND KEY HASH ITS TRAILER BALANCED
      * TO, AND THE COUNT AND HASH OF ITS ITEMS RELEASED FROM THE
      * PENDING FILE.  A SOURCE ABOVE TONIGHT'S SOURCE COUNT GETS A
      * RECEIPT ONLY IF IT HAD ITEMS RELEASED, UNDER ITS LAST CYCLE.
      * THE RETURN-FILE STEP (SRCRETN) ANSWERS EACH SOURCE IN ITS
      * OWN CYCLE NUMBERING AND BALANCES TO THESE.
      **********************************************************************
       9200-WRITE-SOURCE-RECEIPTS.
           OPEN OUTPUT RECEIPT-FILE
           PERFORM 9210-WRITE-RECEIPT-RECORD THRU 9210-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
           COMPUTE WS-CARRY-START = WS-SOURCE-COUNT + 1
           PERFORM 9220-WRITE-RELEASE-RECEIPT THRU 9220-EXIT
               VARYING WS-SOURCE-SUB FROM WS-CARRY-START BY 1
               UNTIL WS-SOURCE-SUB > 4
           CLOSE RECEIPT-FILE
           .
       9200-EXIT.
           EXIT.

       9210-WRITE-RECEIPT-RECORD.
           MOVE SPACES          TO SOURCE-RECEIPT-RECORD
           MOVE WS-SOURCE-SUB   TO SR-SOURCE
           MOVE WS-CURRENT-DATE TO SR-BUSINESS-DATE
           MOVE WS-SRC-RCVD-CYCLE(WS-SOURCE-SUB) TO SR-CYCLE-NUMBER
           MOVE WS-SRC-RCVD-COUNT(WS-SOURCE-SUB) TO SR-RECORD-COUNT
           MOVE WS-SRC-RCVD-HASH(WS-SOURCE-SUB)
               TO SR-KEY-HASH-TOTAL
           MOVE WS-SRC-REL-COUNT(WS-SOURCE-SUB) TO SR-RELEASED-COUNT
           MOVE WS-SRC-REL-HASH(WS-SOURCE-SUB)  TO SR-RELEASED-HASH
           WRITE SOURCE-RECEIPT-RECORD
           .
       9210-EXIT.
           EXIT.

       9220-WRITE-RELEASE-RECEIPT.
           IF WS-SRC-REL-COUNT(WS-SOURCE-SUB) = ZERO
               GO TO 9220-EXIT
           END-IF
           MOVE SPACES          TO SOURCE-RECEIPT-RECORD
           MOVE WS-SOURCE-SUB   TO SR-SOURCE
           MOVE WS-CURRENT-DATE TO SR-BUSINESS-DATE
           MOVE WS-SRC-LAST-CYCLE(WS-SOURCE-SUB) TO SR-CYCLE-NUMBER
           MOVE ZERO            TO SR-RECORD-COUNT
           MOVE ZERO            TO SR-KEY-HASH-TOTAL
           MOVE WS-SRC-REL-COUNT(WS-SOURCE-SUB) TO SR-RELEASED-COUNT
           MOVE WS-SRC-REL-HASH(WS-SOURCE-SUB)  TO SR-RELEASED-HASH
           WRITE SOURCE-RECEIPT-RECORD
           .
       9220-EXIT.
           EXIT.

      **********************************************************************
      * POST THE COMBINED FILE'S DETAIL COUNT AND KEY HASH TO THE
      * CONTROL-TOTALS LEDGER.  A POSTING THAT FAILS IS REPORTED ON
      * THE CONSOLE BUT DOES NOT FAIL THE COMBINE; THE MISSING
      * FIGURE SHOWS UP ON THE CYCBAL BALANCE SHEET INSTEAD.
      **********************************************************************
       9300-POST-CONTROL-TOTALS.
           MOVE 'ARGCONSL'       TO CP-PROGRAM
           MOVE ZERO             TO CP-STREAM
           MOVE WS-CURRENT-DATE  TO CP-BUSINESS-DATE
           MOVE WS-CURRENT-DATE  TO CP-RUN-DATE
           MOVE WS-START-TIME    TO CP-RUN-TIME
           MOVE 1                TO CP-COUNTER-COUNT
           MOVE 'COMBINED OUT'   TO CP-COUNTER-NAME(1)
           MOVE WS-COMB-RECORDS  TO CP-RECORD-COUNT(1)
           MOVE WS-COMB-KEY-HASH TO CP-KEY-HASH(1)
           CALL 'CTLPOST' USING CONTROL-POST-AREA
           IF CP-FAILED
               DISPLAY 'ARGCONSL - CONTROL TOTALS NOT POSTED. '
                   CP-MESSAGE
           END-IF
           .
       9300-EXIT.
           EXIT.

       9999-END.
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
