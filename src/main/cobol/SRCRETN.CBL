      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   END-OF-CYCLE RETURN FILES FOR THE UPSTREAM SHOPS.
      *            FOR EVERY SOURCE ARGCONSL TOOK IN TONIGHT (ONE
      *            RECEIPT RECORD EACH ON SRCRCPT) ONE RETURN FILE IS
      *            WRITTEN (RETSRC1 THROUGH RETSRC4, COPYBOOK
      *            RETNREC): A HEADER IN THE SOURCE'S OWN CYCLE
      *            NUMBERING, ONE DETAIL PER KEY THE SHOP SENT WITH
      *            ITS DISPOSITION, AND A TRAILER.  THE DISPOSITIONS
      *            COME FROM THE CONSOLIDATED AUDITLOG AND REJFILE
      *            WRITTEN BY ARGMERGE, EACH RECORD CARRYING THE
      *            SOURCE OF ITS DETAIL:
      *              CALLED OK   SUCCESSFUL CALL
      *              CALL FAIL   FAILED CALL
      *              REJECTED    REJECTED, WITH RJ-REASON
      *              DUPLICATE   REJECTED AS A SAME-RUN OR PRIOR-
      *                          CYCLE DUPLICATE
      *              SUSPENSE    FAILED OR REJECTED AND PARKED ON THE
      *                          SUSPENSE MASTER BY TONIGHT'S
      *                          REJRECYC, WITH THE PARK REASON
      *              DEFERRED    FUTURE-DATED AND PARKED ON THE
      *                          PENDING-TRANSACTION FILE (PENDMST)
      *                          BY TONIGHT'S SUBPROGD, WITH ITS DUE
      *                          DATE
      *              REVERSED    REVERSAL ACCEPTED, WITH THE BUSINESS
      *                          DATE OF THE ORIGINAL IT BACKED OUT
      *            SO THE STEP RUNS AFTER REJRECYC.  EACH RETURN FILE
      *            IS BALANCED TO THE SOURCE'S ORIGINAL TRAILER COUNT
      *            AND KEY HASH PLUS THE ITEMS OF THE SOURCE RELEASED
      *            FROM PENDMST TONIGHT; A SOURCE THAT DOES NOT
      *            BALANCE, OR A RECORD THAT CANNOT BE TIED TO A
      *            SOURCE TAKEN IN TONIGHT, REJECTS THE RUN WITH
      *            RETURN CODE 12 AND IS SHOWN ON THE RETURN REPORT
      *            (SRCRRPT).  THE STEP
      *            TAKES PART IN THE CYCLE-STATUS CHAIN AFTER
      *            ARGMERGE.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    FUTURE-DATED DETAILS.  EVERY ITEM PARKED ON
      *                     PENDMST TONIGHT IS RETURNED AS DEFERRED,
      *                     AND A SOURCE'S ITEMS RELEASED FROM PENDMST
      *                     TONIGHT (SR-RELEASED-COUNT/HASH ON ITS
      *                     RECEIPT) ARE ADDED TO WHAT IT IS BALANCED
      *                     TO, SINCE THEIR FINAL DISPOSITIONS COME
      *                     BACK ON TONIGHT'S FILE.  THE REPORT SHOWS
      *                     BOTH FIGURES PER SOURCE.  WITHOUT A
      *                     PENDMST NOTHING IS DEFERRED.
      *  15 OCT 2026  DN    REVERSALS.  A CALL LOGGED WITH OUTCOME
      *                     REVERSAL IS RETURNED AS REVERSED (TRAN
      *                     TYPE RV) WITH THE ORIGINAL'S BUSINESS
      *                     DATE, AND COUNTED ON ITS OWN REPORT LINE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCRETN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "SRCRCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT SUSPENSE-MASTER ASSIGN TO "SUSPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PENDING-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT RETURN-FILE-1 ASSIGN TO "RETSRC1"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FILE-2 ASSIGN TO "RETSRC2"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FILE-3 ASSIGN TO "RETSRC3"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FILE-4 ASSIGN TO "RETSRC4"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-RPT ASSIGN TO "SRCRRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SRCRREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY REJREC.

       FD  SUSPENSE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SUSPREC.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  RETURN-FILE-1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETURN-1-RECORD             PIC X(80).

       FD  RETURN-FILE-2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETURN-2-RECORD             PIC X(80).

       FD  RETURN-FILE-3
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETURN-3-RECORD             PIC X(80).

       FD  RETURN-FILE-4
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETURN-4-RECORD             PIC X(80).

       FD  RETURN-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETURN-RPT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-RCPT-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-AUDIT-FILE-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-REJ-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-SUSP-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-SUSP-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-SUSP-OPEN                        VALUE 'Y'.
       77  WS-PEND-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-EOF-PEND-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-PEND                         VALUE 'Y'.
       77  WS-EOF-RCPT-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-RCPT                         VALUE 'Y'.
       77  WS-EOF-AUDIT-SW             PIC X(01)  VALUE 'N'.
           88  WS-EOF-AUDIT                        VALUE 'Y'.
       77  WS-EOF-REJECT-SW            PIC X(01)  VALUE 'N'.
           88  WS-EOF-REJECT                       VALUE 'Y'.
       77  WS-CONTROL-FAILED-SW        PIC X(01)  VALUE 'N'.
           88  WS-CONTROL-FAILED                   VALUE 'Y'.
       77  WS-RUN-REFUSED-SW           PIC X(01)  VALUE 'N'.
           88  WS-RUN-REFUSED                      VALUE 'Y'.
       77  WS-OUTPUTS-OPEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-OUTPUTS-OPEN                     VALUE 'Y'.
       77  WS-CYCLE-ENFORCED-SW        PIC X(01)  VALUE 'N'.
           88  WS-CYCLE-ENFORCED                   VALUE 'Y'.
       77  WS-SOURCE-NO                PIC 9(01)  VALUE ZERO.
       77  WS-SOURCE-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-CYCLE-START-DATE         PIC 9(08)  VALUE ZERO.
       77  WS-CYCLE-START-TIME         PIC 9(08)  VALUE ZERO.
       77  WS-UNATTRIBUTED             PIC 9(09) COMP VALUE ZERO.
       77  WS-SOURCES-OUT-OF-BALANCE   PIC 9(04) COMP VALUE ZERO.
       77  WS-DISP-SOURCE              PIC X(01)  VALUE SPACE.
       77  WS-DISP-KEY                 PIC X(10)  VALUE SPACES.
       77  WS-DISP-SEG-COUNT           PIC 9(01)  VALUE 1.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 4 TIMES.
               10  WS-SRC-RECEIVED-SW  PIC X(01).
                   88  WS-SRC-RECEIVED             VALUE 'Y'.
               10  WS-SRC-CYCLE        PIC 9(04).
               10  WS-SRC-SENT-COUNT   PIC 9(09).
               10  WS-SRC-SENT-HASH    PIC 9(18).
               10  WS-SRC-RET-DETAILS  PIC 9(09) COMP.
               10  WS-SRC-RET-COUNT    PIC 9(09) COMP.
               10  WS-SRC-RET-HASH     PIC 9(18) COMP.
               10  WS-SRC-CALLED-OK    PIC 9(09) COMP.
               10  WS-SRC-CALL-FAILED  PIC 9(09) COMP.
               10  WS-SRC-REJECTED     PIC 9(09) COMP.
               10  WS-SRC-SUSPENSE     PIC 9(09) COMP.
               10  WS-SRC-DUPLICATE    PIC 9(09) COMP.
               10  WS-SRC-RELEASED     PIC 9(09) COMP.
               10  WS-SRC-DEFERRED     PIC 9(09) COMP.
               10  WS-SRC-REVERSED     PIC 9(09) COMP.
       01  WS-RETURN-OUT-RECORD        PIC X(80)  VALUE SPACES.
       COPY RETNREC.
       01  WS-CONTROL-FAIL-LINE.
           05  FILLER               PIC X(17)
               VALUE 'CONTROL FAILURE. '.
           05  WS-CONTROL-FAIL-TEXT PIC X(60).
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER            PIC X(34)
                   VALUE 'SRCRETN SOURCE RETURN REPORT DATE '.
               10  WS-RPT-TITLE-DATE PIC 9(08).
           05  WS-RPT-SOURCE-LINE.
               10  FILLER            PIC X(07) VALUE 'SOURCE '.
               10  WS-RPT-SOURCE     PIC 9(01).
               10  FILLER            PIC X(08) VALUE '  CYCLE '.
               10  WS-RPT-CYCLE      PIC 9(04).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  WS-RPT-BALANCE    PIC X(14).
           05  WS-RPT-SENT-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'RECORDS SENT.          '.
               10  WS-RPT-SENT       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-RETURNED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'RECORDS RETURNED.      '.
               10  WS-RPT-RETURNED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-DETAILS-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'RETURN DETAILS.        '.
               10  WS-RPT-DETAILS    PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-CALLED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'CALLED OK.             '.
               10  WS-RPT-CALLED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-FAILED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'CALL FAILED.           '.
               10  WS-RPT-FAILED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REVERSED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'REVERSED.              '.
               10  WS-RPT-REVERSED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REJECTED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'REJECTED.              '.
               10  WS-RPT-REJECTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-SUSPENSE-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'PARKED IN SUSPENSE.    '.
               10  WS-RPT-SUSPENSE   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-DUPLICATE-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'DUPLICATE.             '.
               10  WS-RPT-DUPLICATE  PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-DEFERRED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'DEFERRED.              '.
               10  WS-RPT-DEFERRED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-RELEASED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'RELEASED FROM PENDING. '.
               10  WS-RPT-RELEASED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-UNATTRIB-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'UNATTRIBUTED RECORDS.  '.
               10  WS-RPT-UNATTRIB   PIC ZZZ,ZZZ,ZZ9.
       COPY CYCCHKA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED AND NOT WS-CONTROL-FAILED
               PERFORM 2000-RETURN-AUDIT-RECORD THRU 2000-EXIT
                   UNTIL WS-EOF-AUDIT
               PERFORM 3000-RETURN-REJECT-RECORD THRU 3000-EXIT
                   UNTIL WS-EOF-REJECT
               PERFORM 3500-RETURN-DEFERRED-ITEMS THRU 3500-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * VERIFY THE STEP'S PLACE IN THE CHAIN, LOAD THE SOURCE
      * RECEIPTS, AND OPEN THE INPUTS, THE REPORT, AND ONE RETURN
      * FILE (WITH ITS HEADER) PER SOURCE RECEIVED.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CYCLE-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CYCLE-START-TIME FROM TIME
           MOVE WS-CYCLE-START-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           PERFORM 1500-VERIFY-CYCLE-SEQUENCE THRU 1500-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RETURN-RPT
           SET WS-OUTPUTS-OPEN TO TRUE
           MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           PERFORM 1100-LOAD-SOURCE-RECEIPTS THRU 1100-EXIT
           IF WS-CONTROL-FAILED
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'AUDITLOG MISSING OR UNREADABLE'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT REJECT-FILE
           IF WS-REJ-FILE-STATUS NOT = '00'
               CLOSE AUDIT-FILE
               MOVE 'REJFILE MISSING OR UNREADABLE'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SUSPENSE-MASTER
           IF WS-SUSP-FILE-STATUS = '00'
               SET WS-SUSP-OPEN TO TRUE
           END-IF
           PERFORM 1200-OPEN-RETURN-FILE THRU 1200-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 4
           PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
           PERFORM 3100-READ-REJECT-RECORD THRU 3100-EXIT
           .
       1000-EXIT.
           EXIT.

      **********************************************************************
      * THE RECEIPT FILE IS REQUIRED: WITHOUT IT THERE IS NOTHING TO
      * BALANCE THE RETURN FILES TO.  ITS BUSINESS DATE IS THE DATE
      * THE RETURN FILES ANSWER FOR.
      **********************************************************************
       1100-LOAD-SOURCE-RECEIPTS.
           MOVE ALL 'N' TO WS-SOURCE-TABLE
           OPEN INPUT RECEIPT-FILE
           IF WS-RCPT-FILE-STATUS NOT = '00'
               MOVE 'SOURCE RECEIPT FILE MISSING OR UNREADABLE'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-RECEIPT THRU 1110-EXIT
           PERFORM 1120-STORE-RECEIPT THRU 1120-EXIT
               UNTIL WS-EOF-RCPT
           CLOSE RECEIPT-FILE
           .
       1100-EXIT.
           EXIT.

       1110-READ-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   SET WS-EOF-RCPT TO TRUE
           END-READ
           .
       1110-EXIT.
           EXIT.

       1120-STORE-RECEIPT.
           IF SR-SOURCE > ZERO AND SR-SOURCE < 5
               MOVE SR-SOURCE TO WS-SOURCE-SUB
               SET WS-SRC-RECEIVED(WS-SOURCE-SUB) TO TRUE
               MOVE SR-CYCLE-NUMBER   TO WS-SRC-CYCLE(WS-SOURCE-SUB)
               MOVE SR-RECORD-COUNT
                   TO WS-SRC-SENT-COUNT(WS-SOURCE-SUB)
               MOVE SR-KEY-HASH-TOTAL
                   TO WS-SRC-SENT-HASH(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-RELEASED(WS-SOURCE-SUB)
               IF SR-RELEASED-COUNT IS NUMERIC
                   MOVE SR-RELEASED-COUNT
                       TO WS-SRC-RELEASED(WS-SOURCE-SUB)
                   ADD SR-RELEASED-COUNT
                       TO WS-SRC-SENT-COUNT(WS-SOURCE-SUB)
                   ADD SR-RELEASED-HASH
                       TO WS-SRC-SENT-HASH(WS-SOURCE-SUB)
               END-IF
               MOVE ZERO TO WS-SRC-DEFERRED(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-REVERSED(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-RET-DETAILS(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-RET-COUNT(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-RET-HASH(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-CALLED-OK(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-CALL-FAILED(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-REJECTED(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-SUSPENSE(WS-SOURCE-SUB)
               MOVE ZERO TO WS-SRC-DUPLICATE(WS-SOURCE-SUB)
               MOVE SR-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               DISPLAY 'SRCRETN - RECEIPT IGNORED FOR UNKNOWN '
                   'SOURCE ' SR-SOURCE
           END-IF
           PERFORM 1110-READ-RECEIPT THRU 1110-EXIT
           .
       1120-EXIT.
           EXIT.

      **********************************************************************
      * OPEN THE RETURN FILE OF ONE SOURCE RECEIVED TONIGHT AND WRITE
      * ITS HEADER, CARRYING THE SOURCE'S OWN CYCLE NUMBER.
      **********************************************************************
       1200-OPEN-RETURN-FILE.
           IF NOT WS-SRC-RECEIVED(WS-SOURCE-SUB)
               GO TO 1200-EXIT
           END-IF
           MOVE WS-SOURCE-SUB TO WS-SOURCE-NO
           EVALUATE WS-SOURCE-NO
               WHEN 1 OPEN OUTPUT RETURN-FILE-1
               WHEN 2 OPEN OUTPUT RETURN-FILE-2
               WHEN 3 OPEN OUTPUT RETURN-FILE-3
               WHEN 4 OPEN OUTPUT RETURN-FILE-4
           END-EVALUATE
           MOVE SPACES           TO RETURN-HEADER-RECORD
           MOVE 'HDR'            TO RH-RECORD-TYPE
           MOVE 'ARGRETN'        TO RH-FILE-ID
           MOVE WS-SOURCE-NO     TO RH-SOURCE
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-SRC-CYCLE(WS-SOURCE-SUB) TO RH-CYCLE-NUMBER
           MOVE RETURN-HEADER-RECORD TO WS-RETURN-OUT-RECORD
           PERFORM 4100-WRITE-RETURN-RECORD THRU 4100-EXIT
           .
       1200-EXIT.
           EXIT.

      **********************************************************************
      * VERIFY THE STEP'S PLACE IN THE NIGHTLY CHAIN: ARGMERGE MUST
      * HAVE COMPLETED CLEANLY FOR TONIGHT'S BUSINESS DATE AND THIS
      * STEP MUST NOT ITSELF HAVE ALREADY RUN.  A RUN WITH NO CYCSTAT
      * ALLOCATED COMES BACK SKIPPED AND IS NOT RECORDED.
      **********************************************************************
       1500-VERIFY-CYCLE-SEQUENCE.
           SET CC-FUNC-VERIFY TO TRUE
           MOVE 'SRCRETN'         TO CC-PROGRAM
           MOVE ZERO              TO CC-STREAM
           MOVE WS-BUSINESS-DATE  TO CC-BUSINESS-DATE
           MOVE 'ARGMERGE'        TO CC-PRED-PROGRAM
           MOVE ZERO              TO CC-PRED-STREAM-COUNT
           CALL 'CYCCHK' USING CYCLE-CHECK-AREA
           IF CC-FAILED
               DISPLAY 'SRCRETN - RUN REFUSED. ' CC-MESSAGE
               SET WS-RUN-REFUSED TO TRUE
               MOVE 12 TO WS-RUN-RC
               GO TO 1500-EXIT
           END-IF
           IF CC-PASSED
               SET WS-CYCLE-ENFORCED TO TRUE
           END-IF
           .
       1500-EXIT.
           EXIT.

      **********************************************************************
      * ONE AUDIT RECORD IS ONE CALL: CALLED OK, REVERSED, OR CALL
      * FAIL, UNLESS THE FAILED KEY WENT ON TO SUSPENSE TONIGHT.
      **********************************************************************
       2000-RETURN-AUDIT-RECORD.
           MOVE AU-SOURCE       TO WS-DISP-SOURCE
           MOVE AU-KEY          TO WS-DISP-KEY
           MOVE AU-SEG-COUNT    TO WS-DISP-SEG-COUNT
           MOVE SPACES          TO RETURN-DETAIL-RECORD
           MOVE AU-KEY          TO RD-KEY
           MOVE SPACES          TO RD-TRAN-TYPE
           IF AU-REVERSED-DATE IS NUMERIC
                   AND AU-REVERSED-DATE > ZERO
               MOVE 'RV' TO RD-TRAN-TYPE
           END-IF
           EVALUATE AU-OUTCOME
               WHEN 'SUCCESS'
                   SET RD-CALLED-OK TO TRUE
               WHEN 'REVERSAL'
                   SET RD-REVERSED TO TRUE
                   MOVE SPACES TO RD-REASON
                   STRING 'REVERSES ' AU-REVERSED-DATE
                       DELIMITED BY SIZE INTO RD-REASON
               WHEN OTHER
                   SET RD-CALL-FAILED TO TRUE
                   MOVE SPACES TO RD-REASON
                   STRING 'CALL FAILED IN ' AU-PROGRAM-NAME
                       DELIMITED BY SIZE INTO RD-REASON
                   PERFORM 2500-CHECK-PARKED-TONIGHT THRU 2500-EXIT
           END-EVALUATE
           PERFORM 4000-POST-DISPOSITION THRU 4000-EXIT
           PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF-AUDIT TO TRUE
           END-READ
           .
       2100-EXIT.
           EXIT.

      **********************************************************************
      * A FAILED OR REJECTED KEY THAT TONIGHT'S REJRECYC PARKED IS
      * RETURNED AS SUSPENSE, WITH THE REASON IT WAS PARKED: IT IS
      * STILL OPEN ON THE SUSPENSE MASTER, ITS LAST PARK IS DATED NO
      * EARLIER THAN THE BUSINESS DATE, AND IT CAME FROM THIS SOURCE.
      * WITHOUT A SUSPENSE MASTER THE ORIGINAL DISPOSITION STANDS.
      **********************************************************************
       2500-CHECK-PARKED-TONIGHT.
           IF NOT WS-SUSP-OPEN
               GO TO 2500-EXIT
           END-IF
           MOVE WS-DISP-KEY TO SM-KEY
           READ SUSPENSE-MASTER
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ
           IF SM-OPEN
                   AND SM-LAST-PARK-DATE NOT < WS-BUSINESS-DATE
                   AND SM-ORIGIN-SOURCE = WS-DISP-SOURCE
               SET RD-SUSPENSE TO TRUE
               MOVE SM-LAST-REASON TO RD-REASON
           END-IF
           .
       2500-EXIT.
           EXIT.

      **********************************************************************
      * ONE REJECT RECORD: A DUPLICATE-KEY REJECT IS RETURNED AS
      * DUPLICATE, ANY OTHER AS REJECTED WITH ITS REASON - EITHER
      * WAY AS SUSPENSE IF THE KEY WAS PARKED TONIGHT.
      **********************************************************************
       3000-RETURN-REJECT-RECORD.
           MOVE RJ-SOURCE       TO WS-DISP-SOURCE
           MOVE RJ-KEY          TO WS-DISP-KEY
           MOVE RJ-SEG-COUNT    TO WS-DISP-SEG-COUNT
           MOVE SPACES          TO RETURN-DETAIL-RECORD
           MOVE RJ-KEY          TO RD-KEY
           MOVE RJ-TRAN-TYPE    TO RD-TRAN-TYPE
           MOVE RJ-REASON       TO RD-REASON
           IF RJ-REASON = 'DUPLICATE KEY THIS RUN'
                   OR RJ-REASON = 'KEY PROCESSED ON PRIOR CYCLE'
                   OR RJ-REASON = 'KEY REVERSED ON PRIOR CYCLE'
               SET RD-DUPLICATE TO TRUE
           ELSE
               SET RD-REJECTED TO TRUE
           END-IF
           PERFORM 2500-CHECK-PARKED-TONIGHT THRU 2500-EXIT
           PERFORM 4000-POST-DISPOSITION THRU 4000-EXIT
           PERFORM 3100-READ-REJECT-RECORD THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   SET WS-EOF-REJECT TO TRUE
           END-READ
           .
       3100-EXIT.
           EXIT.

      **********************************************************************
      * EVERY ITEM SUBPROGD PARKED ON THE PENDING FILE TONIGHT IS
      * RETURNED AS DEFERRED WITH ITS DUE DATE, ONCE PER SET (ON ITS
      * FIRST ENTRY) WITH THE SET'S SEGMENT COUNT.  THE FILE IS
      * KEYED BY DUE DATE, SO THE WHOLE FILE IS PASSED.  WITHOUT A
      * PENDMST NOTHING WAS DEFERRED.
      **********************************************************************
       3500-RETURN-DEFERRED-ITEMS.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-FILE-STATUS NOT = '00'
               GO TO 3500-EXIT
           END-IF
           PERFORM 3600-READ-PENDING-ENTRY THRU 3600-EXIT
           PERFORM 3700-RETURN-PENDING-ENTRY THRU 3700-EXIT
               UNTIL WS-EOF-PEND
           CLOSE PENDING-FILE
           .
       3500-EXIT.
           EXIT.

       3600-READ-PENDING-ENTRY.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PEND TO TRUE
           END-READ
           .
       3600-EXIT.
           EXIT.

       3700-RETURN-PENDING-ENTRY.
           IF PD-PARKED-DATE NOT = WS-BUSINESS-DATE
                   OR (PD-SEG-NUMBER NOT = '0'
                       AND PD-SEG-NUMBER NOT = '1')
               GO TO 3700-NEXT
           END-IF
           MOVE PD-SOURCE        TO WS-DISP-SOURCE
           MOVE PD-KEY           TO WS-DISP-KEY
           MOVE PD-SET-SEG-COUNT TO WS-DISP-SEG-COUNT
           MOVE SPACES           TO RETURN-DETAIL-RECORD
           MOVE PD-KEY           TO RD-KEY
           MOVE PD-TRAN-TYPE     TO RD-TRAN-TYPE
           SET RD-DEFERRED       TO TRUE
           STRING 'DEFERRED UNTIL ' PD-DUE-DATE
               DELIMITED BY SIZE INTO RD-REASON
           PERFORM 4000-POST-DISPOSITION THRU 4000-EXIT
           .
       3700-NEXT.
           PERFORM 3600-READ-PENDING-ENTRY THRU 3600-EXIT
           .
       3700-EXIT.
           EXIT.

      **********************************************************************
      * WRITE THE DISPOSITION TO ITS SOURCE'S RETURN FILE AND ROLL IT
      * INTO THAT SOURCE'S BALANCE.  A SEGMENT COUNT THAT IS NOT A
      * DIGIT (A RECORD WRITTEN BEFORE THE FIELD EXISTED) COUNTS AS
      * ONE RECORD.  A RECORD WHOSE SOURCE WAS NOT TAKEN IN TONIGHT
      * CANNOT BE RETURNED AND IS COUNTED AS UNATTRIBUTED.
      **********************************************************************
       4000-POST-DISPOSITION.
           IF WS-DISP-SOURCE NOT = '1' AND WS-DISP-SOURCE NOT = '2'
                   AND WS-DISP-SOURCE NOT = '3'
                   AND WS-DISP-SOURCE NOT = '4'
               ADD 1 TO WS-UNATTRIBUTED
               GO TO 4000-EXIT
           END-IF
           MOVE WS-DISP-SOURCE TO WS-SOURCE-NO
           MOVE WS-SOURCE-NO TO WS-SOURCE-SUB
           IF NOT WS-SRC-RECEIVED(WS-SOURCE-SUB)
               ADD 1 TO WS-UNATTRIBUTED
               GO TO 4000-EXIT
           END-IF
           IF WS-DISP-SEG-COUNT IS NOT NUMERIC
                   OR WS-DISP-SEG-COUNT = ZERO
               MOVE 1 TO WS-DISP-SEG-COUNT
           END-IF
           MOVE WS-DISP-SEG-COUNT TO RD-SEG-COUNT
           EVALUATE TRUE
               WHEN RD-CALLED-OK
                   ADD 1 TO WS-SRC-CALLED-OK(WS-SOURCE-SUB)
               WHEN RD-CALL-FAILED
                   ADD 1 TO WS-SRC-CALL-FAILED(WS-SOURCE-SUB)
               WHEN RD-REJECTED
                   ADD 1 TO WS-SRC-REJECTED(WS-SOURCE-SUB)
               WHEN RD-SUSPENSE
                   ADD 1 TO WS-SRC-SUSPENSE(WS-SOURCE-SUB)
               WHEN RD-DUPLICATE
                   ADD 1 TO WS-SRC-DUPLICATE(WS-SOURCE-SUB)
               WHEN RD-DEFERRED
                   ADD 1 TO WS-SRC-DEFERRED(WS-SOURCE-SUB)
               WHEN RD-REVERSED
                   ADD 1 TO WS-SRC-REVERSED(WS-SOURCE-SUB)
           END-EVALUATE
           ADD 1 TO WS-SRC-RET-DETAILS(WS-SOURCE-SUB)
           ADD WS-DISP-SEG-COUNT TO WS-SRC-RET-COUNT(WS-SOURCE-SUB)
           IF RD-KEY IS NUMERIC
               COMPUTE WS-SRC-RET-HASH(WS-SOURCE-SUB) =
                   WS-SRC-RET-HASH(WS-SOURCE-SUB)
                   + RD-KEY-NUM * WS-DISP-SEG-COUNT
           END-IF
           MOVE RETURN-DETAIL-RECORD TO WS-RETURN-OUT-RECORD
           PERFORM 4100-WRITE-RETURN-RECORD THRU 4100-EXIT
           .
       4000-EXIT.
           EXIT.

       4100-WRITE-RETURN-RECORD.
           EVALUATE WS-SOURCE-NO
               WHEN 1 WRITE RETURN-1-RECORD FROM WS-RETURN-OUT-RECORD
               WHEN 2 WRITE RETURN-2-RECORD FROM WS-RETURN-OUT-RECORD
               WHEN 3 WRITE RETURN-3-RECORD FROM WS-RETURN-OUT-RECORD
               WHEN 4 WRITE RETURN-4-RECORD FROM WS-RETURN-OUT-RECORD
           END-EVALUATE
           .
       4100-EXIT.
           EXIT.

      **********************************************************************
      * A MISSING INPUT OR A RETURN THAT DOES NOT BALANCE ENDS THE
      * STEP WITH RETURN CODE 12 SO THE RETURN FILES ARE HELD.
      **********************************************************************
       8000-REPORT-CONTROL-FAILURE.
           SET WS-CONTROL-FAILED TO TRUE
           MOVE 12 TO WS-RUN-RC
           IF WS-OUTPUTS-OPEN
               MOVE WS-CONTROL-FAIL-LINE TO RETURN-RPT-RECORD
               WRITE RETURN-RPT-RECORD
           END-IF
           DISPLAY 'SRCRETN - ' WS-CONTROL-FAIL-LINE
           .
       8000-EXIT.
           EXIT.

      **********************************************************************
      * CLOSE EACH RETURN FILE WITH ITS TRAILER, BALANCE IT TO THE
      * SOURCE'S RECEIPT, AND PRINT THE SOURCE'S SECTION OF THE
      * REPORT.
      **********************************************************************
       9000-FINALIZE.
           IF WS-RUN-REFUSED
               GO TO 9000-EXIT
           END-IF
           IF WS-CONTROL-FAILED
               CLOSE RETURN-RPT
               GO TO 9000-EXIT
           END-IF
           PERFORM 9100-CLOSE-RETURN-FILE THRU 9100-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 4
           MOVE WS-UNATTRIBUTED TO WS-RPT-UNATTRIB
           MOVE WS-RPT-UNATTRIB-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           IF WS-UNATTRIBUTED > ZERO
               MOVE 'RECORDS NOT TIED TO A SOURCE RECEIVED TONIGHT'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
           END-IF
           IF WS-SOURCES-OUT-OF-BALANCE > ZERO
               MOVE 'RETURN FILE DOES NOT BALANCE TO SOURCE TRAILER'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
           END-IF
           CLOSE AUDIT-FILE
           CLOSE REJECT-FILE
           IF WS-SUSP-OPEN
               CLOSE SUSPENSE-MASTER
           END-IF
           CLOSE RETURN-RPT
           .
       9000-EXIT.
           EXIT.

       9100-CLOSE-RETURN-FILE.
           IF NOT WS-SRC-RECEIVED(WS-SOURCE-SUB)
               GO TO 9100-EXIT
           END-IF
           MOVE WS-SOURCE-SUB TO WS-SOURCE-NO
           MOVE SPACES TO RETURN-TRAILER-RECORD
           MOVE 'TRL'  TO RT-RECORD-TYPE
           MOVE WS-SRC-RET-DETAILS(WS-SOURCE-SUB) TO RT-RECORD-COUNT
           MOVE WS-SRC-RET-COUNT(WS-SOURCE-SUB)   TO RT-SENT-COUNT
           MOVE WS-SRC-RET-HASH(WS-SOURCE-SUB)    TO RT-KEY-HASH-TOTAL
           MOVE RETURN-TRAILER-RECORD TO WS-RETURN-OUT-RECORD
           PERFORM 4100-WRITE-RETURN-RECORD THRU 4100-EXIT
           EVALUATE WS-SOURCE-NO
               WHEN 1 CLOSE RETURN-FILE-1
               WHEN 2 CLOSE RETURN-FILE-2
               WHEN 3 CLOSE RETURN-FILE-3
               WHEN 4 CLOSE RETURN-FILE-4
           END-EVALUATE
           IF WS-SRC-RET-COUNT(WS-SOURCE-SUB)
                   = WS-SRC-SENT-COUNT(WS-SOURCE-SUB)
                   AND WS-SRC-RET-HASH(WS-SOURCE-SUB)
                   = WS-SRC-SENT-HASH(WS-SOURCE-SUB)
               MOVE 'BALANCED' TO WS-RPT-BALANCE
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-RPT-BALANCE
               ADD 1 TO WS-SOURCES-OUT-OF-BALANCE
           END-IF
           PERFORM 9200-PRINT-SOURCE-SECTION THRU 9200-EXIT
           .
       9100-EXIT.
           EXIT.

       9200-PRINT-SOURCE-SECTION.
           MOVE WS-SOURCE-NO TO WS-RPT-SOURCE
           MOVE WS-SRC-CYCLE(WS-SOURCE-SUB) TO WS-RPT-CYCLE
           MOVE WS-RPT-SOURCE-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-SENT-COUNT(WS-SOURCE-SUB)  TO WS-RPT-SENT
           MOVE WS-RPT-SENT-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-RET-COUNT(WS-SOURCE-SUB)   TO WS-RPT-RETURNED
           MOVE WS-RPT-RETURNED-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-RET-DETAILS(WS-SOURCE-SUB) TO WS-RPT-DETAILS
           MOVE WS-RPT-DETAILS-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-CALLED-OK(WS-SOURCE-SUB)   TO WS-RPT-CALLED
           MOVE WS-RPT-CALLED-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-CALL-FAILED(WS-SOURCE-SUB) TO WS-RPT-FAILED
           MOVE WS-RPT-FAILED-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-REVERSED(WS-SOURCE-SUB)    TO WS-RPT-REVERSED
           MOVE WS-RPT-REVERSED-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-REJECTED(WS-SOURCE-SUB)    TO WS-RPT-REJECTED
           MOVE WS-RPT-REJECTED-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-SUSPENSE(WS-SOURCE-SUB)    TO WS-RPT-SUSPENSE
           MOVE WS-RPT-SUSPENSE-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-DUPLICATE(WS-SOURCE-SUB)   TO WS-RPT-DUPLICATE
           MOVE WS-RPT-DUPLICATE-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-DEFERRED(WS-SOURCE-SUB)    TO WS-RPT-DEFERRED
           MOVE WS-RPT-DEFERRED-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-SRC-RELEASED(WS-SOURCE-SUB)    TO WS-RPT-RELEASED
           MOVE WS-RPT-RELEASED-LINE TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           DISPLAY 'SRCRETN - SOURCE ' WS-SOURCE-NO ' CYCLE '
               WS-SRC-CYCLE(WS-SOURCE-SUB) ' ' WS-RPT-BALANCE
           .
       9200-EXIT.
           EXIT.

       9999-END.
           IF WS-CYCLE-ENFORCED
               PERFORM 9900-RECORD-CYCLE-STATUS THRU 9900-EXIT
           END-IF
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           GOBACK.

      **********************************************************************
      * RECORD THIS RUN ON THE CYCLE-STATUS FILE WITH ITS FINAL
      * RETURN CODE.
      **********************************************************************
       9900-RECORD-CYCLE-STATUS.
           SET CC-FUNC-RECORD TO TRUE
           MOVE WS-CYCLE-START-DATE TO CC-START-DATE
           MOVE WS-CYCLE-START-TIME TO CC-START-TIME
           MOVE WS-RUN-RC           TO CC-RETURN-CODE
           CALL 'CYCCHK' USING CYCLE-CHECK-AREA
           IF CC-FAILED
               DISPLAY 'SRCRETN - CYCLE STATUS NOT RECORDED. '
                   CC-MESSAGE
               MOVE 12 TO WS-RUN-RC
           END-IF
           .
       9900-EXIT.
           EXIT.
