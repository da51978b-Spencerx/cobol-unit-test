      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   BACK OUT A WHOLE NIGHTLY CYCLE, OR ONE STREAM OF IT,
      *            FOR A BUSINESS DATE SO THE CHAIN CAN BE RERUN FOR
      *            THAT DATE WITHOUT HAND SURGERY ON THE MASTERS.  THE
      *            JCL PARM IS THE BUSINESS DATE (YYYYMMDD), REQUIRED,
      *            OPTIONALLY FOLLOWED BY A SPACE AND A STREAM NUMBER
      *            (1 TO 4) TO BACK OUT ONE SUBPROGD STREAM AND THE
      *            STEPS DOWNSTREAM OF IT.  THE UTILITY:
      *              - DELETES THE DATE'S PROCKEYS ENTRIES (FOR A
      *                STREAM BACKOUT, ONLY THE KEYS ARGSPLIT ROUTES
      *                TO THAT STREAM) SO THE RERUN IS NOT REJECTED
      *                AS DUPLICATES;
      *              - MARKS THE DATE'S TRANSCTL ENTRY WITHDRAWN AND
      *                WRITES A REVERSAL EXTRACT (REVFILE) TELLING THE
      *                WAREHOUSE TO DISCARD THE CYCLE IT WAS SENT;
      *              - FLAGS THE DATE'S AUDITMST AND PERFMST ENTRIES
      *                BACKED OUT, KEEPING THEM ON FILE;
      *              - DELETES THE ITEMS SUBPROGD PARKED ON THE
      *                PENDING-TRANSACTION FILE (PENDMST) ON THE DATE
      *                THAT ARE STILL WAITING (FOR A STREAM BACKOUT,
      *                ONLY THOSE THAT STREAM PARKED), SO AN ITEM THE
      *                CORRECTED RERUN NO LONGER CARRIES IS NEVER
      *                RELEASED; THE RERUN PARKS AGAIN WHATEVER IT
      *                STILL DEFERS;
      *              - LAST OF ALL, WRITES A CYCSTAT BACKOUT MARKER
      *                (THROUGH THE CYCCHK SUBPROGRAM) FOR EVERY STEP
      *                IT BACKED OUT, SO CYCCHK LETS THOSE STEPS RUN
      *                AGAIN FOR THE DATE.
      *            EVERYTHING TOUCHED IS LISTED ON THE BACKOUT REPORT
      *            (CYCBKRPT).  A STEP WHOSE LATEST CYCSTAT RECORD
      *            FOR THE DATE IS ALREADY A BACKOUT MARKER HAS NOT
      *            BEEN RERUN SINCE IT WAS BACKED OUT AND IS NOT
      *            BACKED OUT AGAIN; WHEN THAT LEAVES NOTHING TO DO
      *            THE UTILITY REFUSES THE RUN.  A BAD PARM, A
      *            REFUSAL, OR A FILE FAILURE ENDS THE STEP WITH
      *            RETURN CODE 12.  EVERY PASS OVER THE MASTERS CAN BE
      *            REPEATED WITHOUT HARM AND THE MARKERS ARE WRITTEN
      *            LAST, SO A BACKOUT THAT FAILED PART WAY - EVEN
      *            WHILE WRITING ITS MARKERS - CAN SIMPLY BE RUN
      *            AGAIN; IT PICKS UP THE STEPS NOT YET MARKED.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    A PROCKEYS ENTRY MARKED REVERSED BY A
      *                     REVERSAL CALLED ON THE BACKOUT DATE HAS
      *                     THE MARK CLEARED (IT IS KEPT, SINCE THE
      *                     CALL IT RECORDS WAS NOT BACKED OUT), SO
      *                     THE RERUN'S REVERSAL IS NOT REJECTED AS
      *                     ALREADY REVERSED.  CLEARED ENTRIES ARE
      *                     LISTED WITH THE REMOVED ONES AND COUNTED
      *                     ON THEIR OWN LINE.
      *  15 OCT 2026  DN    ITEMS PARKED ON PENDMST ON THE BACKOUT
      *                     DATE AND STILL WAITING ARE DELETED AND
      *                     LISTED.  A BACKOUT THAT FAILED WHILE
      *                     WRITING ITS CYCSTAT MARKERS IS NO LONGER
      *                     REFUSED WHEN RUN AGAIN: STEPS ALREADY
      *                     MARKED ARE LEFT AS THEY ARE AND THE REST
      *                     ARE BACKED OUT.  THE COMPLETION MESSAGE
      *                     REMINDS THE OPERATOR TO LEAVE THE DATE'S
      *                     ORIGINAL REJFILE GENERATION OUT OF THE
      *                     MONTH-END CHARGEBACK.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCBKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCS-FILE-STATUS.
           SELECT PROCESSED-KEY-FILE ASSIGN TO "PROCKEYS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-PROCESSED-KEY
               FILE STATUS IS WS-PROC-FILE-STATUS.
           SELECT TRANS-CONTROL-FILE ASSIGN TO "TRANSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TN-RUN-DATE
               FILE STATUS IS WS-TRNC-FILE-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MASTER-KEY
               FILE STATUS IS WS-AUDM-FILE-STATUS.
           SELECT PERF-MASTER-FILE ASSIGN TO "PERFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-MASTER-KEY
               FILE STATUS IS WS-PERFM-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PENDING-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BACKOUT-RPT ASSIGN TO "CYCBKRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CYCSREC.

       FD  PROCESSED-KEY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRCKREC.

       FD  TRANS-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRNCREC.

       FD  AUDIT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDMREC REPLACING ==MASTER-RECORD== BY
           ==AUDIT-MASTER-RECORD==.

       FD  PERF-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PERFMREC REPLACING ==MASTER-RECORD== BY
           ==PERF-MASTER-RECORD==.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  REVERSAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REVERSAL-RECORD             PIC X(512).

       FD  BACKOUT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BACKOUT-RPT-RECORD          PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-CYCS-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-PROC-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-TRNC-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-AUDM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-PERFM-FILE-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-PEND-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-EOF-CYCS-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CYCS                         VALUE 'Y'.
       77  WS-EOF-PROC-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-PROC                         VALUE 'Y'.
       77  WS-EOF-AUDM-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-AUDM                         VALUE 'Y'.
       77  WS-EOF-PERFM-SW             PIC X(01)  VALUE 'N'.
           88  WS-EOF-PERFM                        VALUE 'Y'.
       77  WS-EOF-PEND-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-PEND                         VALUE 'Y'.
       77  WS-RPT-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-RPT-OPEN                         VALUE 'Y'.
       77  WS-LAST-RECORD-TYPE         PIC X(01)  VALUE SPACE.
           88  WS-LAST-WAS-BACKOUT                 VALUE 'B'.
       77  WS-PARM-LENGTH-BOUNDED      PIC 9(04) COMP VALUE ZERO.
       77  WS-PARM-WORK                PIC X(10)  VALUE SPACES.
       77  WS-BACKOUT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-BACKOUT-STREAM           PIC 9(01)  VALUE ZERO.
       77  WS-STREAM-COUNT             PIC 9(01)  VALUE ZERO.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-REFUSAL-MESSAGE          PIC X(60)  VALUE SPACES.
       77  WS-DATE-RECORDS             PIC 9(09) COMP VALUE ZERO.
       77  WS-STEPS-SELECTED           PIC 9(09) COMP VALUE ZERO.
       77  WS-KEYS-DELETED             PIC 9(09) COMP VALUE ZERO.
       77  WS-REVERSALS-CLEARED        PIC 9(09) COMP VALUE ZERO.
       77  WS-CYCLES-WITHDRAWN         PIC 9(09) COMP VALUE ZERO.
       77  WS-REV-RECORDS              PIC 9(09) COMP VALUE ZERO.
       77  WS-AUDIT-FLAGGED            PIC 9(09) COMP VALUE ZERO.
       77  WS-PERF-FLAGGED             PIC 9(09) COMP VALUE ZERO.
       77  WS-PENDING-REMOVED          PIC 9(09) COMP VALUE ZERO.
       77  WS-MARKERS-WRITTEN          PIC 9(09) COMP VALUE ZERO.
       77  WS-STP-ENTRIES              PIC 9(04) COMP VALUE ZERO.
       77  WS-STP-MAX                  PIC 9(04) COMP VALUE 50.
       77  WS-STP-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-STP-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
       77  WS-KEY-NUM                  PIC 9(10)  VALUE ZERO.
       77  WS-KEY-QUOTIENT             PIC 9(10) COMP VALUE ZERO.
       77  WS-KEY-REMAINDER            PIC 9(01) COMP VALUE ZERO.
       77  WS-KEY-STREAM               PIC 9(01)  VALUE ZERO.
       77  WS-PRIOR-STATUS             PIC X(06)  VALUE SPACES.
       77  WS-OUT-PTR                  PIC 9(04) COMP VALUE 1.
       77  WS-COUNT-DISPLAY            PIC 9(09)  VALUE ZERO.
       77  WS-HASH-DISPLAY             PIC 9(18)  VALUE ZERO.
       01  WS-REVERSAL-BUFFER          PIC X(512) VALUE SPACES.
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY OCCURS 50 TIMES.
               10  WS-STP-PROGRAM      PIC X(08).
               10  WS-STP-STREAM       PIC 9(01).
               10  WS-STP-RC           PIC 9(04).
               10  WS-STP-TYPE         PIC X(01).
                   88  WS-STP-BACKED-OUT           VALUE 'B'.
               10  WS-STP-SELECTED-SW  PIC X(01).
                   88  WS-STP-SELECTED             VALUE 'Y'.
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(34)
                   VALUE 'CYCBKOUT CYCLE BACKOUT FOR BUSINES'.
               10  FILLER              PIC X(07)
                   VALUE 'S DATE '.
               10  WS-RPT-TITLE-DATE   PIC 9(08).
               10  FILLER              PIC X(09)
                   VALUE '  STREAM '.
               10  WS-RPT-TITLE-STREAM PIC X(03).
           05  WS-RPT-BLANK-LINE       PIC X(01)  VALUE SPACE.
           05  WS-RPT-SECTION-LINE.
               10  WS-RPT-SECTION-TEXT PIC X(60).
           05  WS-RPT-NOTE-LINE.
               10  FILLER              PIC X(04)  VALUE SPACES.
               10  WS-RPT-NOTE-TEXT    PIC X(60).
           05  WS-RPT-REFUSED-LINE.
               10  FILLER              PIC X(24)
                   VALUE '*** BACKOUT REFUSED -   '.
               10  WS-RPT-REFUSED-TEXT PIC X(60).
           05  WS-RPT-FAILED-LINE.
               10  FILLER              PIC X(44)
                   VALUE '*** BACKOUT FAILED - SEE CONSOLE, THEN RUN '.
               10  FILLER              PIC X(24)
                   VALUE 'THE BACKOUT AGAIN ***   '.
           05  WS-RPT-COMPLETE-LINE.
               10  FILLER              PIC X(44)
                   VALUE '*** BACKOUT COMPLETE - RERUN THE CHAIN FOR '.
               10  FILLER              PIC X(16)
                   VALUE 'THE DATE ***    '.
           05  WS-RPT-COUNT-LINE.
               10  WS-RPT-COUNT-LABEL  PIC X(36).
               10  WS-RPT-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-STEP-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-SDL-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'STREAM '.
           05  WS-SDL-STREAM           PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'RC '.
           05  WS-SDL-RC               PIC 9(04).
       01  WS-KEY-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-KDL-KEY              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-KDL-DATE             PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  STREAM '.
           05  WS-KDL-STREAM           PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-KDL-NOTE             PIC X(22) VALUE SPACES.
       01  WS-TRANS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TDL-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  WAS  '.
           05  WS-TDL-PRIOR-STATUS     PIC X(06).
           05  FILLER                  PIC X(10) VALUE '  RECORDS '.
           05  WS-TDL-RECORDS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE '  SENT '.
           05  WS-TDL-SENT-DATE        PIC 9(08).
       01  WS-AUDIT-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-ADL-KEY              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ADL-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ADL-TIME             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ADL-SEQ              PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ADL-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ADL-OUTCOME          PIC X(08).
       01  WS-PERF-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-PDL-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PDL-DATE             PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  CALLS '.
           05  WS-PDL-CALLS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  HUNDREDTHS'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PDL-HUNDREDTHS       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-PEND-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-NDL-KEY              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'TYPE '.
           05  WS-NDL-TRAN-TYPE        PIC X(02).
           05  FILLER                  PIC X(06) VALUE '  DUE '.
           05  WS-NDL-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  STREAM '.
           05  WS-NDL-STREAM           PIC 9(01).
           05  FILLER                  PIC X(09) VALUE '  SOURCE '.
           05  WS-NDL-SOURCE           PIC X(01).
           05  FILLER                  PIC X(06) VALUE '  SEG '.
           05  WS-NDL-SEG-NUMBER       PIC X(01).
       COPY CYCCHKA.
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
           05  LK-PARM-TEXT            PIC X(10).
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-RC = ZERO
               PERFORM 1500-SELECT-STEPS THRU 1500-EXIT
           END-IF
           IF WS-RUN-RC = ZERO
               PERFORM 2000-REMOVE-PROCESSED-KEYS THRU 2000-EXIT
           END-IF
           IF WS-RUN-RC = ZERO
               PERFORM 3000-WITHDRAW-TRANSMISSION THRU 3000-EXIT
           END-IF
           IF WS-RUN-RC = ZERO
               PERFORM 4000-FLAG-AUDIT-HISTORY THRU 4000-EXIT
           END-IF
           IF WS-RUN-RC = ZERO
               PERFORM 5000-FLAG-PERF-HISTORY THRU 5000-EXIT
           END-IF
           IF WS-RUN-RC = ZERO
               PERFORM 5500-REMOVE-PARKED-ITEMS THRU 5500-EXIT
           END-IF
           IF WS-RUN-RC = ZERO
               PERFORM 6000-WRITE-BACKOUT-MARKERS THRU 6000-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * DECODE THE PARM AND OPEN THE REPORT.  THE PARM IS 'YYYYMMDD'
      * FOR THE WHOLE CYCLE OR 'YYYYMMDD N' FOR ONE STREAM.  THERE IS
      * NO DEFAULT DATE - A BACKOUT MUST SAY WHICH CYCLE IT MEANS.
      * ONLY THE ACTUAL PARM LENGTH IS MOVED INTO A BLANK WORK AREA,
      * SINCE BYTES BEYOND A SHORT PARM'S LENGTH ARE UNDEFINED
      * STORAGE.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           IF LK-PARM-LENGTH = ZERO
               DISPLAY 'CYCBKOUT - BUSINESS DATE PARM IS REQUIRED'
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           IF LK-PARM-LENGTH > 10
               MOVE 10 TO WS-PARM-LENGTH-BOUNDED
           ELSE
               MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH-BOUNDED
           END-IF
           MOVE SPACES TO WS-PARM-WORK
           MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH-BOUNDED)
               TO WS-PARM-WORK(1:WS-PARM-LENGTH-BOUNDED)
           IF WS-PARM-WORK(1:8) IS NOT NUMERIC
                   OR WS-PARM-WORK(9:1) NOT = SPACE
               DISPLAY 'CYCBKOUT - INVALID PARM ' WS-PARM-WORK
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           MOVE WS-PARM-WORK(1:8) TO WS-BACKOUT-DATE
           EVALUATE TRUE
               WHEN WS-PARM-WORK(10:1) = SPACE
                   MOVE ZERO TO WS-BACKOUT-STREAM
               WHEN WS-PARM-WORK(10:1) >= '1'
                       AND WS-PARM-WORK(10:1) <= '4'
                   MOVE WS-PARM-WORK(10:1) TO WS-BACKOUT-STREAM
               WHEN OTHER
                   DISPLAY 'CYCBKOUT - INVALID STREAM IN PARM '
                       WS-PARM-WORK
                   MOVE 12 TO WS-RUN-RC
                   GO TO 1000-EXIT
           END-EVALUATE
           OPEN OUTPUT BACKOUT-RPT
           SET WS-RPT-OPEN TO TRUE
           MOVE WS-BACKOUT-DATE TO WS-RPT-TITLE-DATE
           IF WS-BACKOUT-STREAM = ZERO
               MOVE 'ALL' TO WS-RPT-TITLE-STREAM
           ELSE
               MOVE WS-BACKOUT-STREAM TO WS-RPT-TITLE-STREAM
           END-IF
           MOVE WS-RPT-TITLE-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           .
       1000-EXIT.
           EXIT.

      **********************************************************************
      * READ CYCSTAT FOR THE DATE AND DECIDE WHICH STEPS TO BACK OUT.
      * THE LATEST RECORD FOR EACH PROGRAM AND STREAM IS WHAT COUNTS.
      * A WHOLE-CYCLE BACKOUT TAKES EVERY STEP WHOSE LATEST RUN WAS
      * CLEAN; A STREAM BACKOUT TAKES THAT SUBPROGD STREAM AND EVERY
      * CLEAN STEP DOWNSTREAM OF SUBPROGD, LEAVING ARGSPLIT AND THE
      * OTHER STREAMS ALONE.  THE HIGHEST SUBPROGD STREAM ON FILE FOR
      * THE DATE IS TAKEN AS THE STREAM COUNT ARGSPLIT SPLIT BY.
      * A STEP ALREADY CARRYING A BACKOUT MARKER IS NOT TAKEN AGAIN,
      * SO A BACKOUT THAT STOPPED WHILE WRITING ITS MARKERS IS
      * FINISHED BY RUNNING IT AGAIN; ONLY WHEN EVERY STEP IT WOULD
      * TAKE IS ALREADY MARKED IS THE DATE REFUSED AS BACKED OUT.
      **********************************************************************
       1500-SELECT-STEPS.
           OPEN INPUT CYCLE-STATUS-FILE
           IF WS-CYCS-FILE-STATUS NOT = '00'
               MOVE 'CYCLE STATUS FILE NOT AVAILABLE'
                   TO WS-REFUSAL-MESSAGE
               PERFORM 1900-REFUSE-BACKOUT THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1600-READ-STATUS-RECORD THRU 1600-EXIT
           PERFORM 1700-NOTE-STATUS-RECORD THRU 1700-EXIT
               UNTIL WS-EOF-CYCS OR WS-RUN-RC > ZERO
           CLOSE CYCLE-STATUS-FILE
           IF WS-RUN-RC > ZERO
               GO TO 1500-EXIT
           END-IF
           IF WS-DATE-RECORDS = ZERO
               MOVE 'NO CYCLE STATUS RECORDS FOR THE DATE'
                   TO WS-REFUSAL-MESSAGE
               PERFORM 1900-REFUSE-BACKOUT THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           IF WS-BACKOUT-STREAM > WS-STREAM-COUNT
               MOVE 'NO SUBPROGD RUN FOR THE STREAM ON THE DATE'
                   TO WS-REFUSAL-MESSAGE
               PERFORM 1900-REFUSE-BACKOUT THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           PERFORM 1800-SELECT-STEP-ENTRY THRU 1800-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-ENTRIES
           IF WS-STEPS-SELECTED = ZERO AND WS-LAST-WAS-BACKOUT
               MOVE 'CYCLE ALREADY BACKED OUT - RERUN THE CHAIN FIRST'
                   TO WS-REFUSAL-MESSAGE
               PERFORM 1900-REFUSE-BACKOUT THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           IF WS-STEPS-SELECTED = ZERO
               MOVE 'NO CLEANLY COMPLETED STEPS TO BACK OUT'
                   TO WS-REFUSAL-MESSAGE
               PERFORM 1900-REFUSE-BACKOUT THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF
           MOVE WS-RPT-BLANK-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'CHAIN STEPS BACKED OUT' TO WS-RPT-SECTION-TEXT
           MOVE WS-RPT-SECTION-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           IF WS-LAST-WAS-BACKOUT
               MOVE 'STEPS ALREADY MARKED BACKED OUT ARE LEFT ALONE'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
           END-IF
           PERFORM 1850-LIST-SELECTED-STEP THRU 1850-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-ENTRIES
           .
       1500-EXIT.
           EXIT.

       1600-READ-STATUS-RECORD.
           READ CYCLE-STATUS-FILE
               AT END
                   SET WS-EOF-CYCS TO TRUE
           END-READ
           .
       1600-EXIT.
           EXIT.

       1700-NOTE-STATUS-RECORD.
           IF CS-BUSINESS-DATE NOT = WS-BACKOUT-DATE
               GO TO 1700-NEXT
           END-IF
           ADD 1 TO WS-DATE-RECORDS
           MOVE CS-RECORD-TYPE TO WS-LAST-RECORD-TYPE
           IF CS-PROGRAM = 'SUBPROGD'
                   AND CS-STREAM > WS-STREAM-COUNT
               MOVE CS-STREAM TO WS-STREAM-COUNT
           END-IF
           MOVE ZERO TO WS-STP-HIT-SUB
           PERFORM 1710-SCAN-STEP-TABLE THRU 1710-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-ENTRIES
                   OR WS-STP-HIT-SUB > ZERO
           IF WS-STP-HIT-SUB = ZERO
               IF WS-STP-ENTRIES NOT < WS-STP-MAX
                   MOVE 'TOO MANY STEPS ON CYCSTAT FOR THE DATE'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-BACKOUT THRU 1900-EXIT
                   GO TO 1700-EXIT
               END-IF
               ADD 1 TO WS-STP-ENTRIES
               MOVE WS-STP-ENTRIES TO WS-STP-HIT-SUB
               MOVE CS-PROGRAM TO WS-STP-PROGRAM(WS-STP-HIT-SUB)
               MOVE CS-STREAM  TO WS-STP-STREAM(WS-STP-HIT-SUB)
               MOVE 'N'        TO WS-STP-SELECTED-SW(WS-STP-HIT-SUB)
           END-IF
           MOVE CS-RETURN-CODE TO WS-STP-RC(WS-STP-HIT-SUB)
           MOVE CS-RECORD-TYPE TO WS-STP-TYPE(WS-STP-HIT-SUB)
           .
       1700-NEXT.
           PERFORM 1600-READ-STATUS-RECORD THRU 1600-EXIT
           .
       1700-EXIT.
           EXIT.

       1710-SCAN-STEP-TABLE.
           IF WS-STP-PROGRAM(WS-STP-SUB) = CS-PROGRAM
                   AND WS-STP-STREAM(WS-STP-SUB) = CS-STREAM
               MOVE WS-STP-SUB TO WS-STP-HIT-SUB
           END-IF
           .
       1710-EXIT.
           EXIT.

       1800-SELECT-STEP-ENTRY.
           IF WS-STP-BACKED-OUT(WS-STP-SUB)
                   OR WS-STP-RC(WS-STP-SUB) NOT = ZERO
               GO TO 1800-EXIT
           END-IF
           IF WS-BACKOUT-STREAM > ZERO
               IF WS-STP-PROGRAM(WS-STP-SUB) = 'ARGSPLIT'
                   GO TO 1800-EXIT
               END-IF
               IF WS-STP-PROGRAM(WS-STP-SUB) = 'SUBPROGD'
                       AND WS-STP-STREAM(WS-STP-SUB)
                           NOT = WS-BACKOUT-STREAM
                   GO TO 1800-EXIT
               END-IF
           END-IF
           SET WS-STP-SELECTED(WS-STP-SUB) TO TRUE
           ADD 1 TO WS-STEPS-SELECTED
           .
       1800-EXIT.
           EXIT.

       1850-LIST-SELECTED-STEP.
           IF WS-STP-SELECTED(WS-STP-SUB)
               MOVE WS-STP-PROGRAM(WS-STP-SUB) TO WS-SDL-PROGRAM
               MOVE WS-STP-STREAM(WS-STP-SUB)  TO WS-SDL-STREAM
               MOVE WS-STP-RC(WS-STP-SUB)      TO WS-SDL-RC
               MOVE WS-STEP-DETAIL-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
           END-IF
           .
       1850-EXIT.
           EXIT.

       1900-REFUSE-BACKOUT.
           MOVE WS-REFUSAL-MESSAGE TO WS-RPT-REFUSED-TEXT
           MOVE WS-RPT-BLANK-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE WS-RPT-REFUSED-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           DISPLAY 'CYCBKOUT - BACKOUT REFUSED. ' WS-REFUSAL-MESSAGE
           MOVE 12 TO WS-RUN-RC
           .
       1900-EXIT.
           EXIT.

      **********************************************************************
      * DELETE THE DATE'S ENTRIES FROM THE PROCESSED-KEY FILE SO THE
      * RERUN'S DETAILS ARE NOT REJECTED AS DUPLICATES.  THE FILE IS
      * KEYED ON KEY THEN DATE, SO THE WHOLE FILE IS WALKED.  FOR A
      * STREAM BACKOUT ONLY THE KEYS ARGSPLIT ROUTES TO THAT STREAM
      * GO - (KEY MODULO STREAM COUNT) + 1, NON-NUMERIC KEYS TO
      * STREAM 1.  A PROCESSED-KEY FILE THAT DOES NOT EXIST HAS
      * NOTHING TO REMOVE.  AN ENTRY FOR AN EARLIER DATE THAT A
      * REVERSAL CALLED ON THE DATE MARKED REVERSED IS KEPT, WITH THE
      * MARK CLEARED, UNDER THE SAME STREAM RULE.
      **********************************************************************
       2000-REMOVE-PROCESSED-KEYS.
           MOVE WS-RPT-BLANK-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'PROCESSED KEYS REMOVED (PROCKEYS)'
               TO WS-RPT-SECTION-TEXT
           MOVE WS-RPT-SECTION-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           OPEN I-O PROCESSED-KEY-FILE
           IF WS-PROC-FILE-STATUS = '35'
               MOVE 'PROCESSED-KEY FILE NOT ON FILE - NOTHING REMOVED'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
               GO TO 2000-EXIT
           END-IF
           IF WS-PROC-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - PROCESSED-KEY OPEN FAILED, STATUS '
                   WS-PROC-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 2000-EXIT
           END-IF
           MOVE LOW-VALUES TO PK-PROCESSED-KEY
           START PROCESSED-KEY-FILE KEY >= PK-PROCESSED-KEY
               INVALID KEY
                   SET WS-EOF-PROC TO TRUE
           END-START
           IF NOT WS-EOF-PROC
               PERFORM 2100-READ-NEXT-PROCESSED-KEY THRU 2100-EXIT
           END-IF
           PERFORM 2200-REMOVE-OR-KEEP-KEY THRU 2200-EXIT
               UNTIL WS-EOF-PROC
           CLOSE PROCESSED-KEY-FILE
           IF WS-KEYS-DELETED = ZERO AND WS-REVERSALS-CLEARED = ZERO
               MOVE 'NO PROCESSED KEYS FOR THE DATE'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-PROCESSED-KEY.
           READ PROCESSED-KEY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PROC TO TRUE
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-REMOVE-OR-KEEP-KEY.
           IF PK-DATE NOT = WS-BACKOUT-DATE
               IF NOT PK-REVERSED
                       OR PK-REVERSED-DATE NOT = WS-BACKOUT-DATE
                   GO TO 2200-NEXT
               END-IF
           END-IF
           IF PK-KEY IS NUMERIC AND WS-STREAM-COUNT > ZERO
               MOVE PK-KEY TO WS-KEY-NUM
               DIVIDE WS-KEY-NUM BY WS-STREAM-COUNT
                   GIVING WS-KEY-QUOTIENT
                   REMAINDER WS-KEY-REMAINDER
               COMPUTE WS-KEY-STREAM = WS-KEY-REMAINDER + 1
           ELSE
               MOVE 1 TO WS-KEY-STREAM
           END-IF
           IF WS-BACKOUT-STREAM > ZERO
                   AND WS-KEY-STREAM NOT = WS-BACKOUT-STREAM
               GO TO 2200-NEXT
           END-IF
           IF PK-DATE NOT = WS-BACKOUT-DATE
               PERFORM 2300-CLEAR-REVERSAL-MARK THRU 2300-EXIT
               IF WS-EOF-PROC
                   GO TO 2200-EXIT
               END-IF
               GO TO 2200-NEXT
           END-IF
           DELETE PROCESSED-KEY-FILE RECORD
           IF WS-PROC-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - PROCESSED-KEY DELETE FAILED, '
                   'STATUS ' WS-PROC-FILE-STATUS ' KEY ' PK-KEY
               MOVE 12 TO WS-RUN-RC
               SET WS-EOF-PROC TO TRUE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-KEYS-DELETED
           MOVE PK-KEY        TO WS-KDL-KEY
           MOVE PK-DATE       TO WS-KDL-DATE
           MOVE WS-KEY-STREAM TO WS-KDL-STREAM
           MOVE SPACES        TO WS-KDL-NOTE
           MOVE WS-KEY-DETAIL-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           .
       2200-NEXT.
           PERFORM 2100-READ-NEXT-PROCESSED-KEY THRU 2100-EXIT
           .
       2200-EXIT.
           EXIT.

       2300-CLEAR-REVERSAL-MARK.
           MOVE 'N'  TO PK-REVERSED-SW
           MOVE ZERO TO PK-REVERSED-DATE
           REWRITE PROCESSED-KEY-RECORD
           IF WS-PROC-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - PROCESSED-KEY REWRITE FAILED, '
                   'STATUS ' WS-PROC-FILE-STATUS ' KEY ' PK-KEY
               MOVE 12 TO WS-RUN-RC
               SET WS-EOF-PROC TO TRUE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-REVERSALS-CLEARED
           MOVE PK-KEY        TO WS-KDL-KEY
           MOVE PK-DATE       TO WS-KDL-DATE
           MOVE WS-KEY-STREAM TO WS-KDL-STREAM
           MOVE 'REVERSAL MARK CLEARED' TO WS-KDL-NOTE
           MOVE WS-KEY-DETAIL-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           .
       2300-EXIT.
           EXIT.

      **********************************************************************
      * WITHDRAW THE DATE'S TRANSMISSION AND TELL THE WAREHOUSE TO
      * DISCARD IT.  THE EXTRACT COVERED EVERY STREAM, SO EVEN A
      * STREAM BACKOUT WITHDRAWS ALL OF IT; THE RERUN'S EXTRGEN SENDS
      * THE CYCLE AGAIN AND PUTS THE ENTRY BACK TO SENT.  THE
      * REVERSAL EXTRACT USES THE EXTRFILE CONVENTIONS - PIPE-
      * DELIMITED, HEADER AND TRAILER - WITH ONE REV RECORD CARRYING
      * THE RUN DATE AND THE CONTROL TOTALS OF THE TRANSMISSION TO
      * DISCARD; THE TRAILER COUNTS THE REV RECORDS.  A CYCLE THAT
      * WAS NEVER EXTRACTED STILL GETS AN EMPTY REVERSAL FILE SO THE
      * TRANSFER JOB ALWAYS HAS ONE TO SEND.
      **********************************************************************
       3000-WITHDRAW-TRANSMISSION.
           MOVE WS-RPT-BLANK-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'TRANSMISSION WITHDRAWN (TRANSCTL)'
               TO WS-RPT-SECTION-TEXT
           MOVE WS-RPT-SECTION-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           OPEN OUTPUT REVERSAL-FILE
           MOVE SPACES TO WS-REVERSAL-BUFFER
           MOVE 1 TO WS-OUT-PTR
           STRING 'HDR|CYCBKOUT|' WS-CURRENT-DATE '|'
               DELIMITED BY SIZE
               INTO WS-REVERSAL-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE REVERSAL-RECORD FROM WS-REVERSAL-BUFFER
           OPEN I-O TRANS-CONTROL-FILE
           IF WS-TRNC-FILE-STATUS = '35'
               MOVE 'TRANSMISSION CONTROL FILE NOT ON FILE'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
               GO TO 3000-TRAILER
           END-IF
           IF WS-TRNC-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - TRANSMISSION CONTROL OPEN FAILED, '
                   'STATUS ' WS-TRNC-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 3000-TRAILER
           END-IF
           MOVE WS-BACKOUT-DATE TO TN-RUN-DATE
           READ TRANS-CONTROL-FILE
               INVALID KEY
                   MOVE 'NO TRANSMISSION ON FILE FOR THE DATE'
                       TO WS-RPT-NOTE-TEXT
                   MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
                   WRITE BACKOUT-RPT-RECORD
                   CLOSE TRANS-CONTROL-FILE
                   GO TO 3000-TRAILER
           END-READ
           EVALUATE TRUE
               WHEN TN-SENT
                   MOVE 'SENT  ' TO WS-PRIOR-STATUS
               WHEN TN-ACKNOWLEDGED
                   MOVE 'ACKED ' TO WS-PRIOR-STATUS
               WHEN TN-REJECTED
                   MOVE 'REJECT' TO WS-PRIOR-STATUS
               WHEN TN-RETRANS-QUEUED
                   MOVE 'QUEUED' TO WS-PRIOR-STATUS
               WHEN TN-WITHDRAWN
                   MOVE 'WTHDRN' TO WS-PRIOR-STATUS
               WHEN OTHER
                   MOVE TN-STATUS TO WS-PRIOR-STATUS
           END-EVALUATE
           IF NOT TN-WITHDRAWN
               SET TN-WITHDRAWN TO TRUE
               MOVE WS-CURRENT-DATE TO TN-WITHDRAWN-DATE
               REWRITE TRANS-CONTROL-RECORD
               IF WS-TRNC-FILE-STATUS NOT = '00'
                   DISPLAY 'CYCBKOUT - CONTROL REWRITE FAILED, STATUS '
                       WS-TRNC-FILE-STATUS ' RUN DATE ' TN-RUN-DATE
                   MOVE 12 TO WS-RUN-RC
                   CLOSE TRANS-CONTROL-FILE
                   GO TO 3000-TRAILER
               END-IF
               ADD 1 TO WS-CYCLES-WITHDRAWN
           END-IF
           CLOSE TRANS-CONTROL-FILE
           MOVE TN-RUN-DATE     TO WS-TDL-RUN-DATE
           MOVE WS-PRIOR-STATUS TO WS-TDL-PRIOR-STATUS
           MOVE TN-RECORD-COUNT TO WS-TDL-RECORDS
           MOVE TN-SENT-DATE    TO WS-TDL-SENT-DATE
           MOVE WS-TRANS-DETAIL-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           PERFORM 3100-WRITE-REVERSAL-RECORD THRU 3100-EXIT
           .
       3000-TRAILER.
           MOVE SPACES TO WS-REVERSAL-BUFFER
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-REV-RECORDS TO WS-COUNT-DISPLAY
           STRING 'TRL|' WS-COUNT-DISPLAY '|'
               DELIMITED BY SIZE
               INTO WS-REVERSAL-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE REVERSAL-RECORD FROM WS-REVERSAL-BUFFER
           CLOSE REVERSAL-FILE
           .
       3000-EXIT.
           EXIT.

       3100-WRITE-REVERSAL-RECORD.
           MOVE SPACES TO WS-REVERSAL-BUFFER
           MOVE 1 TO WS-OUT-PTR
           STRING 'REV|' TN-RUN-DATE '|DISCARD|'
               DELIMITED BY SIZE
               INTO WS-REVERSAL-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
           MOVE TN-RECORD-COUNT TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY '|'
               DELIMITED BY SIZE
               INTO WS-REVERSAL-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
           MOVE TN-SUCCESS-COUNT TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY '|'
               DELIMITED BY SIZE
               INTO WS-REVERSAL-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
           MOVE TN-FAILURE-COUNT TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY '|'
               DELIMITED BY SIZE
               INTO WS-REVERSAL-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
           MOVE TN-KEY-HASH-TOTAL TO WS-HASH-DISPLAY
           STRING WS-HASH-DISPLAY '|'
               DELIMITED BY SIZE
               INTO WS-REVERSAL-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE REVERSAL-RECORD FROM WS-REVERSAL-BUFFER
           ADD 1 TO WS-REV-RECORDS
           .
       3100-EXIT.
           EXIT.

      **********************************************************************
      * FLAG THE DATE'S AUDIT-HISTORY ENTRIES BACKED OUT.  THEY STAY
      * ON THE MASTER FOR THE COMPLIANCE RECORD.  THE RERUN'S
      * ARGMERGE REBUILDS THE WHOLE DAY'S AUDIT LOG, SO EVEN A STREAM
      * BACKOUT FLAGS EVERY ENTRY FOR THE DATE; THE RERUN'S AUDITHST
      * ADDS THE DAY BACK UNFLAGGED.
      **********************************************************************
       4000-FLAG-AUDIT-HISTORY.
           MOVE WS-RPT-BLANK-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'AUDIT HISTORY ENTRIES FLAGGED (AUDITMST)'
               TO WS-RPT-SECTION-TEXT
           MOVE WS-RPT-SECTION-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-AUDM-FILE-STATUS = '35'
               MOVE 'AUDIT HISTORY MASTER NOT ON FILE'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
               GO TO 4000-EXIT
           END-IF
           IF WS-AUDM-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - AUDIT MASTER OPEN FAILED, STATUS '
                   WS-AUDM-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 4000-EXIT
           END-IF
           MOVE LOW-VALUES TO AM-MASTER-KEY
           START AUDIT-MASTER-FILE KEY >= AM-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-AUDM TO TRUE
           END-START
           IF NOT WS-EOF-AUDM
               PERFORM 4100-READ-NEXT-AUDIT-MASTER THRU 4100-EXIT
           END-IF
           PERFORM 4200-FLAG-AUDIT-ENTRY THRU 4200-EXIT
               UNTIL WS-EOF-AUDM
           CLOSE AUDIT-MASTER-FILE
           IF WS-AUDIT-FLAGGED = ZERO
               MOVE 'NO AUDIT HISTORY ENTRIES FOR THE DATE'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
           END-IF
           .
       4000-EXIT.
           EXIT.

       4100-READ-NEXT-AUDIT-MASTER.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-AUDM TO TRUE
           END-READ
           .
       4100-EXIT.
           EXIT.

       4200-FLAG-AUDIT-ENTRY.
           IF AM-DATE NOT = WS-BACKOUT-DATE OR AM-BACKED-OUT
               GO TO 4200-NEXT
           END-IF
           SET AM-BACKED-OUT TO TRUE
           MOVE WS-CURRENT-DATE TO AM-BACKOUT-DATE
           REWRITE AUDIT-MASTER-RECORD
           IF WS-AUDM-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - AUDIT MASTER REWRITE FAILED, '
                   'STATUS ' WS-AUDM-FILE-STATUS ' KEY ' AM-KEY
               MOVE 12 TO WS-RUN-RC
               SET WS-EOF-AUDM TO TRUE
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO WS-AUDIT-FLAGGED
           MOVE AM-KEY          TO WS-ADL-KEY
           MOVE AM-DATE         TO WS-ADL-DATE
           MOVE AM-TIME         TO WS-ADL-TIME
           MOVE AM-SEQ          TO WS-ADL-SEQ
           MOVE AM-PROGRAM-NAME TO WS-ADL-PROGRAM
           MOVE AM-OUTCOME      TO WS-ADL-OUTCOME
           MOVE WS-AUDIT-DETAIL-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           .
       4200-NEXT.
           PERFORM 4100-READ-NEXT-AUDIT-MASTER THRU 4100-EXIT
           .
       4200-EXIT.
           EXIT.

      **********************************************************************
      * FLAG THE DATE'S PERFORMANCE-HISTORY ENTRIES BACKED OUT.  THE
      * DAY'S FIGURES MOVE INTO THE BACKED-OUT FIELDS AND THE LIVE
      * FIGURES ARE CLEARED, SO THE RERUN'S PERFHIST CONSOLIDATE
      * BUILDS THE DAY AFRESH INSTEAD OF ADDING ON TOP OF THE RUN
      * BEING BACKED OUT.  LIKE THE AUDIT HISTORY, THE WHOLE DATE IS
      * FLAGGED EVEN FOR A STREAM BACKOUT.
      **********************************************************************
       5000-FLAG-PERF-HISTORY.
           MOVE WS-RPT-BLANK-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'PERFORMANCE HISTORY ENTRIES FLAGGED (PERFMST)'
               TO WS-RPT-SECTION-TEXT
           MOVE WS-RPT-SECTION-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           OPEN I-O PERF-MASTER-FILE
           IF WS-PERFM-FILE-STATUS = '35'
               MOVE 'PERFORMANCE HISTORY MASTER NOT ON FILE'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
               GO TO 5000-EXIT
           END-IF
           IF WS-PERFM-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - PERF MASTER OPEN FAILED, STATUS '
                   WS-PERFM-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 5000-EXIT
           END-IF
           MOVE LOW-VALUES TO PH-MASTER-KEY
           START PERF-MASTER-FILE KEY >= PH-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-PERFM TO TRUE
           END-START
           IF NOT WS-EOF-PERFM
               PERFORM 5100-READ-NEXT-PERF-MASTER THRU 5100-EXIT
           END-IF
           PERFORM 5200-FLAG-PERF-ENTRY THRU 5200-EXIT
               UNTIL WS-EOF-PERFM
           CLOSE PERF-MASTER-FILE
           IF WS-PERF-FLAGGED = ZERO
               MOVE 'NO PERFORMANCE HISTORY ENTRIES FOR THE DATE'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
           END-IF
           .
       5000-EXIT.
           EXIT.

       5100-READ-NEXT-PERF-MASTER.
           READ PERF-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PERFM TO TRUE
           END-READ
           .
       5100-EXIT.
           EXIT.

       5200-FLAG-PERF-ENTRY.
           IF PH-DATE NOT = WS-BACKOUT-DATE OR PH-BACKED-OUT
               GO TO 5200-NEXT
           END-IF
           MOVE PH-PROGRAM          TO WS-PDL-PROGRAM
           MOVE PH-DATE             TO WS-PDL-DATE
           MOVE PH-CALL-COUNT       TO WS-PDL-CALLS
           MOVE PH-TOTAL-HUNDREDTHS TO WS-PDL-HUNDREDTHS
           ADD PH-CALL-COUNT        TO PH-BKO-CALL-COUNT
           ADD PH-TOTAL-HUNDREDTHS  TO PH-BKO-TOTAL-HUNDREDTHS
           MOVE ZERO   TO PH-CALL-COUNT
           MOVE ZERO   TO PH-TOTAL-HUNDREDTHS
           MOVE ZERO   TO PH-AVG-HUNDREDTHS
           MOVE SPACES TO PH-SLOWEST-KEY
           MOVE ZERO   TO PH-SLOWEST-HUNDREDTHS
           SET PH-BACKED-OUT TO TRUE
           MOVE WS-CURRENT-DATE TO PH-BACKOUT-DATE
           REWRITE PERF-MASTER-RECORD
           IF WS-PERFM-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - PERF MASTER REWRITE FAILED, '
                   'STATUS ' WS-PERFM-FILE-STATUS ' KEY ' PH-PROGRAM
               MOVE 12 TO WS-RUN-RC
               SET WS-EOF-PERFM TO TRUE
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO WS-PERF-FLAGGED
           MOVE WS-PERF-DETAIL-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           .
       5200-NEXT.
           PERFORM 5100-READ-NEXT-PERF-MASTER THRU 5100-EXIT
           .
       5200-EXIT.
           EXIT.

      **********************************************************************
      * REMOVE THE ITEMS SUBPROGD PARKED ON PENDMST ON THE DATE THAT
      * ARE STILL WAITING TO BE RELEASED.  LEFT ON FILE THEY WOULD BE
      * HANDED BACK ON THEIR DUE DATE WHETHER OR NOT THE CORRECTED
      * RERUN CARRIES THEM; THE RERUN PARKS AGAIN WHATEVER IT STILL
      * DEFERS.  FOR A STREAM BACKOUT ONLY THE ITEMS THAT STREAM
      * PARKED ARE TAKEN.  AN ITEM ALREADY RELEASED OR CANCELLED IS
      * LEFT ALONE.  THE FILE IS KEYED ON DUE DATE FIRST, SO IT IS
      * READ END TO END.
      **********************************************************************
       5500-REMOVE-PARKED-ITEMS.
           MOVE WS-RPT-BLANK-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'PARKED ITEMS REMOVED (PENDMST)' TO WS-RPT-SECTION-TEXT
           MOVE WS-RPT-SECTION-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           OPEN I-O PENDING-FILE
           IF WS-PEND-FILE-STATUS = '35'
               MOVE 'PENDING-TRANSACTION FILE NOT ON FILE'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
               GO TO 5500-EXIT
           END-IF
           IF WS-PEND-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - PENDING FILE OPEN FAILED, STATUS '
                   WS-PEND-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 5500-EXIT
           END-IF
           MOVE LOW-VALUES TO PD-PENDING-KEY
           START PENDING-FILE KEY >= PD-PENDING-KEY
               INVALID KEY
                   SET WS-EOF-PEND TO TRUE
           END-START
           IF NOT WS-EOF-PEND
               PERFORM 5600-READ-NEXT-PENDING THRU 5600-EXIT
           END-IF
           PERFORM 5700-REMOVE-PARKED-ITEM THRU 5700-EXIT
               UNTIL WS-EOF-PEND
           CLOSE PENDING-FILE
           IF WS-PENDING-REMOVED = ZERO
               MOVE 'NO WAITING ITEMS PARKED ON THE DATE'
                   TO WS-RPT-NOTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
           END-IF
           .
       5500-EXIT.
           EXIT.

       5600-READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PEND TO TRUE
           END-READ
           .
       5600-EXIT.
           EXIT.

       5700-REMOVE-PARKED-ITEM.
           IF PD-PARKED-DATE NOT = WS-BACKOUT-DATE OR NOT PD-WAITING
               GO TO 5700-NEXT
           END-IF
           IF WS-BACKOUT-STREAM > ZERO
                   AND PD-PARKED-STREAM NOT = WS-BACKOUT-STREAM
               GO TO 5700-NEXT
           END-IF
           MOVE PD-KEY           TO WS-NDL-KEY
           MOVE PD-TRAN-TYPE     TO WS-NDL-TRAN-TYPE
           MOVE PD-DUE-DATE      TO WS-NDL-DUE-DATE
           MOVE PD-PARKED-STREAM TO WS-NDL-STREAM
           MOVE PD-SOURCE        TO WS-NDL-SOURCE
           MOVE PD-SEG-NUMBER    TO WS-NDL-SEG-NUMBER
           DELETE PENDING-FILE RECORD
           IF WS-PEND-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBKOUT - PENDING FILE DELETE FAILED, '
                   'STATUS ' WS-PEND-FILE-STATUS ' KEY ' PD-KEY
               MOVE 12 TO WS-RUN-RC
               SET WS-EOF-PEND TO TRUE
               GO TO 5700-EXIT
           END-IF
           ADD 1 TO WS-PENDING-REMOVED
           MOVE WS-PEND-DETAIL-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           .
       5700-NEXT.
           PERFORM 5600-READ-NEXT-PENDING THRU 5600-EXIT
           .
       5700-EXIT.
           EXIT.

      **********************************************************************
      * LAST, RECORD A BACKOUT MARKER ON CYCSTAT FOR EVERY STEP BACKED
      * OUT, THROUGH CYCCHK, WHICH OWNS ALL CYCSTAT WRITES.  UNTIL THE
      * MARKERS ARE DOWN THE CHAIN STILL SEES THE CYCLE AS COMPLETE,
      * SO A BACKOUT THAT FAILED EARLIER CAN BE RUN AGAIN.  IF A
      * MARKER CANNOT BE WRITTEN THE STEP STOPS THERE; RUN AGAIN, IT
      * LEAVES THE STEPS ALREADY MARKED ALONE AND MARKS THE REST.
      **********************************************************************
       6000-WRITE-BACKOUT-MARKERS.
           PERFORM 6100-WRITE-STEP-MARKER THRU 6100-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-ENTRIES
                   OR WS-RUN-RC > ZERO
           .
       6000-EXIT.
           EXIT.

       6100-WRITE-STEP-MARKER.
           IF NOT WS-STP-SELECTED(WS-STP-SUB)
               GO TO 6100-EXIT
           END-IF
           SET CC-FUNC-BACKOUT TO TRUE
           MOVE WS-STP-PROGRAM(WS-STP-SUB) TO CC-PROGRAM
           MOVE WS-STP-STREAM(WS-STP-SUB)  TO CC-STREAM
           MOVE WS-BACKOUT-DATE            TO CC-BUSINESS-DATE
           MOVE SPACES                     TO CC-PRED-PROGRAM
           MOVE ZERO                       TO CC-PRED-STREAM-COUNT
           MOVE WS-CURRENT-DATE            TO CC-START-DATE
           MOVE WS-CURRENT-TIME            TO CC-START-TIME
           MOVE ZERO                       TO CC-RETURN-CODE
           CALL 'CYCCHK' USING CYCLE-CHECK-AREA
           IF CC-FAILED
               DISPLAY 'CYCBKOUT - BACKOUT MARKER NOT RECORDED FOR '
                   CC-PROGRAM ' STREAM ' CC-STREAM '. ' CC-MESSAGE
               MOVE 12 TO WS-RUN-RC
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-MARKERS-WRITTEN
           .
       6100-EXIT.
           EXIT.

      **********************************************************************
      * SUMMARY COUNTS AND THE VERDICT.  A REFUSED RUN HAS ALREADY
      * SAID SO ON THE REPORT.  A COMPLETE BACKOUT ALSO REMINDS THE
      * OPERATOR THAT THE DATE'S FIRST REJFILE GENERATION MUST NOT
      * REACH THE MONTH-END CHARGEBACK ALONGSIDE THE RERUN'S.
      **********************************************************************
       9000-FINALIZE.
           IF NOT WS-RPT-OPEN
               GO TO 9000-EXIT
           END-IF
           IF WS-STEPS-SELECTED = ZERO
               CLOSE BACKOUT-RPT
               GO TO 9000-EXIT
           END-IF
           MOVE WS-RPT-BLANK-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'PROCESSED KEYS REMOVED.' TO WS-RPT-COUNT-LABEL
           MOVE WS-KEYS-DELETED TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'REVERSAL MARKS CLEARED.' TO WS-RPT-COUNT-LABEL
           MOVE WS-REVERSALS-CLEARED TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'TRANSMISSIONS WITHDRAWN.' TO WS-RPT-COUNT-LABEL
           MOVE WS-CYCLES-WITHDRAWN TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'REVERSAL RECORDS WRITTEN.' TO WS-RPT-COUNT-LABEL
           MOVE WS-REV-RECORDS TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'AUDIT HISTORY ENTRIES FLAGGED.' TO WS-RPT-COUNT-LABEL
           MOVE WS-AUDIT-FLAGGED TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'PERFORMANCE HISTORY ENTRIES FLAGGED.'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-PERF-FLAGGED TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'PARKED ITEMS REMOVED.' TO WS-RPT-COUNT-LABEL
           MOVE WS-PENDING-REMOVED TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'CYCLE STATUS MARKERS WRITTEN.' TO WS-RPT-COUNT-LABEL
           MOVE WS-MARKERS-WRITTEN TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE WS-RPT-BLANK-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           IF WS-RUN-RC NOT = ZERO
               MOVE WS-RPT-FAILED-LINE TO BACKOUT-RPT-RECORD
               WRITE BACKOUT-RPT-RECORD
               GO TO 9000-CLOSE
           END-IF
           MOVE WS-RPT-COMPLETE-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'REJECT LINES CARRY NO DATE, SO LEAVE THIS DATE''S'
               TO WS-RPT-NOTE-TEXT
           MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'ORIGINAL REJFILE GENERATION OUT OF THE MONTH-END'
               TO WS-RPT-NOTE-TEXT
           MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'CHARGEBACK (CHGBACK) REJFILE CONCATENATION; THE'
               TO WS-RPT-NOTE-TEXT
           MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           MOVE 'RERUN WRITES A NEW ONE FOR THE WHOLE DATE.'
               TO WS-RPT-NOTE-TEXT
           MOVE WS-RPT-NOTE-LINE TO BACKOUT-RPT-RECORD
           WRITE BACKOUT-RPT-RECORD
           .
       9000-CLOSE.
           CLOSE BACKOUT-RPT
           DISPLAY 'CYCBKOUT - KEYS REMOVED ' WS-KEYS-DELETED
               ' AUDIT FLAGGED ' WS-AUDIT-FLAGGED
               ' PERF FLAGGED ' WS-PERF-FLAGGED
               ' PARKED REMOVED ' WS-PENDING-REMOVED
               ' MARKERS ' WS-MARKERS-WRITTEN
           .
       9000-EXIT.
           EXIT.

       9999-END.
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           GOBACK.
