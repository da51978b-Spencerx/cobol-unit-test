      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   PRINT THE CYCLE BALANCE SHEET (CYCBRPT) FOR A
      *            BUSINESS DATE FROM THE SHARED CONTROL-TOTALS LEDGER
      *            (CTLLEDG) AND THE CYCLE-STATUS FILE (CYCSTAT), SO
      *            AUDIT HAS ONE SIGNED-OFF PROOF PER NIGHT THAT EVERY
      *            DETAIL WHICH ENTERED THE CHAIN LEFT IT SOMEWHERE.
      *            THE JCL PARM IS THE BUSINESS DATE (YYYYMMDD) AND
      *            DEFAULTS TO TODAY.  THE SHEET LISTS THE LATEST RUN
      *            OF EVERY CHAIN STEP, EVERY LEDGER FIGURE POSTED FOR
      *            THE DATE, AND THEN TIES EVERY HAND-OFF ON DETAIL
      *            COUNT AND KEY HASH:
      *              T01  ARGCONSL COMBINED OUT = ARGSPLIT DETAILS IN
      *              T02  ARGSPLIT DETAILS IN   = SUM OF STREAM OUT
      *              T03  STREAM OUT (N)        = SUBPROGD DETAILS IN
      *              T04  SUBPROGD DETAILS IN   = CALLED + REJECTED
      *                                           + DEFERRED
      *              T05  SUM OF CALLED         = ARGMERGE AUDIT OUT
      *              T06  SUM OF REJECTED       = ARGMERGE REJECT OUT
      *              T07  ARGMERGE AUDIT OUT    = EXTRGEN EXTRACTED
      *              T08  ARGSPLIT DETAILS IN   = EXTRACTED + REJECT
      *                                           OUT + DEFERRED
      *              T09  ARGMERGE REJECT OUT   = REJRECYC REJECTS IN
      *              T10  SUM OF FAILED         = REJRECYC FAILURES IN
      *              T11  REJECTS + FAILURES IN = RECYCLED + SUSPENDED
      *            THE STREAMS BALANCED ARE THE ONES THE LATEST
      *            ARGSPLIT RUN POSTED.  ARGCONSL AND REJRECYC RUN
      *            OUTSIDE THE CYCLE-STATUS CHAIN; WHEN EITHER HAS NOT
      *            POSTED FOR THE DATE ITS TIES ARE NOTED AND SKIPPED.
      *            A CHAIN STEP MISSING FROM CYCSTAT OR ENDED WITH A
      *            NONZERO RETURN CODE, A REQUIRED FIGURE MISSING FROM
      *            THE LEDGER, OR A TIE THAT DOES NOT HOLD IS A BREAK:
      *            EACH BREAK RAISES AN OPERALRT ALERT RECORD AND THE
      *            STEP ENDS WITH RETURN CODE 20.  A MISSING LEDGER OR
      *            A LEDGER TOO BIG FOR THE TABLE ENDS WITH 12.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    A CHAIN STEP WHOSE LATEST CYCSTAT RECORD IS
      *                     A CYCBKOUT BACKOUT MARKER IS LISTED AS
      *                     BACKED OUT AND IS A BREAK.
      *  15 OCT 2026  DN    THE BREAK ALERT RECORD CARRIES ALERT
      *                     LEVEL 1 AND A BLANK CONTACT FOR ALRTMGR.
      *  15 OCT 2026  DN    T04 AND T08 NOW COUNT THE FUTURE-DATED
      *                     DETAILS SUBPROGD PARKED ON PENDMST (ITS
      *                     DEFERRED COUNTER) AS HAVING LEFT THE CHAIN.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-FILE-STATUS.
           SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCS-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPERALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BALANCE-RPT ASSIGN TO "CYCBRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CTLLREC.

       FD  CYCLE-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CYCSREC.

       FD  ALERT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY ALRTREC.

       FD  BALANCE-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-RPT-RECORD          PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-LEDG-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-CYCS-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-EOF-LEDG-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-LEDG                         VALUE 'Y'.
       77  WS-EOF-CYCS-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CYCS                         VALUE 'Y'.
       77  WS-CYCSTAT-SW               PIC X(01)  VALUE 'N'.
           88  WS-CYCSTAT-PRESENT                  VALUE 'Y'.
       77  WS-ALERT-OPEN-SW            PIC X(01)  VALUE 'N'.
           88  WS-ALERT-OPEN                       VALUE 'Y'.
       77  WS-FIND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-FIND-FOUND                       VALUE 'Y'.
       77  WS-TIE-MISSING-SW           PIC X(01)  VALUE 'N'.
           88  WS-TIE-MISSING                      VALUE 'Y'.
       77  WS-SPLIT-POSTED-SW          PIC X(01)  VALUE 'N'.
           88  WS-SPLIT-POSTED                     VALUE 'Y'.
       77  WS-REPORT-DATE              PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
       77  WS-PARM-LENGTH-BOUNDED      PIC 9(04) COMP VALUE ZERO.
       77  WS-PARM-WORK                PIC X(08)  VALUE SPACES.
       77  WS-LDG-ENTRIES              PIC 9(04) COMP VALUE ZERO.
       77  WS-LDG-MAX                  PIC 9(04) COMP VALUE 200.
       77  WS-LDG-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-STP-ENTRIES              PIC 9(04) COMP VALUE ZERO.
       77  WS-STP-MAX                  PIC 9(04) COMP VALUE 50.
       77  WS-STP-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-STREAM-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-STREAMS-ACTIVE           PIC 9(04) COMP VALUE ZERO.
       77  WS-SPLIT-RUN-DATE           PIC 9(08)  VALUE ZERO.
       77  WS-SPLIT-RUN-TIME           PIC 9(08)  VALUE ZERO.
       77  WS-FIND-PROGRAM             PIC X(08)  VALUE SPACES.
       77  WS-FIND-STREAM              PIC 9(01)  VALUE ZERO.
       77  WS-FIND-COUNTER             PIC X(12)  VALUE SPACES.
       77  WS-FIND-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-FIND-HASH                PIC 9(18) COMP VALUE ZERO.
       77  WS-FIND-RUN-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-FIND-RUN-TIME            PIC 9(08)  VALUE ZERO.
       77  WS-TIE-ID                   PIC X(10)  VALUE SPACES.
       77  WS-TIE-DESC                 PIC X(40)  VALUE SPACES.
       77  WS-EXP-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  WS-EXP-HASH                 PIC 9(18) COMP VALUE ZERO.
       77  WS-ACT-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  WS-ACT-HASH                 PIC 9(18) COMP VALUE ZERO.
       77  WS-MISSING-TEXT             PIC X(21)  VALUE SPACES.
       77  WS-STEP-KEY                 PIC X(10)  VALUE SPACES.
       77  WS-TIES-CHECKED             PIC 9(09) COMP VALUE ZERO.
       77  WS-BREAKS                   PIC 9(09) COMP VALUE ZERO.
       77  WS-ALERTS-RAISED            PIC 9(09) COMP VALUE ZERO.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       01  WS-LEDGER-TABLE.
           05  WS-LDG-ENTRY OCCURS 200 TIMES.
               10  WS-LDG-PROGRAM      PIC X(08).
               10  WS-LDG-STREAM       PIC 9(01).
               10  WS-LDG-COUNTER      PIC X(12).
               10  WS-LDG-RUN-DATE     PIC 9(08).
               10  WS-LDG-RUN-TIME     PIC 9(08).
               10  WS-LDG-COUNT        PIC 9(09) COMP.
               10  WS-LDG-HASH         PIC 9(18) COMP.
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY OCCURS 50 TIMES.
               10  WS-STP-PROGRAM      PIC X(08).
               10  WS-STP-STREAM       PIC 9(01).
               10  WS-STP-START-DATE   PIC 9(08).
               10  WS-STP-START-TIME   PIC 9(08).
               10  WS-STP-END-DATE     PIC 9(08).
               10  WS-STP-END-TIME     PIC 9(08).
               10  WS-STP-RC           PIC 9(04).
               10  WS-STP-TYPE         PIC X(01).
                   88  WS-STP-BACKED-OUT           VALUE 'B'.
       01  WS-STREAM-TABLE.
           05  WS-STREAM-SW OCCURS 4 TIMES
                                       PIC X(01).
               88  WS-STREAM-ACTIVE                VALUE 'Y'.
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'CYCBAL CYCLE BALANCE SHEET FOR BU'.
               10  FILLER              PIC X(14)
                   VALUE 'SINESS DATE   '.
               10  WS-RPT-TITLE-DATE   PIC 9(08).
           05  WS-RPT-BLANK-LINE       PIC X(01)  VALUE SPACES.
           05  WS-RPT-STEP-HDR-LINE.
               10  FILLER              PIC X(32)
                   VALUE 'CHAIN STEP STATUS (CYCSTAT)     '.
           05  WS-RPT-STEP-COL-LINE.
               10  FILLER              PIC X(09)
                   VALUE 'PROGRAM  '.
               10  FILLER              PIC X(08)
                   VALUE 'STREAM  '.
               10  FILLER              PIC X(19)
                   VALUE 'STARTED            '.
               10  FILLER              PIC X(19)
                   VALUE 'ENDED              '.
               10  FILLER              PIC X(05)
                   VALUE 'RC   '.
               10  FILLER              PIC X(07)
                   VALUE 'REMARK '.
           05  WS-RPT-NO-CYCSTAT-LINE.
               10  FILLER              PIC X(24)
                   VALUE 'CYCSTAT NOT AVAILABLE - '.
               10  FILLER              PIC X(24)
                   VALUE 'STEP STATUS NOT CHECKED '.
           05  WS-RPT-LEDG-HDR-LINE.
               10  FILLER              PIC X(32)
                   VALUE 'CONTROL-TOTALS LEDGER (CTLLEDG) '.
           05  WS-RPT-LEDG-COL-LINE.
               10  FILLER              PIC X(09)
                   VALUE 'PROGRAM  '.
               10  FILLER              PIC X(08)
                   VALUE 'STREAM  '.
               10  FILLER              PIC X(14)
                   VALUE 'COUNTER       '.
               10  FILLER              PIC X(19)
                   VALUE 'POSTED BY RUN OF   '.
               10  FILLER              PIC X(13)
                   VALUE '      DETAILS'.
               10  FILLER              PIC X(20)
                   VALUE '            KEY HASH'.
           05  WS-RPT-NO-LEDGER-LINE.
               10  FILLER              PIC X(40)
                   VALUE 'NO CONTROL TOTALS POSTED FOR THE DATE   '.
           05  WS-RPT-TIE-HDR-LINE.
               10  FILLER              PIC X(32)
                   VALUE 'HAND-OFF TIES                   '.
           05  WS-RPT-TIE-COL-LINE.
               10  FILLER              PIC X(12)
                   VALUE 'TIE         '.
               10  FILLER              PIC X(41)
                   VALUE 'DESCRIPTION'.
               10  FILLER              PIC X(12)
                   VALUE '   EXPECTED '.
               10  FILLER              PIC X(12)
                   VALUE '     ACTUAL '.
               10  FILLER              PIC X(19)
                   VALUE '      EXPECTED HASH'.
               10  FILLER              PIC X(21)
                   VALUE '         ACTUAL HASH '.
               10  FILLER              PIC X(06)
                   VALUE 'RESULT'.
           05  WS-RPT-TIES-LINE.
               10  FILLER              PIC X(16)
                   VALUE 'TIES CHECKED.   '.
               10  WS-RPT-TIES         PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-BREAKS-LINE.
               10  FILLER              PIC X(16)
                   VALUE 'BREAKS.         '.
               10  WS-RPT-BREAKS       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-BALANCED-LINE.
               10  FILLER              PIC X(32)
                   VALUE '*** CYCLE BALANCED ***          '.
           05  WS-RPT-UNBALANCED-LINE.
               10  FILLER              PIC X(32)
                   VALUE '*** CYCLE OUT OF BALANCE ***    '.
       01  WS-STEP-LINE.
           05  WS-STL-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-STL-STREAM           PIC 9(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-STL-START-DATE       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-STL-START-TIME       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-STL-END-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-STL-END-TIME         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-STL-RC               PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-STL-REMARK           PIC X(30).
       01  WS-LEDGER-LINE.
           05  WS-LGL-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LGL-STREAM           PIC 9(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LGL-COUNTER          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LGL-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-RUN-TIME         PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LGL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LGL-HASH             PIC Z(17)9.
       01  WS-TIE-LINE.
           05  WS-TL-ID                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-DESC              PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-EXP-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-ACT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-EXP-HASH          PIC Z(17)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-ACT-HASH          PIC Z(17)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-RESULT            PIC X(10).
       01  WS-NOTE-LINE.
           05  WS-NL-ID                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-TEXT              PIC X(80).
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
           05  LK-PARM-TEXT            PIC X(08).
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-RC = ZERO
               PERFORM 2000-REPORT-STEP-STATUS THRU 2000-EXIT
               PERFORM 3000-REPORT-LEDGER THRU 3000-EXIT
               PERFORM 4000-CHECK-TIES THRU 4000-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * RESOLVE THE BUSINESS DATE FROM THE PARM (DEFAULT TODAY), OPEN
      * THE REPORT, AND LOAD THE DATE'S LEDGER FIGURES AND LATEST STEP
      * RUNS INTO THEIR TABLES.  WITHOUT A LEDGER THERE IS NOTHING TO
      * BALANCE, WHICH IS A CONTROL FAILURE.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
           MOVE SPACES TO WS-NOTE-LINE
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 8
                   MOVE 8 TO WS-PARM-LENGTH-BOUNDED
               ELSE
                   MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH-BOUNDED
               END-IF
               MOVE SPACES TO WS-PARM-WORK
               MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH-BOUNDED)
                   TO WS-PARM-WORK(1:WS-PARM-LENGTH-BOUNDED)
               IF WS-PARM-WORK IS NUMERIC
                   MOVE WS-PARM-WORK TO WS-REPORT-DATE
               ELSE
                   DISPLAY 'CYCBAL - INVALID DATE PARM '
                       WS-PARM-WORK ' - USING TODAY'
               END-IF
           END-IF
           OPEN OUTPUT BALANCE-RPT
           MOVE WS-REPORT-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           OPEN INPUT CONTROL-LEDGER-FILE
           IF WS-LEDG-FILE-STATUS NOT = '00'
               DISPLAY 'CYCBAL - CONTROL LEDGER NOT AVAILABLE, STATUS '
                   WS-LEDG-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-LEDGER-RECORD THRU 1100-EXIT
           PERFORM 1200-LOAD-LEDGER-RECORD THRU 1200-EXIT
               UNTIL WS-EOF-LEDG
           CLOSE CONTROL-LEDGER-FILE
           IF WS-RUN-RC > ZERO
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CYCLE-STATUS-FILE
           IF WS-CYCS-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF
           SET WS-CYCSTAT-PRESENT TO TRUE
           PERFORM 1300-READ-STATUS-RECORD THRU 1300-EXIT
           PERFORM 1400-LOAD-STATUS-RECORD THRU 1400-EXIT
               UNTIL WS-EOF-CYCS
           CLOSE CYCLE-STATUS-FILE
           .
       1000-EXIT.
           EXIT.

       1100-READ-LEDGER-RECORD.
           READ CONTROL-LEDGER-FILE
               AT END
                   SET WS-EOF-LEDG TO TRUE
           END-READ
           IF WS-LEDG-FILE-STATUS NOT = '00'
               SET WS-EOF-LEDG TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.

      **********************************************************************
      * KEEP ONE ENTRY PER PROGRAM, STREAM AND COUNTER.  THE LEDGER
      * IS APPENDED IN RUN ORDER, SO A RERUN'S POSTING REPLACES THE
      * FIGURES OF THE RUN IT SUPERSEDES.
      **********************************************************************
       1200-LOAD-LEDGER-RECORD.
           IF CL-BUSINESS-DATE NOT = WS-REPORT-DATE
               GO TO 1200-READ-NEXT
           END-IF
           MOVE CL-PROGRAM      TO WS-FIND-PROGRAM
           MOVE CL-STREAM       TO WS-FIND-STREAM
           MOVE CL-COUNTER-NAME TO WS-FIND-COUNTER
           PERFORM 5000-FIND-LEDGER-ENTRY THRU 5000-EXIT
           IF NOT WS-FIND-FOUND
               IF WS-LDG-ENTRIES NOT < WS-LDG-MAX
                   DISPLAY 'CYCBAL - LEDGER TABLE FULL AT '
                       WS-LDG-MAX ' ENTRIES'
                   MOVE 12 TO WS-RUN-RC
                   SET WS-EOF-LEDG TO TRUE
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-LDG-ENTRIES
               MOVE WS-LDG-ENTRIES TO WS-LDG-SUB
               MOVE CL-PROGRAM      TO WS-LDG-PROGRAM(WS-LDG-SUB)
               MOVE CL-STREAM       TO WS-LDG-STREAM(WS-LDG-SUB)
               MOVE CL-COUNTER-NAME TO WS-LDG-COUNTER(WS-LDG-SUB)
           END-IF
           MOVE CL-RUN-DATE     TO WS-LDG-RUN-DATE(WS-LDG-SUB)
           MOVE CL-RUN-TIME     TO WS-LDG-RUN-TIME(WS-LDG-SUB)
           MOVE CL-RECORD-COUNT TO WS-LDG-COUNT(WS-LDG-SUB)
           MOVE CL-KEY-HASH     TO WS-LDG-HASH(WS-LDG-SUB)
           .
       1200-READ-NEXT.
           PERFORM 1100-READ-LEDGER-RECORD THRU 1100-EXIT
           .
       1200-EXIT.
           EXIT.

       1300-READ-STATUS-RECORD.
           READ CYCLE-STATUS-FILE
               AT END
                   SET WS-EOF-CYCS TO TRUE
           END-READ
           IF WS-CYCS-FILE-STATUS NOT = '00'
               SET WS-EOF-CYCS TO TRUE
           END-IF
           .
       1300-EXIT.
           EXIT.

      **********************************************************************
      * KEEP THE LATEST RUN OF EACH PROGRAM AND STREAM FOR THE DATE.
      * CYCSTAT IS APPENDED IN RUN ORDER, SO THE LAST RECORD WINS.
      **********************************************************************
       1400-LOAD-STATUS-RECORD.
           IF CS-BUSINESS-DATE NOT = WS-REPORT-DATE
               GO TO 1400-READ-NEXT
           END-IF
           MOVE CS-PROGRAM TO WS-FIND-PROGRAM
           MOVE CS-STREAM  TO WS-FIND-STREAM
           PERFORM 5100-FIND-STEP-ENTRY THRU 5100-EXIT
           IF NOT WS-FIND-FOUND
               IF WS-STP-ENTRIES NOT < WS-STP-MAX
                   DISPLAY 'CYCBAL - STEP TABLE FULL AT '
                       WS-STP-MAX ' ENTRIES'
                   GO TO 1400-READ-NEXT
               END-IF
               ADD 1 TO WS-STP-ENTRIES
               MOVE WS-STP-ENTRIES TO WS-STP-SUB
               MOVE CS-PROGRAM TO WS-STP-PROGRAM(WS-STP-SUB)
               MOVE CS-STREAM  TO WS-STP-STREAM(WS-STP-SUB)
           END-IF
           MOVE CS-START-DATE  TO WS-STP-START-DATE(WS-STP-SUB)
           MOVE CS-START-TIME  TO WS-STP-START-TIME(WS-STP-SUB)
           MOVE CS-END-DATE    TO WS-STP-END-DATE(WS-STP-SUB)
           MOVE CS-END-TIME    TO WS-STP-END-TIME(WS-STP-SUB)
           MOVE CS-RETURN-CODE TO WS-STP-RC(WS-STP-SUB)
           MOVE CS-RECORD-TYPE TO WS-STP-TYPE(WS-STP-SUB)
           .
       1400-READ-NEXT.
           PERFORM 1300-READ-STATUS-RECORD THRU 1300-EXIT
           .
       1400-EXIT.
           EXIT.

      **********************************************************************
      * WORK OUT WHICH STREAMS THE CYCLE RAN, THEN LIST THE LATEST RUN
      * OF EVERY STEP AND CHECK THAT EACH CHAIN STEP COMPLETED CLEANLY.
      * THE STREAMS ARE THE ONES THE LATEST ARGSPLIT RUN POSTED; IF
      * ARGSPLIT NEVER POSTED, THE SUBPROGD STREAMS THAT DID ARE USED
      * SO THEIR OWN FIGURES STILL GET BALANCED.
      **********************************************************************
       2000-REPORT-STEP-STATUS.
           MOVE 'ARGSPLIT'   TO WS-FIND-PROGRAM
           MOVE ZERO         TO WS-FIND-STREAM
           MOVE 'DETAILS IN' TO WS-FIND-COUNTER
           PERFORM 5000-FIND-LEDGER-ENTRY THRU 5000-EXIT
           IF WS-FIND-FOUND
               SET WS-SPLIT-POSTED TO TRUE
               MOVE WS-FIND-RUN-DATE TO WS-SPLIT-RUN-DATE
               MOVE WS-FIND-RUN-TIME TO WS-SPLIT-RUN-TIME
           END-IF
           PERFORM 2100-SET-STREAM-ACTIVE THRU 2100-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 4
           MOVE WS-RPT-BLANK-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE WS-RPT-STEP-HDR-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           IF NOT WS-CYCSTAT-PRESENT
               MOVE WS-RPT-NO-CYCSTAT-LINE TO BALANCE-RPT-RECORD
               WRITE BALANCE-RPT-RECORD
               GO TO 2000-EXIT
           END-IF
           MOVE WS-RPT-STEP-COL-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           PERFORM 2200-LIST-STEP-ENTRY THRU 2200-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-ENTRIES
           MOVE 'ARGSPLIT' TO WS-FIND-PROGRAM
           MOVE ZERO       TO WS-FIND-STREAM
           PERFORM 2300-CHECK-CHAIN-STEP THRU 2300-EXIT
           MOVE 'SUBPROGD' TO WS-FIND-PROGRAM
           PERFORM 2400-CHECK-STREAM-STEP THRU 2400-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 4
           MOVE 'ARGMERGE' TO WS-FIND-PROGRAM
           MOVE ZERO       TO WS-FIND-STREAM
           PERFORM 2300-CHECK-CHAIN-STEP THRU 2300-EXIT
           MOVE 'EXTRGEN ' TO WS-FIND-PROGRAM
           PERFORM 2300-CHECK-CHAIN-STEP THRU 2300-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-SET-STREAM-ACTIVE.
           MOVE 'N' TO WS-STREAM-SW(WS-STREAM-SUB)
           MOVE WS-STREAM-SUB TO WS-FIND-STREAM
           IF WS-SPLIT-POSTED
               MOVE 'ARGSPLIT'   TO WS-FIND-PROGRAM
               MOVE 'STREAM OUT' TO WS-FIND-COUNTER
               PERFORM 5000-FIND-LEDGER-ENTRY THRU 5000-EXIT
               IF WS-FIND-FOUND
                       AND WS-FIND-RUN-DATE = WS-SPLIT-RUN-DATE
                       AND WS-FIND-RUN-TIME = WS-SPLIT-RUN-TIME
                   SET WS-STREAM-ACTIVE(WS-STREAM-SUB) TO TRUE
               END-IF
           ELSE
               MOVE 'SUBPROGD'   TO WS-FIND-PROGRAM
               MOVE 'DETAILS IN' TO WS-FIND-COUNTER
               PERFORM 5000-FIND-LEDGER-ENTRY THRU 5000-EXIT
               IF WS-FIND-FOUND
                   SET WS-STREAM-ACTIVE(WS-STREAM-SUB) TO TRUE
               END-IF
           END-IF
           IF WS-STREAM-ACTIVE(WS-STREAM-SUB)
               ADD 1 TO WS-STREAMS-ACTIVE
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-LIST-STEP-ENTRY.
           MOVE WS-STP-PROGRAM(WS-STP-SUB)    TO WS-STL-PROGRAM
           MOVE WS-STP-STREAM(WS-STP-SUB)     TO WS-STL-STREAM
           MOVE WS-STP-START-DATE(WS-STP-SUB) TO WS-STL-START-DATE
           MOVE WS-STP-START-TIME(WS-STP-SUB) TO WS-STL-START-TIME
           MOVE WS-STP-END-DATE(WS-STP-SUB)   TO WS-STL-END-DATE
           MOVE WS-STP-END-TIME(WS-STP-SUB)   TO WS-STL-END-TIME
           MOVE WS-STP-RC(WS-STP-SUB)         TO WS-STL-RC
           EVALUATE TRUE
               WHEN WS-STP-BACKED-OUT(WS-STP-SUB)
                   MOVE 'BACKED OUT' TO WS-STL-REMARK
               WHEN WS-STP-RC(WS-STP-SUB) = ZERO
                   MOVE SPACES TO WS-STL-REMARK
               WHEN OTHER
                   MOVE 'RC NOT ZERO' TO WS-STL-REMARK
           END-EVALUATE
           MOVE WS-STEP-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           .
       2200-EXIT.
           EXIT.

      **********************************************************************
      * A CHAIN STEP WITH NO RUN FOR THE DATE, WHOSE LATEST RUN
      * ENDED WITH A NONZERO RETURN CODE, OR WHOSE LATEST RECORD IS A
      * BACKOUT MARKER, IS A BREAK.
      **********************************************************************
       2300-CHECK-CHAIN-STEP.
           MOVE SPACES TO WS-STEP-KEY
           IF WS-FIND-STREAM = ZERO
               MOVE WS-FIND-PROGRAM TO WS-STEP-KEY
           ELSE
               STRING WS-FIND-PROGRAM ' ' WS-FIND-STREAM
                   DELIMITED BY SIZE INTO WS-STEP-KEY
           END-IF
           PERFORM 5100-FIND-STEP-ENTRY THRU 5100-EXIT
           IF NOT WS-FIND-FOUND
               MOVE WS-FIND-PROGRAM TO WS-STL-PROGRAM
               MOVE WS-FIND-STREAM  TO WS-STL-STREAM
               MOVE ZERO TO WS-STL-START-DATE WS-STL-START-TIME
                            WS-STL-END-DATE   WS-STL-END-TIME
                            WS-STL-RC
               MOVE 'BREAK - NO RUN FOR THE DATE' TO WS-STL-REMARK
               MOVE WS-STEP-LINE TO BALANCE-RPT-RECORD
               WRITE BALANCE-RPT-RECORD
               ADD 1 TO WS-BREAKS
               MOVE 'STEP NOT RUN' TO AL-LIMIT-NAME
               MOVE ZERO           TO AL-LIMIT-VALUE
               MOVE ZERO           TO AL-ACTUAL-VALUE
               PERFORM 6100-RAISE-BREAK-ALERT THRU 6100-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-STP-BACKED-OUT(WS-STP-SUB)
               MOVE WS-STP-PROGRAM(WS-STP-SUB) TO WS-STL-PROGRAM
               MOVE WS-STP-STREAM(WS-STP-SUB)  TO WS-STL-STREAM
               MOVE WS-STP-START-DATE(WS-STP-SUB) TO WS-STL-START-DATE
               MOVE WS-STP-START-TIME(WS-STP-SUB) TO WS-STL-START-TIME
               MOVE WS-STP-END-DATE(WS-STP-SUB)   TO WS-STL-END-DATE
               MOVE WS-STP-END-TIME(WS-STP-SUB)   TO WS-STL-END-TIME
               MOVE WS-STP-RC(WS-STP-SUB)         TO WS-STL-RC
               MOVE 'BREAK - CYCLE BACKED OUT' TO WS-STL-REMARK
               MOVE WS-STEP-LINE TO BALANCE-RPT-RECORD
               WRITE BALANCE-RPT-RECORD
               ADD 1 TO WS-BREAKS
               MOVE 'BACKED OUT'   TO AL-LIMIT-NAME
               MOVE ZERO           TO AL-LIMIT-VALUE
               MOVE ZERO           TO AL-ACTUAL-VALUE
               PERFORM 6100-RAISE-BREAK-ALERT THRU 6100-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-STP-RC(WS-STP-SUB) NOT = ZERO
               MOVE WS-STP-PROGRAM(WS-STP-SUB) TO WS-STL-PROGRAM
               MOVE WS-STP-STREAM(WS-STP-SUB)  TO WS-STL-STREAM
               MOVE WS-STP-START-DATE(WS-STP-SUB) TO WS-STL-START-DATE
               MOVE WS-STP-START-TIME(WS-STP-SUB) TO WS-STL-START-TIME
               MOVE WS-STP-END-DATE(WS-STP-SUB)   TO WS-STL-END-DATE
               MOVE WS-STP-END-TIME(WS-STP-SUB)   TO WS-STL-END-TIME
               MOVE WS-STP-RC(WS-STP-SUB)         TO WS-STL-RC
               MOVE 'BREAK - LATEST RUN NOT CLEAN' TO WS-STL-REMARK
               MOVE WS-STEP-LINE TO BALANCE-RPT-RECORD
               WRITE BALANCE-RPT-RECORD
               ADD 1 TO WS-BREAKS
               MOVE 'STEP STATUS'          TO AL-LIMIT-NAME
               MOVE ZERO                   TO AL-LIMIT-VALUE
               MOVE WS-STP-RC(WS-STP-SUB)  TO AL-ACTUAL-VALUE
               PERFORM 6100-RAISE-BREAK-ALERT THRU 6100-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-CHECK-STREAM-STEP.
           IF WS-STREAM-ACTIVE(WS-STREAM-SUB)
               MOVE 'SUBPROGD'    TO WS-FIND-PROGRAM
               MOVE WS-STREAM-SUB TO WS-FIND-STREAM
               PERFORM 2300-CHECK-CHAIN-STEP THRU 2300-EXIT
           END-IF
           .
       2400-EXIT.
           EXIT.

      **********************************************************************
      * LIST EVERY FIGURE POSTED TO THE LEDGER FOR THE DATE, INCLUDING
      * THE SUBPROGD DUPLICATE AND PARKED-SEGMENT COUNTS THAT ARE
      * CARRIED INSIDE REJECTED AND SHOWN FOR INFORMATION.
      **********************************************************************
       3000-REPORT-LEDGER.
           MOVE WS-RPT-BLANK-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE WS-RPT-LEDG-HDR-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           IF WS-LDG-ENTRIES = ZERO
               MOVE WS-RPT-NO-LEDGER-LINE TO BALANCE-RPT-RECORD
               WRITE BALANCE-RPT-RECORD
               GO TO 3000-EXIT
           END-IF
           MOVE WS-RPT-LEDG-COL-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           PERFORM 3100-LIST-LEDGER-ENTRY THRU 3100-EXIT
               VARYING WS-LDG-SUB FROM 1 BY 1
               UNTIL WS-LDG-SUB > WS-LDG-ENTRIES
           .
       3000-EXIT.
           EXIT.

       3100-LIST-LEDGER-ENTRY.
           MOVE WS-LDG-PROGRAM(WS-LDG-SUB)  TO WS-LGL-PROGRAM
           MOVE WS-LDG-STREAM(WS-LDG-SUB)   TO WS-LGL-STREAM
           MOVE WS-LDG-COUNTER(WS-LDG-SUB)  TO WS-LGL-COUNTER
           MOVE WS-LDG-RUN-DATE(WS-LDG-SUB) TO WS-LGL-RUN-DATE
           MOVE WS-LDG-RUN-TIME(WS-LDG-SUB) TO WS-LGL-RUN-TIME
           MOVE WS-LDG-COUNT(WS-LDG-SUB)    TO WS-LGL-COUNT
           MOVE WS-LDG-HASH(WS-LDG-SUB)     TO WS-LGL-HASH
           MOVE WS-LEDGER-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           .
       3100-EXIT.
           EXIT.

      **********************************************************************
      * TIE EVERY HAND-OFF.  EACH TIE ZEROES THE EXPECTED AND ACTUAL
      * SIDES, ADDS THE LEDGER FIGURES THAT MAKE UP EACH SIDE, AND
      * HANDS THE RESULT TO 6000-JUDGE-TIE.
      **********************************************************************
       4000-CHECK-TIES.
           MOVE WS-RPT-BLANK-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE WS-RPT-TIE-HDR-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE WS-RPT-TIE-COL-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           PERFORM 4100-TIE-CONSOLIDATION THRU 4100-EXIT
           PERFORM 4200-TIE-SPLIT THRU 4200-EXIT
           PERFORM 4300-TIE-STREAM THRU 4300-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 4
           PERFORM 4400-TIE-MERGE THRU 4400-EXIT
           PERFORM 4500-TIE-EXTRACT THRU 4500-EXIT
           PERFORM 4600-TIE-RECYCLE THRU 4600-EXIT
           .
       4000-EXIT.
           EXIT.

      **********************************************************************
      * T01 - ARGCONSL'S COMBINED FILE IS WHAT ARGSPLIT READ.  ARGCONSL
      * IS NOT PART OF THE CYCLE-STATUS CHAIN, SO WHEN IT HAS NOT
      * POSTED (ARGFILE CAME FROM ELSEWHERE) THE TIE IS NOTED ONLY.
      **********************************************************************
       4100-TIE-CONSOLIDATION.
           MOVE 'T01'      TO WS-TIE-ID
           MOVE 'ARGCONSL' TO WS-FIND-PROGRAM
           MOVE ZERO       TO WS-FIND-STREAM
           MOVE 'COMBINED OUT' TO WS-FIND-COUNTER
           PERFORM 5000-FIND-LEDGER-ENTRY THRU 5000-EXIT
           IF NOT WS-FIND-FOUND
               MOVE 'T01'    TO WS-NL-ID
               MOVE 'ARGCONSL HAS NOT POSTED - TIE NOT CHECKED'
                   TO WS-NL-TEXT
               PERFORM 6200-WRITE-NOTE-LINE THRU 6200-EXIT
               GO TO 4100-EXIT
           END-IF
           MOVE 'ARGCONSL COMBINED = ARGSPLIT DETAILS IN'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           MOVE 'ARGSPLIT'   TO WS-FIND-PROGRAM
           MOVE 'DETAILS IN' TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           .
       4100-EXIT.
           EXIT.

      **********************************************************************
      * T02 - EVERY DETAIL ARGSPLIT READ WENT TO ONE OF ITS STREAMS.
      **********************************************************************
       4200-TIE-SPLIT.
           MOVE 'T02'      TO WS-TIE-ID
           MOVE 'ARGSPLIT DETAILS IN = SUM OF STREAM OUT'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           MOVE 'ARGSPLIT'   TO WS-FIND-PROGRAM
           MOVE ZERO         TO WS-FIND-STREAM
           MOVE 'DETAILS IN' TO WS-FIND-COUNTER
           PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           IF WS-STREAMS-ACTIVE = ZERO
               SET WS-TIE-MISSING TO TRUE
               MOVE 'ARGSPLIT STREAM OUT' TO WS-MISSING-TEXT
           END-IF
           PERFORM 4210-ADD-STREAM-OUT THRU 4210-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 4
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           .
       4200-EXIT.
           EXIT.

       4210-ADD-STREAM-OUT.
           IF WS-STREAM-ACTIVE(WS-STREAM-SUB)
               MOVE 'ARGSPLIT'    TO WS-FIND-PROGRAM
               MOVE WS-STREAM-SUB TO WS-FIND-STREAM
               MOVE 'STREAM OUT'  TO WS-FIND-COUNTER
               PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           END-IF
           .
       4210-EXIT.
           EXIT.

      **********************************************************************
      * T03 - EACH SUBPROGD STREAM READ WHAT ARGSPLIT WROTE TO IT.
      * T04 - EVERY DETAIL THE STREAM READ WAS CALLED, REJECTED
      * (DUPLICATES AND PARKED SEGMENTS ARE REJECTS), OR DEFERRED TO
      * THE PENDING FILE.
      **********************************************************************
       4300-TIE-STREAM.
           IF NOT WS-STREAM-ACTIVE(WS-STREAM-SUB)
               GO TO 4300-EXIT
           END-IF
           MOVE 'T03 STRM'     TO WS-TIE-ID
           MOVE WS-STREAM-SUB  TO WS-FIND-STREAM
           MOVE WS-FIND-STREAM TO WS-TIE-ID(10:1)
           MOVE 'STREAM OUT = SUBPROGD DETAILS IN'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           MOVE 'ARGSPLIT'   TO WS-FIND-PROGRAM
           MOVE 'STREAM OUT' TO WS-FIND-COUNTER
           PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           MOVE 'SUBPROGD'   TO WS-FIND-PROGRAM
           MOVE 'DETAILS IN' TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           MOVE 'T04' TO WS-TIE-ID(1:3)
           MOVE 'DETAILS IN = CALLED + REJECT + DEFERRED'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           MOVE 'DETAILS IN' TO WS-FIND-COUNTER
           PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           MOVE 'CALLED'     TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           MOVE 'REJECTED'   TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           MOVE 'DEFERRED'   TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           .
       4300-EXIT.
           EXIT.

      **********************************************************************
      * T05 - ARGMERGE CARRIED EVERY STREAM'S CALLS TO AUDITOUT.
      * T06 - ARGMERGE CARRIED EVERY STREAM'S REJECTS TO REJFILE.
      **********************************************************************
       4400-TIE-MERGE.
           MOVE 'T05'      TO WS-TIE-ID
           MOVE 'SUM OF CALLED = ARGMERGE AUDIT OUT'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           MOVE 'CALLED'   TO WS-FIND-COUNTER
           PERFORM 4410-ADD-STREAM-COUNTER THRU 4410-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 4
           MOVE 'ARGMERGE' TO WS-FIND-PROGRAM
           MOVE ZERO       TO WS-FIND-STREAM
           MOVE 'AUDIT OUT' TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           MOVE 'T06'      TO WS-TIE-ID
           MOVE 'SUM OF REJECTED = ARGMERGE REJECT OUT'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           MOVE 'REJECTED' TO WS-FIND-COUNTER
           PERFORM 4410-ADD-STREAM-COUNTER THRU 4410-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 4
           MOVE 'ARGMERGE' TO WS-FIND-PROGRAM
           MOVE ZERO       TO WS-FIND-STREAM
           MOVE 'REJECT OUT' TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           .
       4400-EXIT.
           EXIT.

      **********************************************************************
      * ADD ONE SUBPROGD COUNTER (NAMED IN WS-FIND-COUNTER) FOR EVERY
      * ACTIVE STREAM TO THE EXPECTED SIDE.
      **********************************************************************
       4410-ADD-STREAM-COUNTER.
           IF WS-STREAM-ACTIVE(WS-STREAM-SUB)
               MOVE 'SUBPROGD'    TO WS-FIND-PROGRAM
               MOVE WS-STREAM-SUB TO WS-FIND-STREAM
               PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           END-IF
           .
       4410-EXIT.
           EXIT.

      **********************************************************************
      * ADD ONE SUBPROGD COUNTER (NAMED IN WS-FIND-COUNTER) FOR EVERY
      * ACTIVE STREAM TO THE ACTUAL SIDE.
      **********************************************************************
       4420-ADD-STREAM-ACTUAL.
           IF WS-STREAM-ACTIVE(WS-STREAM-SUB)
               MOVE 'SUBPROGD'    TO WS-FIND-PROGRAM
               MOVE WS-STREAM-SUB TO WS-FIND-STREAM
               PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           END-IF
           .
       4420-EXIT.
           EXIT.

      **********************************************************************
      * T07 - EXTRGEN EXTRACTED EVERY CALL ARGMERGE CONSOLIDATED.
      * T08 - END TO END: EVERY DETAIL ARGSPLIT READ IS ON EXTRFILE,
      * ON REJFILE, OR PARKED ON THE PENDING FILE BY A STREAM.
      **********************************************************************
       4500-TIE-EXTRACT.
           MOVE 'T07'      TO WS-TIE-ID
           MOVE 'ARGMERGE AUDIT OUT = EXTRGEN EXTRACTED'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           MOVE 'ARGMERGE'  TO WS-FIND-PROGRAM
           MOVE ZERO        TO WS-FIND-STREAM
           MOVE 'AUDIT OUT' TO WS-FIND-COUNTER
           PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           MOVE 'EXTRGEN '  TO WS-FIND-PROGRAM
           MOVE 'EXTRACTED' TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           MOVE 'T08'      TO WS-TIE-ID
           MOVE 'DETAILS IN = EXTRFILE + REJFILE + PEND'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           MOVE 'ARGSPLIT'   TO WS-FIND-PROGRAM
           MOVE 'DETAILS IN' TO WS-FIND-COUNTER
           PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           MOVE 'EXTRGEN '   TO WS-FIND-PROGRAM
           MOVE 'EXTRACTED'  TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           MOVE 'ARGMERGE'   TO WS-FIND-PROGRAM
           MOVE 'REJECT OUT' TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           MOVE 'DEFERRED'   TO WS-FIND-COUNTER
           PERFORM 4420-ADD-STREAM-ACTUAL THRU 4420-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 4
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           .
       4500-EXIT.
           EXIT.

      **********************************************************************
      * T09 - REJRECYC TOOK IN EVERY REJECT ARGMERGE WROTE.
      * T10 - REJRECYC TOOK IN EVERY FAILED CALL THE STREAMS MADE.
      * T11 - EVERY DEAD DETAIL WAS RECYCLED OR PARKED ON SUSPENSE.
      * REJRECYC RUNS OUTSIDE THE CYCLE-STATUS CHAIN; WHEN IT HAS NOT
      * POSTED FOR THE DATE THE TIES ARE NOTED ONLY.
      **********************************************************************
       4600-TIE-RECYCLE.
           MOVE 'T09'        TO WS-TIE-ID
           MOVE 'REJRECYC'   TO WS-FIND-PROGRAM
           MOVE ZERO         TO WS-FIND-STREAM
           MOVE 'REJECTS IN' TO WS-FIND-COUNTER
           PERFORM 5000-FIND-LEDGER-ENTRY THRU 5000-EXIT
           IF NOT WS-FIND-FOUND
               MOVE 'T09-T11'    TO WS-NL-ID
               MOVE 'REJRECYC HAS NOT POSTED - TIES NOT CHECKED'
                   TO WS-NL-TEXT
               PERFORM 6200-WRITE-NOTE-LINE THRU 6200-EXIT
               GO TO 4600-EXIT
           END-IF
           MOVE 'REJECT OUT = REJRECYC REJECTS IN'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           MOVE 'ARGMERGE'   TO WS-FIND-PROGRAM
           MOVE 'REJECT OUT' TO WS-FIND-COUNTER
           PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           MOVE 'T10'        TO WS-TIE-ID
           MOVE 'SUM OF FAILED = REJRECYC FAILURES IN'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           MOVE 'FAILED'     TO WS-FIND-COUNTER
           PERFORM 4410-ADD-STREAM-COUNTER THRU 4410-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 4
           MOVE 'REJRECYC'   TO WS-FIND-PROGRAM
           MOVE ZERO         TO WS-FIND-STREAM
           MOVE 'FAILURES IN' TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           MOVE 'T11'        TO WS-TIE-ID
           MOVE 'REJRECYC IN = RECYCLED + SUSPENDED'
               TO WS-TIE-DESC
           PERFORM 5200-START-TIE THRU 5200-EXIT
           MOVE 'REJECTS IN' TO WS-FIND-COUNTER
           PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           MOVE 'FAILURES IN' TO WS-FIND-COUNTER
           PERFORM 5300-ADD-TO-EXPECTED THRU 5300-EXIT
           MOVE 'RECYCLED'   TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           MOVE 'SUSPENDED'  TO WS-FIND-COUNTER
           PERFORM 5400-ADD-TO-ACTUAL THRU 5400-EXIT
           PERFORM 6000-JUDGE-TIE THRU 6000-EXIT
           .
       4600-EXIT.
           EXIT.

      **********************************************************************
      * LOOK UP THE LEDGER ENTRY FOR WS-FIND-PROGRAM, WS-FIND-STREAM
      * AND WS-FIND-COUNTER.  ON A HIT WS-LDG-SUB POINTS AT THE ENTRY
      * AND ITS FIGURES ARE COPIED TO THE WS-FIND- FIELDS.
      **********************************************************************
       5000-FIND-LEDGER-ENTRY.
           MOVE 'N' TO WS-FIND-SW
           PERFORM 5010-MATCH-LEDGER-ENTRY THRU 5010-EXIT
               VARYING WS-LDG-SUB FROM 1 BY 1
               UNTIL WS-LDG-SUB > WS-LDG-ENTRIES
                  OR WS-FIND-FOUND
           IF WS-FIND-FOUND
               SUBTRACT 1 FROM WS-LDG-SUB
               MOVE WS-LDG-COUNT(WS-LDG-SUB)    TO WS-FIND-COUNT
               MOVE WS-LDG-HASH(WS-LDG-SUB)     TO WS-FIND-HASH
               MOVE WS-LDG-RUN-DATE(WS-LDG-SUB) TO WS-FIND-RUN-DATE
               MOVE WS-LDG-RUN-TIME(WS-LDG-SUB) TO WS-FIND-RUN-TIME
           END-IF
           .
       5000-EXIT.
           EXIT.

       5010-MATCH-LEDGER-ENTRY.
           IF WS-LDG-PROGRAM(WS-LDG-SUB) = WS-FIND-PROGRAM
                   AND WS-LDG-STREAM(WS-LDG-SUB) = WS-FIND-STREAM
                   AND WS-LDG-COUNTER(WS-LDG-SUB) = WS-FIND-COUNTER
               SET WS-FIND-FOUND TO TRUE
           END-IF
           .
       5010-EXIT.
           EXIT.

      **********************************************************************
      * LOOK UP THE STEP ENTRY FOR WS-FIND-PROGRAM AND WS-FIND-STREAM.
      * ON A HIT WS-STP-SUB POINTS AT THE ENTRY.
      **********************************************************************
       5100-FIND-STEP-ENTRY.
           MOVE 'N' TO WS-FIND-SW
           PERFORM 5110-MATCH-STEP-ENTRY THRU 5110-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-ENTRIES
                  OR WS-FIND-FOUND
           IF WS-FIND-FOUND
               SUBTRACT 1 FROM WS-STP-SUB
           END-IF
           .
       5100-EXIT.
           EXIT.

       5110-MATCH-STEP-ENTRY.
           IF WS-STP-PROGRAM(WS-STP-SUB) = WS-FIND-PROGRAM
                   AND WS-STP-STREAM(WS-STP-SUB) = WS-FIND-STREAM
               SET WS-FIND-FOUND TO TRUE
           END-IF
           .
       5110-EXIT.
           EXIT.

       5200-START-TIE.
           MOVE ZERO   TO WS-EXP-COUNT WS-EXP-HASH
                          WS-ACT-COUNT WS-ACT-HASH
           MOVE 'N'    TO WS-TIE-MISSING-SW
           MOVE SPACES TO WS-MISSING-TEXT
           .
       5200-EXIT.
           EXIT.

      **********************************************************************
      * ADD THE LEDGER FIGURE NAMED BY THE WS-FIND- FIELDS TO ONE SIDE
      * OF THE TIE.  A FIGURE THE LEDGER DOES NOT HOLD MARKS THE TIE
      * AS NOT POSTED; THE FIRST SUCH FIGURE IS NAMED ON THE REPORT.
      **********************************************************************
       5300-ADD-TO-EXPECTED.
           PERFORM 5000-FIND-LEDGER-ENTRY THRU 5000-EXIT
           IF WS-FIND-FOUND
               ADD WS-FIND-COUNT TO WS-EXP-COUNT
               ADD WS-FIND-HASH  TO WS-EXP-HASH
           ELSE
               PERFORM 5500-NOTE-MISSING-FIGURE THRU 5500-EXIT
           END-IF
           .
       5300-EXIT.
           EXIT.

       5400-ADD-TO-ACTUAL.
           PERFORM 5000-FIND-LEDGER-ENTRY THRU 5000-EXIT
           IF WS-FIND-FOUND
               ADD WS-FIND-COUNT TO WS-ACT-COUNT
               ADD WS-FIND-HASH  TO WS-ACT-HASH
           ELSE
               PERFORM 5500-NOTE-MISSING-FIGURE THRU 5500-EXIT
           END-IF
           .
       5400-EXIT.
           EXIT.

       5500-NOTE-MISSING-FIGURE.
           IF NOT WS-TIE-MISSING
               SET WS-TIE-MISSING TO TRUE
               STRING WS-FIND-PROGRAM ' ' WS-FIND-COUNTER
                   DELIMITED BY SIZE INTO WS-MISSING-TEXT
           END-IF
           .
       5500-EXIT.
           EXIT.

      **********************************************************************
      * PRINT THE TIE AND JUDGE IT.  A TIE IS A BREAK WHEN A FIGURE IT
      * NEEDS WAS NEVER POSTED OR WHEN EITHER THE DETAIL COUNT OR THE
      * KEY HASH DIFFERS BETWEEN THE TWO SIDES.
      **********************************************************************
       6000-JUDGE-TIE.
           ADD 1 TO WS-TIES-CHECKED
           MOVE WS-TIE-ID    TO WS-TL-ID
           MOVE WS-TIE-DESC  TO WS-TL-DESC
           MOVE WS-EXP-COUNT TO WS-TL-EXP-COUNT
           MOVE WS-ACT-COUNT TO WS-TL-ACT-COUNT
           MOVE WS-EXP-HASH  TO WS-TL-EXP-HASH
           MOVE WS-ACT-HASH  TO WS-TL-ACT-HASH
           IF WS-TIE-MISSING
               MOVE 'NOT POSTED' TO WS-TL-RESULT
           ELSE
               IF WS-EXP-COUNT = WS-ACT-COUNT
                       AND WS-EXP-HASH = WS-ACT-HASH
                   MOVE 'OK'     TO WS-TL-RESULT
               ELSE
                   MOVE 'BREAK'  TO WS-TL-RESULT
               END-IF
           END-IF
           MOVE WS-TIE-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           IF WS-TIE-MISSING
               MOVE WS-TIE-ID TO WS-NL-ID
               MOVE SPACES    TO WS-NL-TEXT
               STRING '  ' WS-MISSING-TEXT
                   ' NOT ON THE LEDGER FOR THE DATE'
                   DELIMITED BY SIZE INTO WS-NL-TEXT
               PERFORM 6200-WRITE-NOTE-LINE THRU 6200-EXIT
           END-IF
           IF WS-TL-RESULT = 'OK'
               GO TO 6000-EXIT
           END-IF
           ADD 1 TO WS-BREAKS
           IF WS-TIE-MISSING
               MOVE 'NOT POSTED'  TO AL-LIMIT-NAME
           ELSE
               MOVE 'BALANCE BRK' TO AL-LIMIT-NAME
           END-IF
           MOVE WS-EXP-COUNT TO AL-LIMIT-VALUE
           MOVE WS-ACT-COUNT TO AL-ACTUAL-VALUE
           MOVE WS-TIE-ID    TO WS-STEP-KEY
           PERFORM 6100-RAISE-BREAK-ALERT THRU 6100-EXIT
           .
       6000-EXIT.
           EXIT.

      **********************************************************************
      * ONE MACHINE-READABLE ALERT RECORD PER BREAK, IN THE SAME
      * OPERALRT LAYOUT SUBPROGD AND PERFHIST USE.  THE CALLER SETS
      * AL-LIMIT-NAME AND THE TWO VALUES; THE TIE OR STEP THE BREAK
      * IS ABOUT RIDES IN AL-KEY.
      **********************************************************************
       6100-RAISE-BREAK-ALERT.
           ADD 1 TO WS-ALERTS-RAISED
           IF NOT WS-ALERT-OPEN
               OPEN OUTPUT ALERT-FILE
               SET WS-ALERT-OPEN TO TRUE
           END-IF
           MOVE 'CYCBAL'            TO AL-PROGRAM
           MOVE WS-CURRENT-DATE     TO AL-DATE
           MOVE WS-CURRENT-TIME     TO AL-TIME
           MOVE WS-STEP-KEY         TO AL-KEY
           MOVE 20                  TO AL-RETURN-CODE
           MOVE 1                   TO AL-ALERT-LEVEL
           MOVE SPACES              TO AL-CONTACT
           WRITE ALERT-RECORD
           .
       6100-EXIT.
           EXIT.

       6200-WRITE-NOTE-LINE.
           MOVE WS-NOTE-LINE TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE SPACES TO WS-NOTE-LINE
           .
       6200-EXIT.
           EXIT.

      **********************************************************************
      * PRINT THE VERDICT.  ANY BREAK ENDS THE STEP WITH RETURN CODE
      * 20 SO THE SCHEDULER HOLDS THE NIGHT FOR AUDIT.
      **********************************************************************
       9000-FINALIZE.
           IF WS-RUN-RC = ZERO
               MOVE WS-RPT-BLANK-LINE TO BALANCE-RPT-RECORD
               WRITE BALANCE-RPT-RECORD
               MOVE WS-TIES-CHECKED TO WS-RPT-TIES
               MOVE WS-RPT-TIES-LINE TO BALANCE-RPT-RECORD
               WRITE BALANCE-RPT-RECORD
               MOVE WS-BREAKS TO WS-RPT-BREAKS
               MOVE WS-RPT-BREAKS-LINE TO BALANCE-RPT-RECORD
               WRITE BALANCE-RPT-RECORD
               IF WS-BREAKS = ZERO
                   MOVE WS-RPT-BALANCED-LINE TO BALANCE-RPT-RECORD
               ELSE
                   MOVE WS-RPT-UNBALANCED-LINE TO BALANCE-RPT-RECORD
                   MOVE 20 TO WS-RUN-RC
               END-IF
               WRITE BALANCE-RPT-RECORD
           END-IF
           IF WS-ALERT-OPEN
               CLOSE ALERT-FILE
           END-IF
           CLOSE BALANCE-RPT
           DISPLAY 'CYCBAL - TIES CHECKED ' WS-TIES-CHECKED
           DISPLAY 'CYCBAL - BREAKS       ' WS-BREAKS
           .
       9000-EXIT.
           EXIT.

       9999-END.
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           GOBACK.
