      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   FORECAST TONIGHT'S BATCH WINDOW BEFORE THE SPLIT.
      *            RUN AFTER ARGCONSL AND BEFORE ARGSPLIT, THE STEP
      *            READS THE CONSOLIDATED ARGFILE, COUNTS THE DETAILS
      *            BY TRANSACTION TYPE, AND RESOLVES EACH TYPE TO ITS
      *            TARGET PROGRAM THE SAME WAY SUBPROGD WILL: THE
      *            ROUTING TABLE FILE (ROUTETBL) REPLACED BY THE
      *            PARAMETER MASTER (PARMMST) ROUTE ENTRIES IN EFFECT
      *            FOR THE HEADER'S BUSINESS DATE, AND THE PARM-NAMED
      *            DEFAULT TARGET FOR A TYPE WITH NO ROUTE.  A
      *            REVERSAL (TYPE RV) GOES WHERE ITS ORIGINAL WENT:
      *            THE TARGET OF THE LAST SUCCESSFUL CALL FOR THE KEY
      *            ON THE ORIGINAL'S DATE ON THE AUDIT-HISTORY MASTER
      *            (AUDITMST), SO REVERSALS ARE COUNTED BY ORIGINAL
      *            TARGET, ONE LINE EACH.  A REVERSAL WHOSE ORIGINAL
      *            CANNOT BE FOUND, OR ANY REVERSAL WHEN AUDITMST IS
      *            NOT ON FILE, WILL BE REJECTED BY SUBPROGD AND IS
      *            COUNTED AS NOT FORECAST.  EACH
      *            TARGET'S AVERAGE ELAPSED HUNDREDTHS PER CALL IS
      *            TAKEN FROM THE PERFORMANCE HISTORY MASTER
      *            (PERFMST) OVER THE 30 CALENDAR DAYS BEFORE THE
      *            BUSINESS DATE, PASSING OVER DAYS STILL FLAGGED
      *            BACKED OUT.  EVERY CALL IS THEN SPREAD ACROSS 1,
      *            2, 3, AND 4 STREAMS WITH ARGSPLIT'S OWN RULE (KEY
      *            MODULO STREAM COUNT, A NON-NUMERIC KEY TO STREAM
      *            ONE), SO THE LONGEST STREAM OF EACH SPLIT GIVES
      *            THAT SPLIT'S ELAPSED TIME.  A DETAIL DATED AFTER
      *            THE BUSINESS DATE WILL BE PARKED ON PENDMST, NOT
      *            CALLED, AND IS COUNTED AS DEFERRED.
      *            THE FORECAST REPORT (FCSTRPT) SHOWS THE COUNTS AND
      *            PROJECTED TIME BY TYPE, THEN THE PROJECTED FINISH
      *            OF EACH SPLIT AGAINST THE WINDOW DEADLINE, AND
      *            RECOMMENDS THE SMALLEST STREAM COUNT THAT FINISHES
      *            IN TIME.  THE PROJECTION STARTS FROM THE TIME THE
      *            STEP RUNS; A DEADLINE EARLIER IN THE DAY THAN THAT
      *            IS TAKEN AS TOMORROW'S.  WHEN EVEN FOUR STREAMS
      *            CANNOT MAKE THE DEADLINE AN OPERALRT RECORD IS
      *            WRITTEN FOR THE PAGING AUTOMATION AND THE STEP
      *            ENDS WITH RETURN CODE 4, SO THE ON-CALL CAN ACT
      *            BEFORE THE RUN STARTS.  AN ARGFILE THAT FAILS ITS
      *            HEADER OR TRAILER CONTROLS, OR A MISSING PERFMST,
      *            ENDS THE STEP WITH RETURN CODE 12.
      *            THE STEP ONLY READS; IT IS NOT PART OF THE
      *            CYCLE-STATUS CHAIN AND MAY BE RERUN AT WILL.
      *            PARM: 'HHMM' OR 'HHMM PROGRAM' - THE WINDOW
      *            DEADLINE (DEFAULT 0500) AND THE DEFAULT TARGET
      *            GIVEN TO SUBPROGD (DEFAULT AS SUBPROGD RESOLVES
      *            IT: THE SUBPROGD-TARGET ENVIRONMENT VARIABLE, ELSE
      *            SUBPROG).
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    REVERSALS ARE PRICED AT THE TRAILING
      *                     AVERAGE OF THEIR ORIGINAL'S TARGET, FOUND
      *                     ON AUDITMST, INSTEAD OF THE DEFAULT
      *                     TARGET'S; ONE WHOSE ORIGINAL IS NOT FOUND
      *                     IS NOT FORECAST.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARG-FILE-IN ASSIGN TO "ARGFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARG-FILE-STATUS.
           SELECT ROUTE-FILE ASSIGN TO "ROUTETBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.
           SELECT PARM-MASTER-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PERF-MASTER-FILE ASSIGN TO "PERFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-MASTER-KEY
               FILE STATUS IS WS-PERFM-FILE-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MASTER-KEY
               FILE STATUS IS WS-AUDM-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPERALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FORECAST-RPT ASSIGN TO "FCSTRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARG-FILE-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY ARGREC.

       FD  ROUTE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ROUTE-RECORD.
           05  RT-TRAN-TYPE            PIC X(02).
           05  RT-PROGRAM-NAME         PIC X(08).

       FD  PARM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PARMREC.

       FD  PERF-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PERFMREC.

       FD  AUDIT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDMREC REPLACING ==MASTER-RECORD== BY
           ==AUDIT-MASTER-RECORD==.

       FD  ALERT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY ALRTREC.

       FD  FORECAST-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FORECAST-RPT-RECORD         PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-ARG-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-ROUTE-FILE-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-PARM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-PERFM-FILE-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-AUDM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-EOF-ARG-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-ARG                          VALUE 'Y'.
       77  WS-EOF-ROUTE-SW             PIC X(01)  VALUE 'N'.
           88  WS-EOF-ROUTE                        VALUE 'Y'.
       77  WS-EOF-PARM-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-PARM                         VALUE 'Y'.
       77  WS-EOF-PERFM-SW             PIC X(01)  VALUE 'N'.
           88  WS-EOF-PERFM                        VALUE 'Y'.
       77  WS-CONTROL-FAILED-SW        PIC X(01)  VALUE 'N'.
           88  WS-CONTROL-FAILED                   VALUE 'Y'.
       77  WS-TRAILER-SEEN-SW          PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN                     VALUE 'Y'.
       77  WS-ARG-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-ARG-OPEN                         VALUE 'Y'.
       77  WS-PERFM-OPEN-SW            PIC X(01)  VALUE 'N'.
           88  WS-PERFM-OPEN                       VALUE 'Y'.
       77  WS-AUDM-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-AUDM-OPEN                        VALUE 'Y'.
       77  WS-AUDM-SCAN-DONE-SW        PIC X(01)  VALUE 'N'.
           88  WS-AUDM-SCAN-DONE                   VALUE 'Y'.
       77  WS-ALERT-OPEN-SW            PIC X(01)  VALUE 'N'.
           88  WS-ALERT-OPEN                       VALUE 'Y'.
       77  WS-PM-ROUTE-RESET-SW        PIC X(01)  VALUE 'N'.
           88  WS-PM-ROUTE-RESET                   VALUE 'Y'.
       77  WS-SET-DEFERRED-SW          PIC X(01)  VALUE 'N'.
           88  WS-SET-DEFERRED                     VALUE 'Y'.
       77  WS-TYPE-FULL-SW             PIC X(01)  VALUE 'N'.
           88  WS-TYPE-TABLE-FULL                  VALUE 'Y'.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-CYCLE-NUMBER             PIC 9(04)  VALUE ZERO.
       77  WS-CUTOFF-DATE              PIC 9(08)  VALUE ZERO.
       77  WS-TRAILING-DAYS            PIC 9(03)  VALUE 30.
       77  WS-DAY-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-DEFAULT-PROGRAM          PIC X(08)  VALUE 'SUBPROG'.
       77  WS-REV-TARGET               PIC X(08)  VALUE SPACES.
       77  WS-PARM-LENGTH-BOUNDED      PIC 9(04) COMP VALUE ZERO.
       77  WS-PARM-WORK                PIC X(30)  VALUE SPACES.
       77  WS-PARM-DEADLINE-TOKEN      PIC X(10)  VALUE SPACES.
       77  WS-PARM-TARGET-TOKEN        PIC X(10)  VALUE SPACES.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
       77  WS-KEY-HASH-TOTAL           PIC 9(18) COMP VALUE ZERO.
       77  WS-TOTAL-CALLS              PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-DEFERRED           PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-UNFORECAST         PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-NO-HISTORY         PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-PROJECTED          PIC 9(15) COMP VALUE ZERO.
       77  WS-ROUTE-MAX                PIC 9(04) COMP VALUE 20.
       77  WS-ROUTE-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  WS-PM-HIT-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-TYPE-MAX                 PIC 9(04) COMP VALUE 40.
       77  WS-TYPE-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-TYPE-SUB                 PIC 9(04) COMP VALUE ZERO.
       77  WS-TBL-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-STREAM-COUNT             PIC 9(01)  VALUE 1.
       77  WS-STREAM-NO                PIC 9(01)  VALUE 1.
       77  WS-STREAM-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-KEY-QUOTIENT             PIC 9(10) COMP VALUE ZERO.
       77  WS-KEY-REMAINDER            PIC 9(01) COMP VALUE ZERO.
       77  WS-CALL-HUNDREDTHS          PIC 9(09) COMP VALUE ZERO.
       77  WS-HIST-CALLS               PIC 9(09) COMP VALUE ZERO.
       77  WS-HIST-TOTAL               PIC 9(15) COMP VALUE ZERO.
       77  WS-HIST-DAYS                PIC 9(04) COMP VALUE ZERO.
       77  WS-RECOMMENDED-STREAMS      PIC 9(01)  VALUE ZERO.
       77  WS-START-HUNDREDTHS         PIC 9(15) COMP VALUE ZERO.
       77  WS-DEADLINE-HUNDREDTHS      PIC 9(15) COMP VALUE ZERO.
       77  WS-DAY-HUNDREDTHS           PIC 9(15) COMP VALUE 8640000.
       77  WS-CLOCK-HUNDREDTHS         PIC 9(15) COMP VALUE ZERO.
       77  WS-CLOCK-DAYS               PIC 9(04) COMP VALUE ZERO.
       77  WS-CLOCK-REMAINDER          PIC 9(09) COMP VALUE ZERO.
       77  WS-CLOCK-MINUTE-WORK        PIC 9(09) COMP VALUE ZERO.
       77  WS-MINUTES-WORK             PIC 9(09) COMP VALUE ZERO.
       01  WS-CURRENT-TIME-AREA.
           05  WS-CURRENT-TIME         PIC 9(08)  VALUE ZERO.
           05  WS-CURRENT-TIME-PARTS REDEFINES WS-CURRENT-TIME.
               10  WS-CUR-HH           PIC 9(02).
               10  WS-CUR-MM           PIC 9(02).
               10  WS-CUR-SS           PIC 9(02).
               10  WS-CUR-CC           PIC 9(02).
       01  WS-DEADLINE-AREA.
           05  WS-DEADLINE             PIC X(04)  VALUE '0500'.
           05  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE.
               10  WS-DEADLINE-HH      PIC 9(02).
               10  WS-DEADLINE-MM      PIC 9(02).
       77  WS-DEADLINE-NUM             PIC 9(04)  VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 20 TIMES.
               10  WS-ROUTE-TYPE       PIC X(02).
               10  WS-ROUTE-PROGRAM    PIC X(08).
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 40 TIMES.
               10  WS-TYP-CODE         PIC X(02).
               10  WS-TYP-TARGET       PIC X(08).
               10  WS-TYP-ROUTE-SW     PIC X(01).
                   88  WS-TYP-ROUTED               VALUE 'R'.
                   88  WS-TYP-DEFAULTED            VALUE 'D'.
                   88  WS-TYP-ORIGINAL             VALUE 'O'.
               10  WS-TYP-DETAILS      PIC 9(09) COMP.
               10  WS-TYP-CALLS        PIC 9(09) COMP.
               10  WS-TYP-DEFERRED     PIC 9(09) COMP.
               10  WS-TYP-AVG          PIC 9(09) COMP.
               10  WS-TYP-HIST-DAYS    PIC 9(04) COMP.
               10  WS-TYP-PROJECTED    PIC 9(15) COMP.
       01  WS-FORECAST-TABLE.
           05  WS-FC-ENTRY OCCURS 4 TIMES.
               10  WS-FC-STREAM-TIME   PIC 9(15) COMP VALUE ZERO
                                       OCCURS 4 TIMES.
               10  WS-FC-LONGEST       PIC 9(15) COMP VALUE ZERO.
               10  WS-FC-FINISH        PIC 9(15) COMP VALUE ZERO.
               10  WS-FC-FIT-SW        PIC X(01)  VALUE 'N'.
                   88  WS-FC-FITS                  VALUE 'Y'.
       01  WS-CONVERT-DATE-AREA.
           05  WS-CONVERT-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-CONVERT-DATE-PARTS REDEFINES WS-CONVERT-DATE.
               10  WS-CONV-YEAR        PIC 9(04).
               10  WS-CONV-MONTH       PIC 9(02).
               10  WS-CONV-DAY         PIC 9(02).
       77  WS-LEAP-WORK                PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAP-REMAINDER           PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAP-YEAR-SW             PIC X(01)  VALUE 'N'.
           88  WS-LEAP-YEAR                        VALUE 'Y'.
       01  WS-MONTH-LENGTH-VALUES.
           05  FILLER                  PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES
                                       PIC 9(02).
       01  WS-CONTROL-FAIL-TEXT        PIC X(60)  VALUE SPACES.
       01  WS-CLOCK-TEXT.
           05  WS-CLK-HH               PIC 9(02).
           05  FILLER                  PIC X(01)  VALUE ':'.
           05  WS-CLK-MM               PIC 9(02).
           05  WS-CLK-SUFFIX.
               10  WS-CLK-SUFFIX-PLUS  PIC X(02).
               10  WS-CLK-SUFFIX-DAYS  PIC 9(01).
               10  WS-CLK-SUFFIX-TEXT  PIC X(04).
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(34)
                   VALUE 'WINFCST BATCH WINDOW FORECAST     '.
               10  FILLER              PIC X(09)
                   VALUE 'RUN DATE '.
               10  WS-RPT-RUN-DATE     PIC 9(08).
               10  FILLER              PIC X(06)
                   VALUE ' TIME '.
               10  WS-RPT-RUN-TIME     PIC X(12).
           05  WS-RPT-HEADER-LINE.
               10  FILLER              PIC X(14)
                   VALUE 'BUSINESS DATE '.
               10  WS-RPT-BUS-DATE     PIC 9(08).
               10  FILLER              PIC X(07)
                   VALUE ' CYCLE '.
               10  WS-RPT-CYCLE        PIC 9(04).
               10  FILLER              PIC X(11)
                   VALUE ' DEADLINE  '.
               10  WS-RPT-DEADLINE     PIC X(12).
               10  FILLER              PIC X(17)
                   VALUE ' HISTORY FROM    '.
               10  WS-RPT-CUTOFF       PIC 9(08).
           05  WS-RPT-TYPE-COL-LINE.
               10  FILLER              PIC X(05)
                   VALUE 'TYPE '.
               10  FILLER              PIC X(09)
                   VALUE 'TARGET   '.
               10  FILLER              PIC X(12)
                   VALUE '     DETAILS'.
               10  FILLER              PIC X(12)
                   VALUE '       CALLS'.
               10  FILLER              PIC X(12)
                   VALUE '    DEFERRED'.
               10  FILLER              PIC X(12)
                   VALUE '   AVG HUNDS'.
               10  FILLER              PIC X(06)
                   VALUE '  DAYS'.
               10  FILLER              PIC X(12)
                   VALUE '    PROJ MIN'.
               10  FILLER              PIC X(01)
                   VALUE SPACES.
               10  FILLER              PIC X(16)
                   VALUE 'REMARK          '.
           05  WS-RPT-STREAM-COL-LINE.
               10  FILLER              PIC X(08)
                   VALUE 'STREAMS '.
               10  FILLER              PIC X(40)
                   VALUE '  STREAM 1  STREAM 2  STREAM 3  STREAM 4'.
               10  FILLER              PIC X(10)
                   VALUE '   LONGEST'.
               10  FILLER              PIC X(02)
                   VALUE SPACES.
               10  FILLER              PIC X(14)
                   VALUE 'FINISH        '.
               10  FILLER              PIC X(07)
                   VALUE 'VERDICT'.
           05  WS-RPT-MINUTES-NOTE-LINE.
               10  FILLER              PIC X(27)
                   VALUE 'STREAM TIMES ARE PROJECTED '.
               10  FILLER              PIC X(18)
                   VALUE 'ELAPSED MINUTES.  '.
           05  WS-RPT-RECOMMEND-LINE.
               10  FILLER              PIC X(28)
                   VALUE 'RECOMMENDED STREAM COUNT.  '.
               10  WS-RPT-RECOMMEND    PIC 9(01).
           05  WS-RPT-NO-FIT-LINE.
               10  FILLER              PIC X(44)
                   VALUE 'NO STREAM COUNT FINISHES BY THE DEADLINE -  '.
               10  FILLER              PIC X(25)
                   VALUE 'OPERATOR ALERT RAISED    '.
           05  WS-RPT-NO-PERF-LINE.
               10  FILLER              PIC X(44)
                   VALUE 'PERFORMANCE HISTORY MASTER NOT AVAILABLE -  '.
               10  FILLER              PIC X(21)
                   VALUE 'NO FORECAST PRODUCED '.
           05  WS-RPT-FAILURE-LINE.
               10  FILLER              PIC X(18)
                   VALUE 'CONTROL FAILURE.  '.
               10  WS-RPT-FAIL-TEXT    PIC X(60).
           05  WS-RPT-SUMMARY-LINE.
               10  WS-SUM-LABEL        PIC X(25).
               10  WS-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-TYPE-DETAIL-LINE.
           05  WS-TDL-TYPE             PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TDL-TARGET           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TDL-DETAILS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TDL-CALLS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TDL-DEFERRED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TDL-AVG              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TDL-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TDL-PROJECTED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TDL-REMARK           PIC X(16).
       01  WS-STREAM-DETAIL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SDL-STREAMS          PIC 9(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-SDL-TIME-ENTRY OCCURS 4 TIMES.
               10  FILLER              PIC X(03).
               10  WS-SDL-TIME         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SDL-LONGEST          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SDL-FINISH           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SDL-VERDICT          PIC X(06).
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
           05  LK-PARM-TEXT            PIC X(30).
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COUNT-DETAIL THRU 2000-EXIT
               UNTIL WS-EOF-ARG OR WS-CONTROL-FAILED
           IF NOT WS-CONTROL-FAILED
               PERFORM 3000-PROJECT-FINISH THRU 3000-EXIT
               PERFORM 4000-WRITE-FORECAST THRU 4000-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * DECODE THE PARM, OPEN THE FILES, VERIFY THE ARGFILE HEADER,
      * AND BUILD THE ROUTING IN EFFECT FOR ITS BUSINESS DATE.  THE
      * PERFORMANCE HISTORY MASTER IS REQUIRED: WITHOUT IT THERE IS
      * NOTHING TO PROJECT FROM.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-START-HUNDREDTHS =
               (((WS-CUR-HH * 60) + WS-CUR-MM) * 60 + WS-CUR-SS)
                   * 100 + WS-CUR-CC
           PERFORM 1100-DECODE-PARM THRU 1100-EXIT
           OPEN OUTPUT FORECAST-RPT
           MOVE WS-CURRENT-DATE TO WS-RPT-RUN-DATE
           MOVE WS-START-HUNDREDTHS TO WS-CLOCK-HUNDREDTHS
           PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
           MOVE WS-CLOCK-TEXT TO WS-RPT-RUN-TIME
           MOVE WS-RPT-TITLE-LINE TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           OPEN INPUT ARG-FILE-IN
           IF WS-ARG-FILE-STATUS NOT = '00'
               MOVE 'ARGFILE OPEN FAILED' TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               GO TO 1000-EXIT
           END-IF
           SET WS-ARG-OPEN TO TRUE
           PERFORM 1200-VERIFY-FILE-HEADER THRU 1200-EXIT
           IF WS-CONTROL-FAILED
               GO TO 1000-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-CONVERT-DATE
           PERFORM 6000-STEP-BACK-ONE-DAY THRU 6000-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-TRAILING-DAYS
           MOVE WS-CONVERT-DATE TO WS-CUTOFF-DATE
           PERFORM 1300-LOAD-ROUTING-TABLE THRU 1300-EXIT
           PERFORM 1400-APPLY-PARM-ROUTES THRU 1400-EXIT
           MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE
           MOVE WS-CYCLE-NUMBER TO WS-RPT-CYCLE
           MOVE WS-DEADLINE-HUNDREDTHS TO WS-CLOCK-HUNDREDTHS
           PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
           MOVE WS-CLOCK-TEXT TO WS-RPT-DEADLINE
           MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF
           MOVE WS-RPT-HEADER-LINE TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           OPEN INPUT PERF-MASTER-FILE
           IF WS-PERFM-FILE-STATUS NOT = '00'
               DISPLAY 'WINFCST - PERFORMANCE HISTORY MASTER OPEN '
                   'FAILED, STATUS ' WS-PERFM-FILE-STATUS
               MOVE WS-RPT-NO-PERF-LINE TO FORECAST-RPT-RECORD
               WRITE FORECAST-RPT-RECORD
               SET WS-CONTROL-FAILED TO TRUE
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           SET WS-PERFM-OPEN TO TRUE
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDM-FILE-STATUS = '00'
               SET WS-AUDM-OPEN TO TRUE
           ELSE
               DISPLAY 'WINFCST - AUDIT HISTORY MASTER NOT AVAILABLE, '
                   'STATUS ' WS-AUDM-FILE-STATUS
                   ' - REVERSALS NOT FORECAST'
           END-IF
           PERFORM 2100-READ-ARG-RECORD THRU 2100-EXIT
           .
       1000-EXIT.
           EXIT.

      **********************************************************************
      * PARM FORMS: BLANK, 'HHMM', OR 'HHMM PROGRAM'.  THE DEADLINE
      * IS A 24-HOUR CLOCK TIME; AN INVALID ONE FALLS BACK TO 0500.
      * THE PROGRAM NAME IS THE DEFAULT TARGET SUBPROGD IS GIVEN,
      * SO AN UNROUTED TYPE IS PRICED AGAINST THE SAME PROGRAM IT
      * WILL ACTUALLY BE CALLED ON.  THE DEADLINE IS THEN TURNED
      * INTO HUNDREDTHS FROM MIDNIGHT OF THE RUN DATE, A DAY LATER
      * WHEN IT IS NOT AFTER THE TIME THE STEP STARTED.
      **********************************************************************
       1100-DECODE-PARM.
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 30
                   MOVE 30 TO WS-PARM-LENGTH-BOUNDED
               ELSE
                   MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH-BOUNDED
               END-IF
               MOVE SPACES TO WS-PARM-WORK
               MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH-BOUNDED)
                   TO WS-PARM-WORK(1:WS-PARM-LENGTH-BOUNDED)
               UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACES
                   INTO WS-PARM-DEADLINE-TOKEN
                        WS-PARM-TARGET-TOKEN
               END-UNSTRING
           END-IF
           IF WS-PARM-DEADLINE-TOKEN NOT = SPACES
               IF WS-PARM-DEADLINE-TOKEN(1:4) IS NUMERIC
                       AND WS-PARM-DEADLINE-TOKEN(5:6) = SPACES
                   MOVE WS-PARM-DEADLINE-TOKEN(1:4) TO WS-DEADLINE
               ELSE
                   MOVE 'XXXX' TO WS-DEADLINE
               END-IF
               IF WS-DEADLINE IS NOT NUMERIC
                       OR WS-DEADLINE-HH > 23
                       OR WS-DEADLINE-MM > 59
                   DISPLAY 'WINFCST - INVALID DEADLINE PARM '
                       WS-PARM-DEADLINE-TOKEN ' - USING 0500'
                   MOVE '0500' TO WS-DEADLINE
               END-IF
           END-IF
           IF WS-PARM-TARGET-TOKEN NOT = SPACES
               MOVE WS-PARM-TARGET-TOKEN(1:8) TO WS-DEFAULT-PROGRAM
           ELSE
               ACCEPT WS-DEFAULT-PROGRAM FROM ENVIRONMENT
                   'SUBPROGD-TARGET'
               IF WS-DEFAULT-PROGRAM = SPACES
                   MOVE 'SUBPROG' TO WS-DEFAULT-PROGRAM
               END-IF
           END-IF
           MOVE WS-DEADLINE TO WS-DEADLINE-NUM
           COMPUTE WS-DEADLINE-HUNDREDTHS =
               ((WS-DEADLINE-HH * 60) + WS-DEADLINE-MM) * 6000
           IF WS-DEADLINE-HUNDREDTHS NOT > WS-START-HUNDREDTHS
               ADD WS-DAY-HUNDREDTHS TO WS-DEADLINE-HUNDREDTHS
           END-IF
           .
       1100-EXIT.
           EXIT.

      **********************************************************************
      * THE FIRST INPUT RECORD MUST BE THE UPSTREAM HEADER, AS
      * ARGSPLIT AND SUBPROGD REQUIRE.
      **********************************************************************
       1200-VERIFY-FILE-HEADER.
           READ ARG-FILE-IN
               AT END
                   MOVE 'EMPTY FILE - NO HEADER RECORD'
                       TO WS-CONTROL-FAIL-TEXT
                   PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
                   GO TO 1200-EXIT
           END-READ
           IF NOT AH-HEADER-RECORD
               MOVE 'HEADER CONTROL RECORD MISSING'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               GO TO 1200-EXIT
           END-IF
           IF AH-FILE-ID NOT = 'ARGFILE'
               MOVE 'HEADER FILE ID IS NOT ARGFILE'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE AH-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE AH-CYCLE-NUMBER TO WS-CYCLE-NUMBER
           .
       1200-EXIT.
           EXIT.

      **********************************************************************
      * LOAD THE ROUTING TABLE FILE, AS SUBPROGD DOES.  THE FILE IS
      * OPTIONAL: WITHOUT IT (AND WITHOUT ROUTE PARAMETERS) EVERY
      * TYPE GOES TO THE DEFAULT TARGET.
      **********************************************************************
       1300-LOAD-ROUTING-TABLE.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FILE-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-ROUTE-RECORD THRU 1310-EXIT
           PERFORM 1320-STORE-ROUTE-ENTRY THRU 1320-EXIT
               UNTIL WS-EOF-ROUTE
           CLOSE ROUTE-FILE
           .
       1300-EXIT.
           EXIT.

       1310-READ-ROUTE-RECORD.
           READ ROUTE-FILE
               AT END
                   SET WS-EOF-ROUTE TO TRUE
           END-READ
           .
       1310-EXIT.
           EXIT.

       1320-STORE-ROUTE-ENTRY.
           IF WS-ROUTE-COUNT < WS-ROUTE-MAX
               ADD 1 TO WS-ROUTE-COUNT
               MOVE RT-TRAN-TYPE
                   TO WS-ROUTE-TYPE(WS-ROUTE-COUNT)
               MOVE RT-PROGRAM-NAME
                   TO WS-ROUTE-PROGRAM(WS-ROUTE-COUNT)
           ELSE
               DISPLAY 'WINFCST - ROUTING TABLE FULL, ENTRY IGNORED '
                   RT-TRAN-TYPE ' ' RT-PROGRAM-NAME
           END-IF
           PERFORM 1310-READ-ROUTE-RECORD THRU 1310-EXIT
           .
       1320-EXIT.
           EXIT.

      **********************************************************************
      * APPLY THE PARAMETER MASTER ROUTE ENTRIES IN EFFECT FOR THE
      * BUSINESS DATE.  THE FIRST ONE CLEARS THE ROUTETBL TABLE SO
      * THE MASTER FULLY GOVERNS, AND A LATER QUALIFYING ENTRY FOR A
      * TYPE OVERWRITES AN EARLIER ONE - THE SAME RULE SUBPROGD
      * APPLIES, SO THE FORECAST ROUTES EXACTLY AS THE RUN WILL.
      * THE FILE IS OPTIONAL.
      **********************************************************************
       1400-APPLY-PARM-ROUTES.
           OPEN INPUT PARM-MASTER-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               GO TO 1400-EXIT
           END-IF
           MOVE LOW-VALUES TO PM-MASTER-KEY
           MOVE 'ROUTE' TO PM-PARM-TYPE
           START PARM-MASTER-FILE KEY >= PM-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-PARM TO TRUE
           END-START
           IF NOT WS-EOF-PARM
               PERFORM 1410-READ-NEXT-PARM THRU 1410-EXIT
           END-IF
           PERFORM 1420-APPLY-ROUTE-PARM THRU 1420-EXIT
               UNTIL WS-EOF-PARM
           CLOSE PARM-MASTER-FILE
           .
       1400-EXIT.
           EXIT.

       1410-READ-NEXT-PARM.
           READ PARM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PARM TO TRUE
           END-READ
           IF NOT WS-EOF-PARM AND NOT PM-TYPE-ROUTE
               SET WS-EOF-PARM TO TRUE
           END-IF
           .
       1410-EXIT.
           EXIT.

       1420-APPLY-ROUTE-PARM.
           IF PM-EFFECTIVE-DATE > WS-BUSINESS-DATE
               GO TO 1420-NEXT
           END-IF
           IF NOT WS-PM-ROUTE-RESET
               SET WS-PM-ROUTE-RESET TO TRUE
               MOVE ZERO TO WS-ROUTE-COUNT
           END-IF
           MOVE ZERO TO WS-PM-HIT-SUB
           PERFORM 1430-SCAN-ROUTE-FOR-PARM THRU 1430-EXIT
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-ROUTE-COUNT
                   OR WS-PM-HIT-SUB > ZERO
           IF WS-PM-HIT-SUB = ZERO
               IF WS-ROUTE-COUNT < WS-ROUTE-MAX
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE WS-ROUTE-COUNT TO WS-PM-HIT-SUB
                   MOVE PM-PARM-NAME(1:2)
                       TO WS-ROUTE-TYPE(WS-PM-HIT-SUB)
               ELSE
                   DISPLAY 'WINFCST - ROUTING TABLE FULL, '
                       'PARAMETER IGNORED ' PM-PARM-NAME
                   GO TO 1420-NEXT
               END-IF
           END-IF
           MOVE PM-PROGRAM-NAME TO WS-ROUTE-PROGRAM(WS-PM-HIT-SUB)
           .
       1420-NEXT.
           PERFORM 1410-READ-NEXT-PARM THRU 1410-EXIT
           .
       1420-EXIT.
           EXIT.

       1430-SCAN-ROUTE-FOR-PARM.
           IF WS-ROUTE-TYPE(WS-TBL-SUB) = PM-PARM-NAME(1:2)
               MOVE WS-TBL-SUB TO WS-PM-HIT-SUB
           END-IF
           .
       1430-EXIT.
           EXIT.

      **********************************************************************
      * ONE DETAIL RECORD PER PASS.  A MULTI-SEGMENT SET IS ONE CALL,
      * MADE WHEN ITS LAST SEGMENT ARRIVES; WHETHER THE SET IS
      * DEFERRED IS DECIDED BY THE FIRST SEGMENT'S EFFECTIVE DATE, AS
      * SUBPROGD DECIDES IT.  A CALL IS PRICED AT ITS TARGET'S
      * TRAILING AVERAGE AND ADDED TO ITS STREAM UNDER EACH SPLIT.
      * A REVERSAL'S TARGET IS ITS ORIGINAL'S; ONE WITH NO ORIGINAL
      * TO GO TO IS NOT FORECAST.
      **********************************************************************
       2000-COUNT-DETAIL.
           IF AI-KEY IS NUMERIC
               ADD AI-KEY-NUM TO WS-KEY-HASH-TOTAL
           END-IF
           IF AI-SEG-NUMBER = '0' OR AI-SEG-NUMBER = SPACE
                   OR AI-SEG-NUMBER = '1'
               MOVE 'N' TO WS-SET-DEFERRED-SW
               IF AI-EFFECTIVE-DATE IS NUMERIC
                   IF AI-EFFECTIVE-DATE-NUM > WS-BUSINESS-DATE
                       SET WS-SET-DEFERRED TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-REV-TARGET
           IF AI-REVERSAL
               PERFORM 2250-FIND-ORIGINAL-TARGET THRU 2250-EXIT
               IF WS-REV-TARGET = SPACES
                   ADD 1 TO WS-TOTAL-UNFORECAST
                   GO TO 2000-NEXT
               END-IF
           END-IF
           PERFORM 2200-FIND-TYPE-ENTRY THRU 2200-EXIT
           IF WS-TYPE-SUB = ZERO
               ADD 1 TO WS-TOTAL-UNFORECAST
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-TYP-DETAILS(WS-TYPE-SUB)
           IF WS-SET-DEFERRED
               ADD 1 TO WS-TYP-DEFERRED(WS-TYPE-SUB)
               ADD 1 TO WS-TOTAL-DEFERRED
               GO TO 2000-NEXT
           END-IF
           IF AI-SEG-NUMBER NOT = '0' AND AI-SEG-NUMBER NOT = SPACE
                   AND NOT AI-SEG-LAST
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-TYP-CALLS(WS-TYPE-SUB)
           ADD 1 TO WS-TOTAL-CALLS
           IF WS-TYP-HIST-DAYS(WS-TYPE-SUB) = ZERO
               ADD 1 TO WS-TOTAL-NO-HISTORY
           END-IF
           MOVE WS-TYP-AVG(WS-TYPE-SUB) TO WS-CALL-HUNDREDTHS
           ADD WS-CALL-HUNDREDTHS TO WS-TYP-PROJECTED(WS-TYPE-SUB)
           ADD WS-CALL-HUNDREDTHS TO WS-TOTAL-PROJECTED
           PERFORM 2600-SPREAD-CALL THRU 2600-EXIT
               VARYING WS-STREAM-COUNT FROM 1 BY 1
               UNTIL WS-STREAM-COUNT > 4
           .
       2000-NEXT.
           PERFORM 2100-READ-ARG-RECORD THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-READ-ARG-RECORD.
           READ ARG-FILE-IN
               AT END
                   SET WS-EOF-ARG TO TRUE
                   IF NOT WS-TRAILER-SEEN
                       MOVE 'TRAILER CONTROL RECORD MISSING'
                           TO WS-CONTROL-FAIL-TEXT
                       PERFORM 8000-REPORT-CONTROL-FAILURE
                           THRU 8000-EXIT
                   END-IF
               NOT AT END
                   IF AT-TRAILER-RECORD
                       PERFORM 2400-VERIFY-FILE-TRAILER THRU 2400-EXIT
                   ELSE
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
           END-READ
           .
       2100-EXIT.
           EXIT.

      **********************************************************************
      * FIND THE DETAIL'S TYPE IN THE FORECAST TABLE, ADDING IT THE
      * FIRST TIME IT IS SEEN: ITS TARGET IS RESOLVED AND THAT
      * TARGET'S TRAILING AVERAGE LOADED ONCE, HERE.  REVERSALS HAVE
      * AN ENTRY FOR EACH ORIGINAL TARGET, SO EACH TARGET'S AVERAGE
      * IS ALSO LOADED ONCE.  A TYPE THAT DOES NOT FIT IN THE TABLE
      * COMES BACK AS ZERO AND IS COUNTED AS NOT FORECAST.
      **********************************************************************
       2200-FIND-TYPE-ENTRY.
           MOVE ZERO TO WS-TYPE-SUB
           PERFORM 2210-SCAN-TYPE-TABLE THRU 2210-EXIT
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-TYPE-COUNT
                   OR WS-TYPE-SUB > ZERO
           IF WS-TYPE-SUB > ZERO
               GO TO 2200-EXIT
           END-IF
           IF WS-TYPE-COUNT NOT < WS-TYPE-MAX
               IF NOT WS-TYPE-TABLE-FULL
                   SET WS-TYPE-TABLE-FULL TO TRUE
                   DISPLAY 'WINFCST - TYPE TABLE FULL, TYPE NOT '
                       'FORECAST ' AI-TRAN-TYPE
               END-IF
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-TYPE-COUNT
           MOVE WS-TYPE-COUNT TO WS-TYPE-SUB
           MOVE AI-TRAN-TYPE TO WS-TYP-CODE(WS-TYPE-SUB)
           MOVE ZERO TO WS-TYP-DETAILS(WS-TYPE-SUB)
           MOVE ZERO TO WS-TYP-CALLS(WS-TYPE-SUB)
           MOVE ZERO TO WS-TYP-DEFERRED(WS-TYPE-SUB)
           MOVE ZERO TO WS-TYP-PROJECTED(WS-TYPE-SUB)
           PERFORM 2300-RESOLVE-TYPE-TARGET THRU 2300-EXIT
           PERFORM 2500-LOAD-TRAILING-AVERAGE THRU 2500-EXIT
           .
       2200-EXIT.
           EXIT.

       2210-SCAN-TYPE-TABLE.
           IF WS-TYP-CODE(WS-TBL-SUB) = AI-TRAN-TYPE
                   AND (NOT AI-REVERSAL
                       OR WS-TYP-TARGET(WS-TBL-SUB) = WS-REV-TARGET)
               MOVE WS-TBL-SUB TO WS-TYPE-SUB
           END-IF
           .
       2210-EXIT.
           EXIT.

      **********************************************************************
      * FIND WHERE A REVERSAL WILL GO, AS SUBPROGD DOES: THE TARGET OF
      * THE LAST SUCCESSFUL CALL FOR THE KEY ON THE ORIGINAL'S DATE,
      * PASSING OVER ENTRIES OF A BACKED-OUT CYCLE.  NO SUCH CALL, OR
      * NO AUDIT-HISTORY MASTER, LEAVES THE TARGET BLANK.
      **********************************************************************
       2250-FIND-ORIGINAL-TARGET.
           IF NOT WS-AUDM-OPEN
                   OR AI-REV-ORIGINAL-DATE IS NOT NUMERIC
               GO TO 2250-EXIT
           END-IF
           MOVE 'N' TO WS-AUDM-SCAN-DONE-SW
           MOVE AI-KEY                   TO AM-KEY
           MOVE AI-REV-ORIGINAL-DATE-NUM TO AM-DATE
           MOVE ZERO                     TO AM-TIME
           MOVE ZERO                     TO AM-SEQ
           START AUDIT-MASTER-FILE KEY >= AM-MASTER-KEY
               INVALID KEY
                   GO TO 2250-EXIT
           END-START
           PERFORM 2251-READ-NEXT-AUDIT-MASTER THRU 2251-EXIT
           PERFORM 2252-JUDGE-AUDIT-ENTRY THRU 2252-EXIT
               UNTIL WS-AUDM-SCAN-DONE
           .
       2250-EXIT.
           EXIT.

       2251-READ-NEXT-AUDIT-MASTER.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-AUDM-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-AUDM-SCAN-DONE
               IF AM-KEY NOT = AI-KEY
                       OR AM-DATE NOT = AI-REV-ORIGINAL-DATE-NUM
                   SET WS-AUDM-SCAN-DONE TO TRUE
               END-IF
           END-IF
           .
       2251-EXIT.
           EXIT.

       2252-JUDGE-AUDIT-ENTRY.
           IF NOT AM-BACKED-OUT AND AM-OUTCOME = 'SUCCESS'
               MOVE AM-PROGRAM-NAME TO WS-REV-TARGET
           END-IF
           PERFORM 2251-READ-NEXT-AUDIT-MASTER THRU 2251-EXIT
           .
       2252-EXIT.
           EXIT.

       2300-RESOLVE-TYPE-TARGET.
           IF AI-REVERSAL
               MOVE WS-REV-TARGET TO WS-TYP-TARGET(WS-TYPE-SUB)
               SET WS-TYP-ORIGINAL(WS-TYPE-SUB) TO TRUE
               GO TO 2300-EXIT
           END-IF
           MOVE WS-DEFAULT-PROGRAM TO WS-TYP-TARGET(WS-TYPE-SUB)
           SET WS-TYP-DEFAULTED(WS-TYPE-SUB) TO TRUE
           PERFORM 2310-SCAN-ROUTE-TABLE THRU 2310-EXIT
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-ROUTE-COUNT
                   OR WS-TYP-ROUTED(WS-TYPE-SUB)
           .
       2300-EXIT.
           EXIT.

       2310-SCAN-ROUTE-TABLE.
           IF WS-ROUTE-TYPE(WS-TBL-SUB) = AI-TRAN-TYPE
               MOVE WS-ROUTE-PROGRAM(WS-TBL-SUB)
                   TO WS-TYP-TARGET(WS-TYPE-SUB)
               SET WS-TYP-ROUTED(WS-TYPE-SUB) TO TRUE
           END-IF
           .
       2310-EXIT.
           EXIT.

      **********************************************************************
      * BALANCE THE INPUT TRAILER AGAINST WHAT WAS READ.  A FILE
      * THAT WILL NOT BALANCE WILL BE REFUSED BY ARGSPLIT, SO IT IS
      * NOT FORECAST.
      **********************************************************************
       2400-VERIFY-FILE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF AT-RECORD-COUNT NOT = WS-RECORDS-READ
               MOVE 'TRAILER COUNT DOES NOT MATCH RECORDS READ'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
           END-IF
           IF AT-KEY-HASH-TOTAL NOT = WS-KEY-HASH-TOTAL
               MOVE 'TRAILER KEY HASH DOES NOT MATCH RECORDS READ'
                   TO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
           END-IF
           READ ARG-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'DATA FOLLOWS THE TRAILER CONTROL RECORD'
                       TO WS-CONTROL-FAIL-TEXT
                   PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
           END-READ
           SET WS-EOF-ARG TO TRUE
           .
       2400-EXIT.
           EXIT.

      **********************************************************************
      * THE TYPE'S TARGET'S AVERAGE HUNDREDTHS PER CALL OVER THE
      * TRAILING DAYS: TOTAL TIME OVER TOTAL CALLS FROM EVERY
      * PERFMST ENTRY DATED FROM THE CUTOFF UP TO THE DAY BEFORE
      * THE BUSINESS DATE, SKIPPING ENTRIES STILL FLAGGED BACKED
      * OUT.  A TARGET WITH NO SUCH DAYS HAS NO HISTORY AND IS
      * PROJECTED AT ZERO, WHICH THE REPORT CALLS OUT.
      **********************************************************************
       2500-LOAD-TRAILING-AVERAGE.
           MOVE ZERO TO WS-HIST-CALLS
           MOVE ZERO TO WS-HIST-TOTAL
           MOVE ZERO TO WS-HIST-DAYS
           MOVE 'N' TO WS-EOF-PERFM-SW
           MOVE WS-TYP-TARGET(WS-TYPE-SUB) TO PH-PROGRAM
           MOVE WS-CUTOFF-DATE TO PH-DATE
           START PERF-MASTER-FILE KEY >= PH-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-PERFM TO TRUE
           END-START
           IF NOT WS-EOF-PERFM
               PERFORM 2510-READ-NEXT-PERF THRU 2510-EXIT
           END-IF
           PERFORM 2520-ADD-PERF-DAY THRU 2520-EXIT
               UNTIL WS-EOF-PERFM
           MOVE WS-HIST-DAYS TO WS-TYP-HIST-DAYS(WS-TYPE-SUB)
           IF WS-HIST-CALLS = ZERO
               MOVE ZERO TO WS-TYP-AVG(WS-TYPE-SUB)
           ELSE
               COMPUTE WS-TYP-AVG(WS-TYPE-SUB) ROUNDED =
                   WS-HIST-TOTAL / WS-HIST-CALLS
           END-IF
           .
       2500-EXIT.
           EXIT.

       2510-READ-NEXT-PERF.
           READ PERF-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PERFM TO TRUE
                   GO TO 2510-EXIT
           END-READ
           IF PH-PROGRAM NOT = WS-TYP-TARGET(WS-TYPE-SUB)
                   OR PH-DATE NOT < WS-BUSINESS-DATE
               SET WS-EOF-PERFM TO TRUE
           END-IF
           .
       2510-EXIT.
           EXIT.

       2520-ADD-PERF-DAY.
           IF NOT PH-BACKED-OUT
               ADD 1 TO WS-HIST-DAYS
               ADD PH-CALL-COUNT TO WS-HIST-CALLS
               ADD PH-TOTAL-HUNDREDTHS TO WS-HIST-TOTAL
           END-IF
           PERFORM 2510-READ-NEXT-PERF THRU 2510-EXIT
           .
       2520-EXIT.
           EXIT.

      **********************************************************************
      * ADD ONE CALL'S TIME TO THE STREAM ARGSPLIT WOULD SEND IT TO
      * WITH WS-STREAM-COUNT STREAMS: (KEY MODULO STREAM-COUNT) + 1,
      * OR STREAM ONE FOR A NON-NUMERIC KEY.
      **********************************************************************
       2600-SPREAD-CALL.
           IF AI-KEY IS NUMERIC
               DIVIDE AI-KEY-NUM BY WS-STREAM-COUNT
                   GIVING WS-KEY-QUOTIENT
                   REMAINDER WS-KEY-REMAINDER
               COMPUTE WS-STREAM-NO = WS-KEY-REMAINDER + 1
           ELSE
               MOVE 1 TO WS-STREAM-NO
           END-IF
           MOVE WS-STREAM-NO TO WS-STREAM-SUB
           ADD WS-CALL-HUNDREDTHS
               TO WS-FC-STREAM-TIME(WS-STREAM-COUNT, WS-STREAM-SUB)
           .
       2600-EXIT.
           EXIT.

      **********************************************************************
      * EACH SPLIT FINISHES WHEN ITS LONGEST STREAM DOES.  THE
      * RECOMMENDATION IS THE SMALLEST STREAM COUNT WHOSE FINISH IS
      * NOT AFTER THE DEADLINE; WHEN NONE FITS THE OPERATOR IS
      * ALERTED.
      **********************************************************************
       3000-PROJECT-FINISH.
           PERFORM 3100-PROJECT-ONE-SPLIT THRU 3100-EXIT
               VARYING WS-STREAM-COUNT FROM 1 BY 1
               UNTIL WS-STREAM-COUNT > 4
           IF WS-RECOMMENDED-STREAMS = ZERO
               PERFORM 5000-RAISE-WINDOW-ALERT THRU 5000-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-PROJECT-ONE-SPLIT.
           MOVE ZERO TO WS-FC-LONGEST(WS-STREAM-COUNT)
           PERFORM 3110-CHECK-STREAM-TIME THRU 3110-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
           COMPUTE WS-FC-FINISH(WS-STREAM-COUNT) =
               WS-START-HUNDREDTHS + WS-FC-LONGEST(WS-STREAM-COUNT)
           IF WS-FC-FINISH(WS-STREAM-COUNT) > WS-DEADLINE-HUNDREDTHS
               MOVE 'N' TO WS-FC-FIT-SW(WS-STREAM-COUNT)
           ELSE
               SET WS-FC-FITS(WS-STREAM-COUNT) TO TRUE
               IF WS-RECOMMENDED-STREAMS = ZERO
                   MOVE WS-STREAM-COUNT TO WS-RECOMMENDED-STREAMS
               END-IF
           END-IF
           .
       3100-EXIT.
           EXIT.

       3110-CHECK-STREAM-TIME.
           IF WS-FC-STREAM-TIME(WS-STREAM-COUNT, WS-STREAM-SUB)
                   > WS-FC-LONGEST(WS-STREAM-COUNT)
               MOVE WS-FC-STREAM-TIME(WS-STREAM-COUNT, WS-STREAM-SUB)
                   TO WS-FC-LONGEST(WS-STREAM-COUNT)
           END-IF
           .
       3110-EXIT.
           EXIT.

      **********************************************************************
      * THE FORECAST REPORT: ONE LINE PER TRANSACTION TYPE IN THE
      * ORDER FIRST SEEN, THE TOTALS, ONE LINE PER SPLIT, AND THE
      * RECOMMENDATION.
      **********************************************************************
       4000-WRITE-FORECAST.
           MOVE SPACES TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           MOVE WS-RPT-TYPE-COL-LINE TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           PERFORM 4100-WRITE-TYPE-LINE THRU 4100-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
           MOVE SPACES TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           MOVE 'TOTAL DETAILS READ'    TO WS-SUM-LABEL
           MOVE WS-RECORDS-READ         TO WS-SUM-COUNT
           PERFORM 4300-WRITE-SUMMARY-LINE THRU 4300-EXIT
           MOVE 'TOTAL CALLS FORECAST'  TO WS-SUM-LABEL
           MOVE WS-TOTAL-CALLS          TO WS-SUM-COUNT
           PERFORM 4300-WRITE-SUMMARY-LINE THRU 4300-EXIT
           MOVE 'TOTAL DETAILS DEFERRED' TO WS-SUM-LABEL
           MOVE WS-TOTAL-DEFERRED       TO WS-SUM-COUNT
           PERFORM 4300-WRITE-SUMMARY-LINE THRU 4300-EXIT
           MOVE 'CALLS WITH NO HISTORY' TO WS-SUM-LABEL
           MOVE WS-TOTAL-NO-HISTORY     TO WS-SUM-COUNT
           PERFORM 4300-WRITE-SUMMARY-LINE THRU 4300-EXIT
           IF WS-TOTAL-UNFORECAST > ZERO
               MOVE 'DETAILS NOT FORECAST' TO WS-SUM-LABEL
               MOVE WS-TOTAL-UNFORECAST    TO WS-SUM-COUNT
               PERFORM 4300-WRITE-SUMMARY-LINE THRU 4300-EXIT
           END-IF
           COMPUTE WS-MINUTES-WORK = (WS-TOTAL-PROJECTED + 5999) / 6000
           MOVE 'TOTAL PROJECTED MINUTES' TO WS-SUM-LABEL
           MOVE WS-MINUTES-WORK         TO WS-SUM-COUNT
           PERFORM 4300-WRITE-SUMMARY-LINE THRU 4300-EXIT
           MOVE SPACES TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           MOVE WS-RPT-STREAM-COL-LINE TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           PERFORM 4200-WRITE-STREAM-LINE THRU 4200-EXIT
               VARYING WS-STREAM-COUNT FROM 1 BY 1
               UNTIL WS-STREAM-COUNT > 4
           MOVE WS-RPT-MINUTES-NOTE-LINE TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           MOVE SPACES TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           IF WS-RECOMMENDED-STREAMS > ZERO
               MOVE WS-RECOMMENDED-STREAMS TO WS-RPT-RECOMMEND
               MOVE WS-RPT-RECOMMEND-LINE TO FORECAST-RPT-RECORD
               DISPLAY 'WINFCST - RECOMMENDED STREAM COUNT '
                   WS-RECOMMENDED-STREAMS
           ELSE
               MOVE WS-RPT-NO-FIT-LINE TO FORECAST-RPT-RECORD
           END-IF
           WRITE FORECAST-RPT-RECORD
           .
       4000-EXIT.
           EXIT.

       4100-WRITE-TYPE-LINE.
           MOVE WS-TYP-CODE(WS-TYPE-SUB)      TO WS-TDL-TYPE
           MOVE WS-TYP-TARGET(WS-TYPE-SUB)    TO WS-TDL-TARGET
           MOVE WS-TYP-DETAILS(WS-TYPE-SUB)   TO WS-TDL-DETAILS
           MOVE WS-TYP-CALLS(WS-TYPE-SUB)     TO WS-TDL-CALLS
           MOVE WS-TYP-DEFERRED(WS-TYPE-SUB)  TO WS-TDL-DEFERRED
           MOVE WS-TYP-AVG(WS-TYPE-SUB)       TO WS-TDL-AVG
           MOVE WS-TYP-HIST-DAYS(WS-TYPE-SUB) TO WS-TDL-DAYS
           COMPUTE WS-MINUTES-WORK =
               (WS-TYP-PROJECTED(WS-TYPE-SUB) + 5999) / 6000
           MOVE WS-MINUTES-WORK               TO WS-TDL-PROJECTED
           EVALUATE TRUE
               WHEN WS-TYP-HIST-DAYS(WS-TYPE-SUB) = ZERO
                   MOVE 'NO HISTORY'          TO WS-TDL-REMARK
               WHEN WS-TYP-ORIGINAL(WS-TYPE-SUB)
                   MOVE 'ORIGINAL TARGET'     TO WS-TDL-REMARK
               WHEN WS-TYP-DEFAULTED(WS-TYPE-SUB)
                   MOVE 'DEFAULT TARGET'      TO WS-TDL-REMARK
               WHEN OTHER
                   MOVE SPACES                TO WS-TDL-REMARK
           END-EVALUATE
           MOVE WS-TYPE-DETAIL-LINE TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           .
       4100-EXIT.
           EXIT.

       4200-WRITE-STREAM-LINE.
           MOVE SPACES TO WS-STREAM-DETAIL-LINE
           MOVE WS-STREAM-COUNT TO WS-SDL-STREAMS
           PERFORM 4210-EDIT-STREAM-TIME THRU 4210-EXIT
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > 4
           COMPUTE WS-MINUTES-WORK =
               (WS-FC-LONGEST(WS-STREAM-COUNT) + 5999) / 6000
           MOVE WS-MINUTES-WORK TO WS-SDL-LONGEST
           MOVE WS-FC-FINISH(WS-STREAM-COUNT) TO WS-CLOCK-HUNDREDTHS
           PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
           MOVE WS-CLOCK-TEXT TO WS-SDL-FINISH
           IF WS-FC-FITS(WS-STREAM-COUNT)
               MOVE 'FITS'   TO WS-SDL-VERDICT
           ELSE
               MOVE 'MISSES' TO WS-SDL-VERDICT
           END-IF
           MOVE WS-STREAM-DETAIL-LINE TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           .
       4200-EXIT.
           EXIT.

       4210-EDIT-STREAM-TIME.
           IF WS-STREAM-SUB > WS-STREAM-COUNT
               MOVE ZERO TO WS-SDL-TIME(WS-STREAM-SUB)
           ELSE
               COMPUTE WS-MINUTES-WORK =
                   (WS-FC-STREAM-TIME(WS-STREAM-COUNT, WS-STREAM-SUB)
                       + 5999) / 6000
               MOVE WS-MINUTES-WORK TO WS-SDL-TIME(WS-STREAM-SUB)
           END-IF
           .
       4210-EXIT.
           EXIT.

       4300-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           .
       4300-EXIT.
           EXIT.

      **********************************************************************
      * EVEN FOUR STREAMS MISS THE DEADLINE: ONE MACHINE-READABLE
      * ALERT RECORD IN THE OPERALRT LAYOUT SO THE PAGING AUTOMATION
      * REACHES THE ON-CALL BEFORE THE RUN STARTS.  THE DEADLINE AND
      * THE FOUR-STREAM FINISH RIDE AS HHMM CLOCK TIMES AND THE
      * BUSINESS DATE IN AL-KEY.  THE STEP ENDS WITH A WARNING.
      **********************************************************************
       5000-RAISE-WINDOW-ALERT.
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF
           OPEN OUTPUT ALERT-FILE
           SET WS-ALERT-OPEN TO TRUE
           MOVE WS-FC-FINISH(4) TO WS-CLOCK-HUNDREDTHS
           PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
           MOVE 'WINFCST'           TO AL-PROGRAM
           MOVE WS-CURRENT-DATE     TO AL-DATE
           MOVE WS-CURRENT-TIME     TO AL-TIME
           MOVE 'BATCH WINDOW'      TO AL-LIMIT-NAME
           MOVE WS-DEADLINE-NUM     TO AL-LIMIT-VALUE
           COMPUTE AL-ACTUAL-VALUE = (WS-CLK-HH * 100) + WS-CLK-MM
           MOVE WS-BUSINESS-DATE    TO AL-KEY
           MOVE WS-RUN-RC           TO AL-RETURN-CODE
           MOVE 1                   TO AL-ALERT-LEVEL
           MOVE SPACES              TO AL-CONTACT
           WRITE ALERT-RECORD
           DISPLAY 'WINFCST - FOUR STREAMS MISS THE ' WS-DEADLINE
               ' DEADLINE, PROJECTED FINISH ' WS-CLOCK-TEXT
           .
       5000-EXIT.
           EXIT.

      **********************************************************************
      * MOVE WS-CONVERT-DATE BACK ONE CALENDAR DAY, ACROSS MONTH AND
      * YEAR ENDS AND LEAP FEBRUARIES.
      **********************************************************************
       6000-STEP-BACK-ONE-DAY.
           IF WS-CONV-DAY > 1
               SUBTRACT 1 FROM WS-CONV-DAY
               GO TO 6000-EXIT
           END-IF
           IF WS-CONV-MONTH > 1
               SUBTRACT 1 FROM WS-CONV-MONTH
           ELSE
               MOVE 12 TO WS-CONV-MONTH
               SUBTRACT 1 FROM WS-CONV-YEAR
           END-IF
           MOVE WS-MONTH-LENGTH(WS-CONV-MONTH) TO WS-CONV-DAY
           IF WS-CONV-MONTH = 2
               PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-CONV-DAY
               END-IF
           END-IF
           .
       6000-EXIT.
           EXIT.

       6100-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR-SW
           DIVIDE WS-CONV-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               DIVIDE WS-CONV-YEAR BY 100 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   SET WS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-CONV-YEAR BY 400 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       6100-EXIT.
           EXIT.

      **********************************************************************
      * EDIT WS-CLOCK-HUNDREDTHS (HUNDREDTHS FROM MIDNIGHT OF THE RUN
      * DATE) AS HH:MM, WITH '+N DAY' WHEN IT FALLS ON A LATER DAY.
      **********************************************************************
       7000-FORMAT-CLOCK.
           DIVIDE WS-CLOCK-HUNDREDTHS BY WS-DAY-HUNDREDTHS
               GIVING WS-CLOCK-DAYS
               REMAINDER WS-CLOCK-REMAINDER
           DIVIDE WS-CLOCK-REMAINDER BY 6000
               GIVING WS-CLOCK-MINUTE-WORK
           DIVIDE WS-CLOCK-MINUTE-WORK BY 60
               GIVING WS-CLK-HH
               REMAINDER WS-CLK-MM
           IF WS-CLOCK-DAYS = ZERO
               MOVE SPACES TO WS-CLK-SUFFIX
           ELSE
               MOVE ' +'   TO WS-CLK-SUFFIX-PLUS
               IF WS-CLOCK-DAYS > 9
                   MOVE 9 TO WS-CLK-SUFFIX-DAYS
               ELSE
                   MOVE WS-CLOCK-DAYS TO WS-CLK-SUFFIX-DAYS
               END-IF
               MOVE ' DAY' TO WS-CLK-SUFFIX-TEXT
           END-IF
           .
       7000-EXIT.
           EXIT.

      **********************************************************************
      * A CONTROL FAILURE ENDS THE STEP WITH RETURN CODE 12.
      **********************************************************************
       8000-REPORT-CONTROL-FAILURE.
           SET WS-CONTROL-FAILED TO TRUE
           MOVE 12 TO WS-RUN-RC
           DISPLAY 'WINFCST - CONTROL FAILURE. ' WS-CONTROL-FAIL-TEXT
           MOVE WS-CONTROL-FAIL-TEXT TO WS-RPT-FAIL-TEXT
           MOVE WS-RPT-FAILURE-LINE TO FORECAST-RPT-RECORD
           WRITE FORECAST-RPT-RECORD
           .
       8000-EXIT.
           EXIT.

      **********************************************************************
      * CLOSE THE FILES AND SHOW THE RUN ON THE CONSOLE.
      **********************************************************************
       9000-FINALIZE.
           IF WS-ARG-OPEN
               CLOSE ARG-FILE-IN
           END-IF
           IF WS-PERFM-OPEN
               CLOSE PERF-MASTER-FILE
           END-IF
           IF WS-AUDM-OPEN
               CLOSE AUDIT-MASTER-FILE
           END-IF
           IF WS-ALERT-OPEN
               CLOSE ALERT-FILE
           END-IF
           CLOSE FORECAST-RPT
           DISPLAY 'WINFCST - DETAILS READ ' WS-RECORDS-READ
               ' CALLS FORECAST ' WS-TOTAL-CALLS
           .
       9000-EXIT.
           EXIT.

       9999-END.
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           GOBACK.
