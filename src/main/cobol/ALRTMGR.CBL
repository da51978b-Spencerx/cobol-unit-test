      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MANAGE THE OPERATOR ALERTS THE CHAIN RAISES ON
      *            OPERALRT (SUBPROGD RUN LIMITS, PERFHIST TREND
      *            DEGRADATION, CYCBAL BALANCE BREAKS).  EACH NIGHT'S
      *            ALERTS ARE CONSOLIDATED INTO THE ALERT MASTER
      *            (ALRTMST, COPYBOOK ALRMREC), ONE ENTRY PER PROGRAM,
      *            LIMIT NAME, AND ALERT KEY; A REPEAT OF AN ALERT
      *            STILL OPEN BUMPS ITS OCCURRENCE COUNT AND LAST-
      *            SEEN DATE INSTEAD OF OPENING ANOTHER.  ANALYSTS
      *            ACKNOWLEDGE AND CLOSE ALERTS FROM THE TRANSACTION
      *            FILE (ALRTTRAN), WITH A RESOLUTION NOTE:
      *              A  ACKNOWLEDGE THE OPEN ALERT
      *              C  CLOSE THE ALERT - A NOTE IS REQUIRED
      *            AN OPEN ALERT NOT ACKNOWLEDGED WITHIN ITS
      *            SEVERITY'S TIME LIMIT (PARMMST TYPE ALERT, NAMES
      *            SEV1 TO SEV3, DEFAULT 4, 24, AND 72 HOURS) IS
      *            ESCALATED ONCE, AS A LEVEL-2 OPERALRT RECORD
      *            NAMING THE SECOND-LEVEL CONTACT.  JCL PARM:
      *              (NONE OR DAILY)  APPLY THE TRANSACTIONS,
      *                               CONSOLIDATE OPERALRT, ESCALATE,
      *                               AND PRINT THE OPEN-ALERT REPORT
      *                               (ALRTRPT)
      *              HISTORY [YYYYMM] PRINT THE MONTHLY ALERT HISTORY
      *                               BY PROGRAM AND LIMIT NAME
      *                               (ALRTHRPT) FOR THE MONTH,
      *                               DEFAULT LAST MONTH
      *            AN ALERT ALREADY ON THE MASTER (NOT NEWER THAN ITS
      *            LAST-SEEN STAMP) IS NOT COUNTED AGAIN, SO A RERUN
      *            OR A NIGHT WITH NO NEW OPERALRT IS HARMLESS.  THE
      *            STEP ENDS WITH RETURN CODE 4 WHEN A TRANSACTION
      *            WAS REJECTED OR AN ALERT ESCALATED, AND 12 ON A
      *            BAD PARM OR A FILE FAILURE.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "OPERALRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRT-FILE-STATUS.
           SELECT ALERT-MASTER-FILE ASSIGN TO "ALRTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-MASTER-KEY
               FILE STATUS IS WS-ALRM-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ALRTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT PARM-MASTER-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPEN-ALERT-RPT ASSIGN TO "ALRTRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-RPT ASSIGN TO "ALRTHRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY ALRTREC.

       FD  ALERT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALRMREC.

       FD  TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           05  TA-ACTION               PIC X(01).
               88  TA-ACKNOWLEDGE                  VALUE 'A'.
               88  TA-CLOSE                        VALUE 'C'.
           05  TA-ALERT-ID.
               10  TA-PROGRAM          PIC X(08).
               10  TA-LIMIT-NAME       PIC X(12).
               10  TA-KEY              PIC X(10).
           05  TA-ANALYST              PIC X(08).
           05  TA-NOTE                 PIC X(60).

       FD  PARM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PARMREC.

       FD  OPEN-ALERT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OPEN-ALERT-RPT-RECORD       PIC X(132).

       FD  HISTORY-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-RPT-RECORD          PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-ALRT-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-ALRM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-TRAN-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-PARM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-EOF-ALRT-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-ALRT                         VALUE 'Y'.
       77  WS-EOF-ALRM-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-ALRM                         VALUE 'Y'.
       77  WS-EOF-TRAN-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-TRAN                         VALUE 'Y'.
       77  WS-EOF-PARM-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-PARM                         VALUE 'Y'.
       77  WS-FUNCTION-SW              PIC X(01)  VALUE 'D'.
           88  WS-FUNC-DAILY                       VALUE 'D'.
           88  WS-FUNC-HISTORY                     VALUE 'H'.
       77  WS-MASTER-OPEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-MASTER-OPEN                      VALUE 'Y'.
       77  WS-RPT-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-RPT-OPEN                         VALUE 'Y'.
       77  WS-HRPT-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-HRPT-OPEN                        VALUE 'Y'.
       77  WS-ESC-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-ESC-OPEN                         VALUE 'Y'.
       77  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  WS-ALERT-FOUND                      VALUE 'Y'.
       77  WS-EDIT-SW                  PIC X(01)  VALUE 'P'.
           88  WS-EDIT-PASSED                      VALUE 'P'.
           88  WS-EDIT-FAILED                      VALUE 'F'.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-HOUR             PIC 9(02)  VALUE ZERO.
       77  WS-FIRST-HOUR               PIC 9(02)  VALUE ZERO.
       77  WS-PARM-LENGTH-BOUNDED      PIC 9(04) COMP VALUE ZERO.
       77  WS-PARM-WORK                PIC X(14)  VALUE SPACES.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(09) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED            PIC 9(09) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED           PIC 9(09) COMP VALUE ZERO.
       77  WS-ALERTS-READ              PIC 9(09) COMP VALUE ZERO.
       77  WS-ALERTS-NEW               PIC 9(09) COMP VALUE ZERO.
       77  WS-ALERTS-REPEATED          PIC 9(09) COMP VALUE ZERO.
       77  WS-ALERTS-ON-FILE           PIC 9(09) COMP VALUE ZERO.
       77  WS-ESCALATIONS-READ         PIC 9(09) COMP VALUE ZERO.
       77  WS-ALERTS-ESCALATED         PIC 9(09) COMP VALUE ZERO.
       77  WS-ALERTS-OPEN              PIC 9(09) COMP VALUE ZERO.
       77  WS-ALERTS-ACKED             PIC 9(09) COMP VALUE ZERO.
       77  WS-EDIT-REASON              PIC X(30)  VALUE SPACES.
       77  WS-LAST-SEQUENCE            PIC 9(04)  VALUE ZERO.
       77  WS-NEW-SEVERITY             PIC 9(01)  VALUE ZERO.
       77  WS-SEV-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-HOURS-OPEN               PIC S9(09) COMP VALUE ZERO.
       77  WS-TODAY-DAY-NUMBER         PIC 9(09) COMP VALUE ZERO.
       77  WS-FIRST-DAY-NUMBER         PIC 9(09) COMP VALUE ZERO.
       77  WS-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
       77  WS-HIST-MONTH               PIC 9(06)  VALUE ZERO.
       77  WS-FIRST-MONTH              PIC 9(06)  VALUE ZERO.
       77  WS-HIST-PROGRAM             PIC X(08)  VALUE SPACES.
       77  WS-HIST-LIMIT-NAME          PIC X(12)  VALUE SPACES.
       77  WS-LVL-FROM                 PIC 9(04) COMP VALUE ZERO.
       77  WS-LVL-TO                   PIC 9(04) COMP VALUE ZERO.
       01  WS-SEARCH-ID.
           05  WS-SEARCH-PROGRAM       PIC X(08)  VALUE SPACES.
           05  WS-SEARCH-LIMIT-NAME    PIC X(12)  VALUE SPACES.
           05  WS-SEARCH-KEY           PIC X(10)  VALUE SPACES.
       01  WS-IN-STAMP.
           05  WS-IN-DATE              PIC 9(08)  VALUE ZERO.
           05  WS-IN-TIME              PIC 9(08)  VALUE ZERO.
       01  WS-HIST-PARM-AREA.
           05  WS-HIST-PARM-MONTH      PIC 9(06)  VALUE ZERO.
           05  WS-HIST-PARM-PARTS REDEFINES WS-HIST-PARM-MONTH.
               10  WS-HIST-PARM-YEAR   PIC 9(04).
               10  WS-HIST-PARM-MM     PIC 9(02).
      *
      * ESCALATION LIMITS BY SEVERITY - HOURS, THEN THE SECOND-LEVEL
      * CONTACT.  THESE DEFAULTS STAND UNTIL PARMMST SAYS OTHERWISE.
      *
       01  WS-SEV-LIMIT-VALUES.
           05  FILLER                  PIC X(12)  VALUE '0004ONCALL2 '.
           05  FILLER                  PIC X(12)  VALUE '0024ONCALL2 '.
           05  FILLER                  PIC X(12)  VALUE '0072ONCALL2 '.
       01  WS-SEV-LIMIT-TABLE REDEFINES WS-SEV-LIMIT-VALUES.
           05  WS-SEV-ENTRY OCCURS 3 TIMES.
               10  WS-SEV-HOURS        PIC 9(04).
               10  WS-SEV-CONTACT      PIC X(08).
       01  WS-HIST-COUNTS.
           05  WS-HIST-LEVEL OCCURS 3 TIMES.
               10  WS-HC-RAISED        PIC 9(09) COMP.
               10  WS-HC-OCCURRENCES   PIC 9(09) COMP.
               10  WS-HC-ESCALATED     PIC 9(09) COMP.
               10  WS-HC-CLOSED        PIC 9(09) COMP.
               10  WS-HC-OPEN          PIC 9(09) COMP.
       01  WS-CONVERT-DATE-AREA.
           05  WS-CONVERT-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-CONVERT-DATE-PARTS REDEFINES WS-CONVERT-DATE.
               10  WS-CONV-YEAR        PIC 9(04).
               10  WS-CONV-MONTH       PIC 9(02).
               10  WS-CONV-DAY         PIC 9(02).
       77  WS-PRIOR-YEARS              PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAP-WORK                PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAP-REMAINDER           PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAP-DAYS                PIC S9(09) COMP VALUE ZERO.
       77  WS-LEAPS-BY-4               PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAPS-BY-100             PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAPS-BY-400             PIC 9(09) COMP VALUE ZERO.
       01  WS-MONTH-OFFSET-VALUES.
           05  FILLER                  PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(28)
                   VALUE 'ALRTMGR OPEN ALERT REPORT   '.
               10  WS-RPT-TITLE-DATE   PIC 9(08).
           05  WS-RPT-TRAN-HDR-LINE.
               10  FILLER              PIC X(30)
                   VALUE 'ACKNOWLEDGE/CLOSE TRANSACTIONS'.
           05  WS-RPT-TRAN-COL-LINE.
               10  FILLER              PIC X(07)
                   VALUE 'ACTION '.
               10  FILLER              PIC X(10)
                   VALUE 'PROGRAM   '.
               10  FILLER              PIC X(14)
                   VALUE 'LIMIT NAME    '.
               10  FILLER              PIC X(12)
                   VALUE 'KEY         '.
               10  FILLER              PIC X(10)
                   VALUE 'ANALYST   '.
               10  FILLER              PIC X(10)
                   VALUE 'RESULT    '.
               10  FILLER              PIC X(06)
                   VALUE 'REASON'.
           05  WS-RPT-NO-TRAN-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'NO TRANSACTIONS THIS RUN         '.
           05  WS-RPT-OPEN-HDR-LINE.
               10  FILLER              PIC X(30)
                   VALUE 'OPEN AND ACKNOWLEDGED ALERTS  '.
           05  WS-RPT-OPEN-COL-LINE.
               10  FILLER              PIC X(10)
                   VALUE 'PROGRAM   '.
               10  FILLER              PIC X(13)
                   VALUE 'LIMIT NAME   '.
               10  FILLER              PIC X(11)
                   VALUE 'KEY        '.
               10  FILLER              PIC X(06)
                   VALUE 'SEQ   '.
               10  FILLER              PIC X(04)
                   VALUE 'SEV '.
               10  FILLER              PIC X(07)
                   VALUE 'STATUS '.
               10  FILLER              PIC X(15)
                   VALUE 'FIRST SEEN     '.
               10  FILLER              PIC X(15)
                   VALUE 'LAST SEEN      '.
               10  FILLER              PIC X(10)
                   VALUE ' OCCURS   '.
               10  FILLER              PIC X(10)
                   VALUE 'ESCALATED '.
               10  FILLER              PIC X(06)
                   VALUE 'ACK BY'.
           05  WS-RPT-NO-OPEN-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'NO OPEN ALERTS                   '.
           05  WS-RPT-TRANS-APPLIED-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'TRANSACTIONS APPLIED.    '.
               10  WS-RPT-TRANS-APPLIED
                                       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-TRANS-REJECTED-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'TRANSACTIONS REJECTED.   '.
               10  WS-RPT-TRANS-REJECTED
                                       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-ALERTS-READ-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'OPERALRT RECORDS READ.   '.
               10  WS-RPT-ALERTS-READ  PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-ALERTS-NEW-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'NEW ALERTS OPENED.       '.
               10  WS-RPT-ALERTS-NEW   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-ALERTS-REPEAT-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'REPEATS OF OPEN ALERTS.  '.
               10  WS-RPT-ALERTS-REPEAT
                                       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-ALERTS-ON-FILE-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'ALREADY ON THE MASTER.   '.
               10  WS-RPT-ALERTS-ON-FILE
                                       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-ESCALATED-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'ALERTS ESCALATED.        '.
               10  WS-RPT-ESCALATED    PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-OPEN-COUNT-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'ALERTS OPEN.             '.
               10  WS-RPT-OPEN-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-ACKED-COUNT-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'ALERTS ACKNOWLEDGED.     '.
               10  WS-RPT-ACKED-COUNT  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAN-DETAIL-LINE.
           05  WS-TD-ACTION            PIC X(01).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-TD-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TD-LIMIT-NAME        PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TD-KEY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TD-ANALYST           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TD-RESULT            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TD-REASON            PIC X(30).
       01  WS-OPEN-DETAIL-LINE.
           05  WS-OD-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-LIMIT-NAME        PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-OD-KEY               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-OD-SEQUENCE          PIC 9(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OD-SEVERITY          PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-STATUS            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-OD-FIRST-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-OD-FIRST-HHMM        PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-LAST-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-OD-LAST-HHMM         PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-OCCURRENCES       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-OD-ESCALATED-TO      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-ACK-BY            PIC X(08).
       01  WS-HISTORY-LINES.
           05  WS-HRPT-TITLE-LINE.
               10  FILLER              PIC X(34)
                   VALUE 'ALRTMGR MONTHLY ALERT HISTORY FOR '.
               10  WS-HRPT-TITLE-MONTH PIC 9(06).
               10  FILLER              PIC X(10)
                   VALUE '   PRINTED'.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-HRPT-TITLE-DATE  PIC 9(08).
           05  WS-HRPT-COL-HDR-LINE.
               10  FILLER              PIC X(10)
                   VALUE 'PROGRAM   '.
               10  FILLER              PIC X(14)
                   VALUE 'LIMIT NAME    '.
               10  FILLER              PIC X(12)
                   VALUE '      RAISED'.
               10  FILLER              PIC X(13)
                   VALUE '  OCCURRENCES'.
               10  FILLER              PIC X(12)
                   VALUE '   ESCALATED'.
               10  FILLER              PIC X(12)
                   VALUE '      CLOSED'.
               10  FILLER              PIC X(12)
                   VALUE '  STILL OPEN'.
           05  WS-HRPT-NO-MASTER-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'NO ALERT MASTER ON FILE          '.
           05  WS-HRPT-NONE-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'NO ALERTS RAISED IN THE MONTH    '.
       01  WS-HIST-DETAIL-LINE.
           05  WS-HD-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HD-LIMIT-NAME        PIC X(14).
           05  WS-HD-RAISED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HD-OCCURRENCES       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-HD-ESCALATED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-HD-CLOSED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-HD-OPEN              PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
           05  LK-PARM-TEXT            PIC X(14).
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-RC = ZERO
               IF WS-FUNC-HISTORY
                   PERFORM 7000-PRINT-MONTHLY-HISTORY THRU 7000-EXIT
               ELSE
                   PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
                   IF WS-RUN-RC < 12
                       PERFORM 3000-CONSOLIDATE-ALERTS THRU 3000-EXIT
                   END-IF
                   IF WS-RUN-RC < 12
                       PERFORM 4000-REVIEW-OPEN-ALERTS THRU 4000-EXIT
                   END-IF
               END-IF
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * DECODE THE PARM.  A DAILY RUN LOADS THE ESCALATION LIMITS,
      * OPENS THE ALERT MASTER - CREATING IT EMPTY ON THE FIRST RUN -
      * AND STARTS THE OPEN-ALERT REPORT.  A HISTORY RUN OPENS ITS
      * OWN FILES IN 7000.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1100-DECODE-PARM THRU 1100-EXIT
           IF WS-RUN-RC > ZERO OR WS-FUNC-HISTORY
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-ESCALATION-LIMITS THRU 1200-EXIT
           OPEN OUTPUT OPEN-ALERT-RPT
           SET WS-RPT-OPEN TO TRUE
           MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE TO OPEN-ALERT-RPT-RECORD
           WRITE OPEN-ALERT-RPT-RECORD
           OPEN I-O ALERT-MASTER-FILE
           IF WS-ALRM-FILE-STATUS = '35'
               OPEN OUTPUT ALERT-MASTER-FILE
               CLOSE ALERT-MASTER-FILE
               OPEN I-O ALERT-MASTER-FILE
           END-IF
           IF WS-ALRM-FILE-STATUS = '00'
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'ALRTMGR - ALERT MASTER OPEN FAILED, STATUS '
                   WS-ALRM-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
           END-IF
           .
       1000-EXIT.
           EXIT.

      **********************************************************************
      * PARM FORMS: BLANK OR 'DAILY'; 'HISTORY' OR 'HISTORY YYYYMM'.
      * A HISTORY RUN WITH NO MONTH REPORTS LAST MONTH.  ONLY THE
      * ACTUAL PARM LENGTH IS MOVED INTO A BLANK WORK AREA BEFORE
      * DECODING, SINCE BYTES BEYOND A SHORT PARM'S LENGTH ARE
      * UNDEFINED STORAGE.
      **********************************************************************
       1100-DECODE-PARM.
           IF LK-PARM-LENGTH = ZERO
               GO TO 1100-EXIT
           END-IF
           IF LK-PARM-LENGTH > 14
               MOVE 14 TO WS-PARM-LENGTH-BOUNDED
           ELSE
               MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH-BOUNDED
           END-IF
           MOVE SPACES TO WS-PARM-WORK
           MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH-BOUNDED)
               TO WS-PARM-WORK(1:WS-PARM-LENGTH-BOUNDED)
           EVALUATE TRUE
               WHEN WS-PARM-WORK = 'DAILY'
                   SET WS-FUNC-DAILY TO TRUE
               WHEN WS-PARM-WORK(1:8) = 'HISTORY '
                   SET WS-FUNC-HISTORY TO TRUE
                   PERFORM 1150-RESOLVE-HISTORY-MONTH THRU 1150-EXIT
               WHEN OTHER
                   DISPLAY 'ALRTMGR - UNRECOGNIZED PARM '
                       WS-PARM-WORK
                   MOVE 12 TO WS-RUN-RC
           END-EVALUATE
           .
       1100-EXIT.
           EXIT.

       1150-RESOLVE-HISTORY-MONTH.
           IF WS-PARM-WORK(9:6) = SPACES
               COMPUTE WS-HIST-PARM-MONTH = WS-CURRENT-DATE / 100
               IF WS-HIST-PARM-MM = 1
                   SUBTRACT 1 FROM WS-HIST-PARM-YEAR
                   MOVE 12 TO WS-HIST-PARM-MM
               ELSE
                   SUBTRACT 1 FROM WS-HIST-PARM-MM
               END-IF
           ELSE
               IF WS-PARM-WORK(9:6) IS NUMERIC
                   MOVE WS-PARM-WORK(9:6) TO WS-HIST-PARM-MONTH
               END-IF
               IF WS-PARM-WORK(9:6) NOT NUMERIC
                       OR WS-HIST-PARM-MM < 1 OR WS-HIST-PARM-MM > 12
                   DISPLAY 'ALRTMGR - INVALID HISTORY MONTH '
                       WS-PARM-WORK(9:6)
                   MOVE 12 TO WS-RUN-RC
                   GO TO 1150-EXIT
               END-IF
           END-IF
           MOVE WS-HIST-PARM-MONTH TO WS-HIST-MONTH
           .
       1150-EXIT.
           EXIT.

      **********************************************************************
      * PICK UP THE ESCALATION LIMITS IN EFFECT TODAY FROM THE
      * PARAMETER MASTER.  ENTRIES ARE WALKED IN KEY ORDER, SO THE
      * LAST QUALIFYING ENTRY FOR EACH SEVERITY - THE HIGHEST
      * EFFECTIVE DATE NOT AFTER TODAY - IS THE ONE LEFT STANDING.
      * WITHOUT A PARAMETER MASTER THE DEFAULTS GOVERN.
      **********************************************************************
       1200-LOAD-ESCALATION-LIMITS.
           OPEN INPUT PARM-MASTER-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF
           MOVE SPACES TO PM-MASTER-KEY
           MOVE 'ALERT' TO PM-PARM-TYPE
           START PARM-MASTER-FILE KEY >= PM-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-PARM TO TRUE
           END-START
           IF NOT WS-EOF-PARM
               PERFORM 1300-READ-NEXT-PARM THRU 1300-EXIT
           END-IF
           PERFORM 1250-APPLY-ALERT-PARM THRU 1250-EXIT
               UNTIL WS-EOF-PARM
           CLOSE PARM-MASTER-FILE
           .
       1200-EXIT.
           EXIT.

       1250-APPLY-ALERT-PARM.
           IF NOT PM-TYPE-ALERT
               SET WS-EOF-PARM TO TRUE
               GO TO 1250-EXIT
           END-IF
           IF PM-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
               EVALUATE PM-PARM-NAME
                   WHEN 'SEV1'
                       MOVE 1 TO WS-SEV-SUB
                   WHEN 'SEV2'
                       MOVE 2 TO WS-SEV-SUB
                   WHEN 'SEV3'
                       MOVE 3 TO WS-SEV-SUB
                   WHEN OTHER
                       MOVE ZERO TO WS-SEV-SUB
               END-EVALUATE
               IF WS-SEV-SUB > ZERO AND PM-LIMIT-VALUE < 10000
                   MOVE PM-LIMIT-VALUE  TO WS-SEV-HOURS(WS-SEV-SUB)
                   MOVE PM-PROGRAM-NAME TO WS-SEV-CONTACT(WS-SEV-SUB)
               END-IF
           END-IF
           PERFORM 1300-READ-NEXT-PARM THRU 1300-EXIT
           .
       1250-EXIT.
           EXIT.

       1300-READ-NEXT-PARM.
           READ PARM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PARM TO TRUE
           END-READ
           .
       1300-EXIT.
           EXIT.

      **********************************************************************
      * APPLY THE DAY'S ACKNOWLEDGE AND CLOSE TRANSACTIONS BEFORE
      * TONIGHT'S ALERTS ARE CONSOLIDATED, SO A CONDITION CLOSED
      * TODAY THAT FIRES AGAIN TONIGHT OPENS A FRESH ALERT.  THE
      * TRANSACTION FILE IS OPTIONAL.
      **********************************************************************
       2000-APPLY-TRANSACTIONS.
           MOVE WS-RPT-TRAN-HDR-LINE TO OPEN-ALERT-RPT-RECORD
           WRITE OPEN-ALERT-RPT-RECORD
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = '00'
               MOVE WS-RPT-NO-TRAN-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               GO TO 2000-EXIT
           END-IF
           MOVE WS-RPT-TRAN-COL-LINE TO OPEN-ALERT-RPT-RECORD
           WRITE OPEN-ALERT-RPT-RECORD
           PERFORM 2200-READ-TRAN-RECORD THRU 2200-EXIT
           PERFORM 2100-PROCESS-TRANSACTION THRU 2100-EXIT
               UNTIL WS-EOF-TRAN
           CLOSE TRAN-FILE
           IF WS-TRANS-READ = ZERO
               MOVE WS-RPT-NO-TRAN-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT
           IF WS-EDIT-PASSED
               PERFORM 2400-APPLY-TRANSACTION THRU 2400-EXIT
           END-IF
           PERFORM 2500-WRITE-TRAN-LINE THRU 2500-EXIT
           IF WS-RUN-RC NOT < 12
               SET WS-EOF-TRAN TO TRUE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-READ-TRAN-RECORD THRU 2200-EXIT
           .
       2100-EXIT.
           EXIT.

       2200-READ-TRAN-RECORD.
           READ TRAN-FILE
               AT END
                   SET WS-EOF-TRAN TO TRUE
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-EDIT-TRANSACTION.
           SET WS-EDIT-PASSED TO TRUE
           MOVE SPACES TO WS-EDIT-REASON
           IF NOT TA-ACKNOWLEDGE AND NOT TA-CLOSE
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'ACTION IS NOT A OR C' TO WS-EDIT-REASON
               GO TO 2300-EXIT
           END-IF
           IF TA-PROGRAM = SPACES OR TA-LIMIT-NAME = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NO PROGRAM OR LIMIT NAME' TO WS-EDIT-REASON
               GO TO 2300-EXIT
           END-IF
           IF TA-ANALYST = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NO ANALYST ID' TO WS-EDIT-REASON
               GO TO 2300-EXIT
           END-IF
           IF TA-CLOSE AND TA-NOTE = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'CLOSE NEEDS A RESOLUTION NOTE' TO WS-EDIT-REASON
           END-IF
           .
       2300-EXIT.
           EXIT.

      **********************************************************************
      * A TRANSACTION APPLIES TO THE CURRENT ALERT FOR ITS PROGRAM,
      * LIMIT NAME, AND KEY - THE HIGHEST SEQUENCE ON FILE.  A NOTE
      * ON AN ACKNOWLEDGMENT IS KEPT AS THE RESOLUTION SO FAR; THE
      * CLOSE NOTE REPLACES IT.
      **********************************************************************
       2400-APPLY-TRANSACTION.
           MOVE TA-ALERT-ID TO WS-SEARCH-ID
           PERFORM 5000-FIND-CURRENT-ALERT THRU 5000-EXIT
           IF NOT WS-ALERT-FOUND
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NO ALERT ON MASTER' TO WS-EDIT-REASON
               GO TO 2400-EXIT
           END-IF
           IF AX-CLOSED
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'ALERT ALREADY CLOSED' TO WS-EDIT-REASON
               GO TO 2400-EXIT
           END-IF
           IF TA-ACKNOWLEDGE
               IF AX-ACKNOWLEDGED
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'ALERT ALREADY ACKNOWLEDGED' TO WS-EDIT-REASON
                   GO TO 2400-EXIT
               END-IF
               SET AX-ACKNOWLEDGED TO TRUE
               MOVE TA-ANALYST      TO AX-ACK-BY
               MOVE WS-CURRENT-DATE TO AX-ACK-DATE
               MOVE WS-CURRENT-TIME TO AX-ACK-TIME
           ELSE
               SET AX-CLOSED TO TRUE
               MOVE TA-ANALYST      TO AX-CLOSED-BY
               MOVE WS-CURRENT-DATE TO AX-CLOSED-DATE
               MOVE WS-CURRENT-TIME TO AX-CLOSED-TIME
           END-IF
           IF TA-NOTE NOT = SPACES
               MOVE TA-NOTE TO AX-RESOLUTION
           END-IF
           REWRITE ALERT-MASTER-RECORD
           IF WS-ALRM-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
           END-IF
           .
       2400-EXIT.
           EXIT.

       2500-WRITE-TRAN-LINE.
           MOVE TA-ACTION     TO WS-TD-ACTION
           MOVE TA-PROGRAM    TO WS-TD-PROGRAM
           MOVE TA-LIMIT-NAME TO WS-TD-LIMIT-NAME
           MOVE TA-KEY        TO WS-TD-KEY
           MOVE TA-ANALYST    TO WS-TD-ANALYST
           IF WS-EDIT-PASSED
               ADD 1 TO WS-TRANS-APPLIED
               MOVE 'APPLIED ' TO WS-TD-RESULT
               MOVE SPACES     TO WS-TD-REASON
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               MOVE 'REJECTED' TO WS-TD-RESULT
               MOVE WS-EDIT-REASON TO WS-TD-REASON
           END-IF
           MOVE WS-TRAN-DETAIL-LINE TO OPEN-ALERT-RPT-RECORD
           WRITE OPEN-ALERT-RPT-RECORD
           .
       2500-EXIT.
           EXIT.

      **********************************************************************
      * CONSOLIDATE TONIGHT'S OPERALRT RECORDS INTO THE MASTER.
      * ESCALATIONS THIS PROGRAM WROTE ARE NOT ALERTS IN THEIR OWN
      * RIGHT AND ARE PASSED OVER.  A RECORD NO NEWER THAN THE LAST-
      * SEEN STAMP OF ITS ALERT HAS ALREADY BEEN COUNTED.  A MISSING
      * OPERALRT MEANS NOTHING RAISED AN ALERT TONIGHT.
      **********************************************************************
       3000-CONSOLIDATE-ALERTS.
           OPEN INPUT ALERT-FILE
           IF WS-ALRT-FILE-STATUS NOT = '00'
               DISPLAY 'ALRTMGR - NO OPERATOR ALERTS THIS RUN'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3050-READ-ALERT-RECORD THRU 3050-EXIT
           PERFORM 3100-CONSOLIDATE-ONE-ALERT THRU 3100-EXIT
               UNTIL WS-EOF-ALRT
           CLOSE ALERT-FILE
           .
       3000-EXIT.
           EXIT.

       3050-READ-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   SET WS-EOF-ALRT TO TRUE
           END-READ
           .
       3050-EXIT.
           EXIT.

       3100-CONSOLIDATE-ONE-ALERT.
           ADD 1 TO WS-ALERTS-READ
           IF AL-ESCALATION
               ADD 1 TO WS-ESCALATIONS-READ
               GO TO 3100-NEXT
           END-IF
           MOVE AL-DATE       TO WS-IN-DATE
           MOVE AL-TIME       TO WS-IN-TIME
           MOVE AL-PROGRAM    TO WS-SEARCH-PROGRAM
           MOVE AL-LIMIT-NAME TO WS-SEARCH-LIMIT-NAME
           MOVE AL-KEY        TO WS-SEARCH-KEY
           PERFORM 3400-SET-SEVERITY THRU 3400-EXIT
           PERFORM 5000-FIND-CURRENT-ALERT THRU 5000-EXIT
           IF WS-ALERT-FOUND
               IF WS-IN-STAMP NOT > AX-LAST-SEEN
                   ADD 1 TO WS-ALERTS-ON-FILE
                   GO TO 3100-NEXT
               END-IF
               IF NOT AX-CLOSED
                   PERFORM 3200-RECORD-REPEAT THRU 3200-EXIT
                   GO TO 3100-NEXT
               END-IF
           END-IF
           PERFORM 3300-OPEN-NEW-ALERT THRU 3300-EXIT
           .
       3100-NEXT.
           IF WS-RUN-RC NOT < 12
               SET WS-EOF-ALRT TO TRUE
               GO TO 3100-EXIT
           END-IF
           PERFORM 3050-READ-ALERT-RECORD THRU 3050-EXIT
           .
       3100-EXIT.
           EXIT.

      **********************************************************************
      * A REPEAT OF AN ALERT STILL OPEN OR ACKNOWLEDGED: COUNT IT,
      * MOVE THE LAST-SEEN STAMP, AND CARRY THE LATEST VALUES.  A
      * MORE SEVERE REPEAT RAISES THE ALERT'S SEVERITY.
      **********************************************************************
       3200-RECORD-REPEAT.
           ADD 1 TO AX-OCCURRENCES
           MOVE WS-IN-STAMP     TO AX-LAST-SEEN
           MOVE AL-LIMIT-VALUE  TO AX-LIMIT-VALUE
           MOVE AL-ACTUAL-VALUE TO AX-ACTUAL-VALUE
           IF WS-NEW-SEVERITY < AX-SEVERITY
               MOVE WS-NEW-SEVERITY TO AX-SEVERITY
               MOVE AL-RETURN-CODE  TO AX-RETURN-CODE
           END-IF
           REWRITE ALERT-MASTER-RECORD
           IF WS-ALRM-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-ALERTS-REPEATED
           .
       3200-EXIT.
           EXIT.

      **********************************************************************
      * A NEW ALERT, OR ONE WHOSE LAST ALERT WAS CLOSED: OPEN THE
      * NEXT SEQUENCE FOR ITS PROGRAM, LIMIT NAME, AND KEY.
      **********************************************************************
       3300-OPEN-NEW-ALERT.
           IF WS-LAST-SEQUENCE = 9999
               DISPLAY 'ALRTMGR - ALERT SEQUENCES EXHAUSTED FOR '
                   WS-SEARCH-ID
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES TO ALERT-MASTER-RECORD
           MOVE WS-SEARCH-ID    TO AX-ALERT-ID
           COMPUTE AX-SEQUENCE = WS-LAST-SEQUENCE + 1
           SET AX-OPEN TO TRUE
           MOVE WS-NEW-SEVERITY TO AX-SEVERITY
           MOVE AL-RETURN-CODE  TO AX-RETURN-CODE
           MOVE AL-LIMIT-VALUE  TO AX-LIMIT-VALUE
           MOVE AL-ACTUAL-VALUE TO AX-ACTUAL-VALUE
           MOVE WS-IN-STAMP     TO AX-FIRST-SEEN
           MOVE WS-IN-STAMP     TO AX-LAST-SEEN
           MOVE 1               TO AX-OCCURRENCES
           MOVE 'N'             TO AX-ESCALATED-SW
           MOVE ZERO            TO AX-ESCALATED-DATE
           MOVE ZERO            TO AX-ACK-DATE
           MOVE ZERO            TO AX-ACK-TIME
           MOVE ZERO            TO AX-CLOSED-DATE
           MOVE ZERO            TO AX-CLOSED-TIME
           WRITE ALERT-MASTER-RECORD
           IF WS-ALRM-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-ALERTS-NEW
           .
       3300-EXIT.
           EXIT.

      **********************************************************************
      * SEVERITY FROM THE ALERT RETURN CODE: 1 FOR 20 AND OVER, 2
      * FOR 8 TO 19, 3 BELOW 8.
      **********************************************************************
       3400-SET-SEVERITY.
           EVALUATE TRUE
               WHEN AL-RETURN-CODE NOT < 20
                   MOVE 1 TO WS-NEW-SEVERITY
               WHEN AL-RETURN-CODE NOT < 8
                   MOVE 2 TO WS-NEW-SEVERITY
               WHEN OTHER
                   MOVE 3 TO WS-NEW-SEVERITY
           END-EVALUATE
           .
       3400-EXIT.
           EXIT.

      **********************************************************************
      * WALK THE MASTER: ESCALATE EVERY OPEN ALERT PAST ITS
      * SEVERITY'S TIME LIMIT THAT HAS NOT BEEN ESCALATED YET, AND
      * LIST EVERY ALERT NOT YET CLOSED ON THE OPEN-ALERT REPORT.
      **********************************************************************
       4000-REVIEW-OPEN-ALERTS.
           MOVE WS-CURRENT-DATE TO WS-CONVERT-DATE
           PERFORM 6000-CONVERT-DATE-TO-DAYS THRU 6000-EXIT
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
           COMPUTE WS-CURRENT-HOUR = WS-CURRENT-TIME / 1000000
           MOVE SPACES TO OPEN-ALERT-RPT-RECORD
           WRITE OPEN-ALERT-RPT-RECORD
           MOVE WS-RPT-OPEN-HDR-LINE TO OPEN-ALERT-RPT-RECORD
           WRITE OPEN-ALERT-RPT-RECORD
           MOVE WS-RPT-OPEN-COL-LINE TO OPEN-ALERT-RPT-RECORD
           WRITE OPEN-ALERT-RPT-RECORD
           MOVE 'N' TO WS-EOF-ALRM-SW
           MOVE LOW-VALUES TO AX-MASTER-KEY
           START ALERT-MASTER-FILE KEY >= AX-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-ALRM TO TRUE
           END-START
           IF NOT WS-EOF-ALRM
               PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT
           END-IF
           PERFORM 4100-REVIEW-ONE-ALERT THRU 4100-EXIT
               UNTIL WS-EOF-ALRM
           IF WS-ALERTS-OPEN = ZERO AND WS-ALERTS-ACKED = ZERO
               MOVE WS-RPT-NO-OPEN-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
           END-IF
           .
       4000-EXIT.
           EXIT.

       4100-REVIEW-ONE-ALERT.
           IF AX-CLOSED
               GO TO 4100-NEXT
           END-IF
           IF AX-OPEN AND NOT AX-ESCALATED
               PERFORM 4200-CHECK-ESCALATION THRU 4200-EXIT
               IF WS-RUN-RC NOT < 12
                   SET WS-EOF-ALRM TO TRUE
                   GO TO 4100-EXIT
               END-IF
           END-IF
           PERFORM 4400-WRITE-OPEN-LINE THRU 4400-EXIT
           .
       4100-NEXT.
           PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT
           .
       4100-EXIT.
           EXIT.

      **********************************************************************
      * HOURS SINCE THE ALERT WAS FIRST SEEN, TO THE HOUR.  A LIMIT
      * OF ZERO HOURS MEANS THAT SEVERITY NEVER ESCALATES.
      **********************************************************************
       4200-CHECK-ESCALATION.
           MOVE AX-SEVERITY TO WS-SEV-SUB
           IF WS-SEV-SUB < 1 OR WS-SEV-SUB > 3
               MOVE 3 TO WS-SEV-SUB
           END-IF
           IF WS-SEV-HOURS(WS-SEV-SUB) = ZERO
               GO TO 4200-EXIT
           END-IF
           MOVE AX-FIRST-DATE TO WS-CONVERT-DATE
           PERFORM 6000-CONVERT-DATE-TO-DAYS THRU 6000-EXIT
           MOVE WS-DAY-NUMBER TO WS-FIRST-DAY-NUMBER
           COMPUTE WS-FIRST-HOUR = AX-FIRST-TIME / 1000000
           COMPUTE WS-HOURS-OPEN =
               (WS-TODAY-DAY-NUMBER - WS-FIRST-DAY-NUMBER) * 24
               + WS-CURRENT-HOUR - WS-FIRST-HOUR
           IF WS-HOURS-OPEN < WS-SEV-HOURS(WS-SEV-SUB)
               GO TO 4200-EXIT
           END-IF
           PERFORM 4300-WRITE-ESCALATION THRU 4300-EXIT
           .
       4200-EXIT.
           EXIT.

      **********************************************************************
      * THE ESCALATION GOES OUT ON OPERALRT AS A LEVEL-2 ALERT FOR
      * THE SAME PROGRAM, LIMIT NAME, AND KEY, NAMING THE SECOND-
      * LEVEL CONTACT, WITH THE TIME LIMIT AND THE HOURS OPEN AS ITS
      * LIMIT AND ACTUAL VALUES.  THE FILE IS EXTENDED SO TONIGHT'S
      * FIRST-LEVEL ALERTS STAY ON IT.
      **********************************************************************
       4300-WRITE-ESCALATION.
           IF NOT WS-ESC-OPEN
               OPEN EXTEND ALERT-FILE
               IF WS-ALRT-FILE-STATUS = '35'
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF WS-ALRT-FILE-STATUS NOT = '00'
                   DISPLAY 'ALRTMGR - OPERALRT OPEN FOR ESCALATION '
                       'FAILED, STATUS ' WS-ALRT-FILE-STATUS
                   MOVE 12 TO WS-RUN-RC
                   GO TO 4300-EXIT
               END-IF
               SET WS-ESC-OPEN TO TRUE
           END-IF
           MOVE AX-PROGRAM                 TO AL-PROGRAM
           MOVE WS-CURRENT-DATE            TO AL-DATE
           MOVE WS-CURRENT-TIME            TO AL-TIME
           MOVE AX-LIMIT-NAME              TO AL-LIMIT-NAME
           MOVE WS-SEV-HOURS(WS-SEV-SUB)   TO AL-LIMIT-VALUE
           MOVE WS-HOURS-OPEN              TO AL-ACTUAL-VALUE
           MOVE AX-KEY                     TO AL-KEY
           MOVE AX-RETURN-CODE             TO AL-RETURN-CODE
           MOVE 2                          TO AL-ALERT-LEVEL
           MOVE WS-SEV-CONTACT(WS-SEV-SUB) TO AL-CONTACT
           WRITE ALERT-RECORD
           SET AX-ESCALATED TO TRUE
           MOVE WS-CURRENT-DATE            TO AX-ESCALATED-DATE
           MOVE WS-SEV-CONTACT(WS-SEV-SUB) TO AX-ESCALATED-TO
           REWRITE ALERT-MASTER-RECORD
           IF WS-ALRM-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF
           ADD 1 TO WS-ALERTS-ESCALATED
           DISPLAY 'ALRTMGR - ESCALATED ' AX-PROGRAM ' '
               AX-LIMIT-NAME ' ' AX-KEY ' TO ' AX-ESCALATED-TO
           .
       4300-EXIT.
           EXIT.

       4400-WRITE-OPEN-LINE.
           IF AX-OPEN
               ADD 1 TO WS-ALERTS-OPEN
               MOVE 'OPEN  ' TO WS-OD-STATUS
           ELSE
               ADD 1 TO WS-ALERTS-ACKED
               MOVE 'ACKED ' TO WS-OD-STATUS
           END-IF
           MOVE AX-PROGRAM     TO WS-OD-PROGRAM
           MOVE AX-LIMIT-NAME  TO WS-OD-LIMIT-NAME
           MOVE AX-KEY         TO WS-OD-KEY
           MOVE AX-SEQUENCE    TO WS-OD-SEQUENCE
           MOVE AX-SEVERITY    TO WS-OD-SEVERITY
           MOVE AX-FIRST-DATE  TO WS-OD-FIRST-DATE
           COMPUTE WS-OD-FIRST-HHMM = AX-FIRST-TIME / 10000
           MOVE AX-LAST-DATE   TO WS-OD-LAST-DATE
           COMPUTE WS-OD-LAST-HHMM = AX-LAST-TIME / 10000
           MOVE AX-OCCURRENCES TO WS-OD-OCCURRENCES
           IF AX-ESCALATED
               MOVE AX-ESCALATED-TO TO WS-OD-ESCALATED-TO
           ELSE
               MOVE SPACES TO WS-OD-ESCALATED-TO
           END-IF
           MOVE AX-ACK-BY      TO WS-OD-ACK-BY
           MOVE WS-OPEN-DETAIL-LINE TO OPEN-ALERT-RPT-RECORD
           WRITE OPEN-ALERT-RPT-RECORD
           .
       4400-EXIT.
           EXIT.

      **********************************************************************
      * FIND THE CURRENT ALERT FOR WS-SEARCH-ID - THE HIGHEST
      * SEQUENCE ON FILE - AND LEAVE IT IN THE RECORD AREA.  THE
      * HIGHEST SEQUENCE SEEN IS KEPT IN WS-LAST-SEQUENCE (ZERO WHEN
      * THE ALERT HAS NEVER BEEN RAISED).
      **********************************************************************
       5000-FIND-CURRENT-ALERT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-LAST-SEQUENCE
           MOVE 'N' TO WS-EOF-ALRM-SW
           MOVE WS-SEARCH-ID TO AX-ALERT-ID
           MOVE ZERO TO AX-SEQUENCE
           START ALERT-MASTER-FILE KEY >= AX-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-ALRM TO TRUE
           END-START
           IF NOT WS-EOF-ALRM
               PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT
           END-IF
           PERFORM 5200-SCAN-ALERT-ENTRY THRU 5200-EXIT
               UNTIL WS-EOF-ALRM
           MOVE 'N' TO WS-EOF-ALRM-SW
           IF NOT WS-ALERT-FOUND
               GO TO 5000-EXIT
           END-IF
           MOVE WS-SEARCH-ID     TO AX-ALERT-ID
           MOVE WS-LAST-SEQUENCE TO AX-SEQUENCE
           READ ALERT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
           END-READ
           .
       5000-EXIT.
           EXIT.

       5100-READ-NEXT-MASTER.
           READ ALERT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-ALRM TO TRUE
           END-READ
           .
       5100-EXIT.
           EXIT.

       5200-SCAN-ALERT-ENTRY.
           IF AX-ALERT-ID NOT = WS-SEARCH-ID
               SET WS-EOF-ALRM TO TRUE
               GO TO 5200-EXIT
           END-IF
           SET WS-ALERT-FOUND TO TRUE
           MOVE AX-SEQUENCE TO WS-LAST-SEQUENCE
           PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT
           .
       5200-EXIT.
           EXIT.

      **********************************************************************
      * TURN WS-CONVERT-DATE (YYYYMMDD) INTO A DAY NUMBER, THE SAME
      * ARITHMETIC SUSPMGR USES FOR ITS AGING, SO HOURS OPEN ARE
      * RIGHT ACROSS MONTH AND YEAR BOUNDARIES AND LEAP YEARS.
      **********************************************************************
       6000-CONVERT-DATE-TO-DAYS.
           COMPUTE WS-PRIOR-YEARS = WS-CONV-YEAR - 1
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAPS-BY-4
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAPS-BY-100
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAPS-BY-400
           COMPUTE WS-LEAP-DAYS = WS-LEAPS-BY-4
               - WS-LEAPS-BY-100
               + WS-LEAPS-BY-400
           COMPUTE WS-DAY-NUMBER = WS-PRIOR-YEARS * 365
               + WS-LEAP-DAYS
               + WS-MONTH-OFFSET(WS-CONV-MONTH)
               + WS-CONV-DAY
           IF WS-CONV-MONTH > 2
               PERFORM 6100-ADD-LEAP-DAY-IF-DUE THRU 6100-EXIT
           END-IF
           .
       6000-EXIT.
           EXIT.

       6100-ADD-LEAP-DAY-IF-DUE.
           DIVIDE WS-CONV-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               DIVIDE WS-CONV-YEAR BY 100 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   ADD 1 TO WS-DAY-NUMBER
               ELSE
                   DIVIDE WS-CONV-YEAR BY 400 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       ADD 1 TO WS-DAY-NUMBER
                   END-IF
               END-IF
           END-IF
           .
       6100-EXIT.
           EXIT.

      **********************************************************************
      * MONTHLY HISTORY.  THE MASTER IS IN PROGRAM, LIMIT NAME, KEY
      * ORDER, SO ONE PASS GIVES A LINE PER LIMIT NAME AND A TOTAL
      * PER PROGRAM.  AN ALERT COUNTS IN THE MONTH IT WAS FIRST SEEN;
      * ITS OCCURRENCES, ESCALATION, AND WHETHER IT HAS SINCE BEEN
      * CLOSED ARE AS OF TODAY.  COUNTS ARE KEPT AT THREE LEVELS -
      * 1 LIMIT NAME, 2 PROGRAM, 3 ALL PROGRAMS.
      **********************************************************************
       7000-PRINT-MONTHLY-HISTORY.
           PERFORM 7700-CLEAR-LEVEL THRU 7700-EXIT
               VARYING WS-LVL-TO FROM 1 BY 1
               UNTIL WS-LVL-TO > 3
           OPEN OUTPUT HISTORY-RPT
           SET WS-HRPT-OPEN TO TRUE
           MOVE WS-HIST-MONTH   TO WS-HRPT-TITLE-MONTH
           MOVE WS-CURRENT-DATE TO WS-HRPT-TITLE-DATE
           MOVE WS-HRPT-TITLE-LINE TO HISTORY-RPT-RECORD
           WRITE HISTORY-RPT-RECORD
           MOVE WS-HRPT-COL-HDR-LINE TO HISTORY-RPT-RECORD
           WRITE HISTORY-RPT-RECORD
           OPEN INPUT ALERT-MASTER-FILE
           IF WS-ALRM-FILE-STATUS NOT = '00'
               MOVE WS-HRPT-NO-MASTER-LINE TO HISTORY-RPT-RECORD
               WRITE HISTORY-RPT-RECORD
               GO TO 7000-EXIT
           END-IF
           SET WS-MASTER-OPEN TO TRUE
           MOVE LOW-VALUES TO AX-MASTER-KEY
           START ALERT-MASTER-FILE KEY >= AX-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-ALRM TO TRUE
           END-START
           IF NOT WS-EOF-ALRM
               PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT
           END-IF
           PERFORM 7100-TALLY-ONE-ALERT THRU 7100-EXIT
               UNTIL WS-EOF-ALRM
           PERFORM 7300-LIMIT-NAME-BREAK THRU 7300-EXIT
           PERFORM 7400-PROGRAM-BREAK THRU 7400-EXIT
           PERFORM 7500-PRINT-GRAND-TOTAL THRU 7500-EXIT
           .
       7000-EXIT.
           EXIT.

       7100-TALLY-ONE-ALERT.
           IF AX-PROGRAM NOT = WS-HIST-PROGRAM
               PERFORM 7300-LIMIT-NAME-BREAK THRU 7300-EXIT
               PERFORM 7400-PROGRAM-BREAK THRU 7400-EXIT
               MOVE AX-PROGRAM    TO WS-HIST-PROGRAM
               MOVE AX-LIMIT-NAME TO WS-HIST-LIMIT-NAME
           END-IF
           IF AX-LIMIT-NAME NOT = WS-HIST-LIMIT-NAME
               PERFORM 7300-LIMIT-NAME-BREAK THRU 7300-EXIT
               MOVE AX-LIMIT-NAME TO WS-HIST-LIMIT-NAME
           END-IF
           COMPUTE WS-FIRST-MONTH = AX-FIRST-DATE / 100
           IF WS-FIRST-MONTH = WS-HIST-MONTH
               ADD 1 TO WS-HC-RAISED(1)
               ADD AX-OCCURRENCES TO WS-HC-OCCURRENCES(1)
               IF AX-ESCALATED
                   ADD 1 TO WS-HC-ESCALATED(1)
               END-IF
               IF AX-CLOSED
                   ADD 1 TO WS-HC-CLOSED(1)
               ELSE
                   ADD 1 TO WS-HC-OPEN(1)
               END-IF
           END-IF
           PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT
           .
       7100-EXIT.
           EXIT.

       7300-LIMIT-NAME-BREAK.
           IF WS-HC-RAISED(1) > ZERO
               MOVE WS-HIST-PROGRAM    TO WS-HD-PROGRAM
               MOVE WS-HIST-LIMIT-NAME TO WS-HD-LIMIT-NAME
               MOVE 1 TO WS-LVL-FROM
               PERFORM 7600-WRITE-HISTORY-LINE THRU 7600-EXIT
               MOVE 2 TO WS-LVL-TO
               PERFORM 7800-ROLL-LEVEL THRU 7800-EXIT
           END-IF
           MOVE 1 TO WS-LVL-TO
           PERFORM 7700-CLEAR-LEVEL THRU 7700-EXIT
           .
       7300-EXIT.
           EXIT.

       7400-PROGRAM-BREAK.
           IF WS-HC-RAISED(2) > ZERO
               MOVE WS-HIST-PROGRAM TO WS-HD-PROGRAM
               MOVE '*PROGRAM TOTAL' TO WS-HD-LIMIT-NAME
               MOVE 2 TO WS-LVL-FROM
               PERFORM 7600-WRITE-HISTORY-LINE THRU 7600-EXIT
               MOVE SPACES TO HISTORY-RPT-RECORD
               WRITE HISTORY-RPT-RECORD
               MOVE 3 TO WS-LVL-TO
               PERFORM 7800-ROLL-LEVEL THRU 7800-EXIT
           END-IF
           MOVE 2 TO WS-LVL-TO
           PERFORM 7700-CLEAR-LEVEL THRU 7700-EXIT
           .
       7400-EXIT.
           EXIT.

       7500-PRINT-GRAND-TOTAL.
           IF WS-HC-RAISED(3) = ZERO
               MOVE WS-HRPT-NONE-LINE TO HISTORY-RPT-RECORD
               WRITE HISTORY-RPT-RECORD
               GO TO 7500-EXIT
           END-IF
           MOVE 'ALL'             TO WS-HD-PROGRAM
           MOVE '**GRAND TOTAL'   TO WS-HD-LIMIT-NAME
           MOVE 3 TO WS-LVL-FROM
           PERFORM 7600-WRITE-HISTORY-LINE THRU 7600-EXIT
           .
       7500-EXIT.
           EXIT.

       7600-WRITE-HISTORY-LINE.
           MOVE WS-HC-RAISED(WS-LVL-FROM)      TO WS-HD-RAISED
           MOVE WS-HC-OCCURRENCES(WS-LVL-FROM) TO WS-HD-OCCURRENCES
           MOVE WS-HC-ESCALATED(WS-LVL-FROM)   TO WS-HD-ESCALATED
           MOVE WS-HC-CLOSED(WS-LVL-FROM)      TO WS-HD-CLOSED
           MOVE WS-HC-OPEN(WS-LVL-FROM)        TO WS-HD-OPEN
           MOVE WS-HIST-DETAIL-LINE TO HISTORY-RPT-RECORD
           WRITE HISTORY-RPT-RECORD
           .
       7600-EXIT.
           EXIT.

       7700-CLEAR-LEVEL.
           MOVE ZERO TO WS-HC-RAISED(WS-LVL-TO)
           MOVE ZERO TO WS-HC-OCCURRENCES(WS-LVL-TO)
           MOVE ZERO TO WS-HC-ESCALATED(WS-LVL-TO)
           MOVE ZERO TO WS-HC-CLOSED(WS-LVL-TO)
           MOVE ZERO TO WS-HC-OPEN(WS-LVL-TO)
           .
       7700-EXIT.
           EXIT.

       7800-ROLL-LEVEL.
           ADD WS-HC-RAISED(WS-LVL-FROM)
               TO WS-HC-RAISED(WS-LVL-TO)
           ADD WS-HC-OCCURRENCES(WS-LVL-FROM)
               TO WS-HC-OCCURRENCES(WS-LVL-TO)
           ADD WS-HC-ESCALATED(WS-LVL-FROM)
               TO WS-HC-ESCALATED(WS-LVL-TO)
           ADD WS-HC-CLOSED(WS-LVL-FROM)
               TO WS-HC-CLOSED(WS-LVL-TO)
           ADD WS-HC-OPEN(WS-LVL-FROM)
               TO WS-HC-OPEN(WS-LVL-TO)
           .
       7800-EXIT.
           EXIT.

       8000-REPORT-FILE-FAILURE.
           DISPLAY 'ALRTMGR - ALERT MASTER I/O FAILED, STATUS '
               WS-ALRM-FILE-STATUS ' ALERT ' AX-ALERT-ID
           MOVE 12 TO WS-RUN-RC
           .
       8000-EXIT.
           EXIT.

      **********************************************************************
      * PRINT THE DAILY SUMMARY COUNTS, CLOSE THE FILES, AND SET THE
      * STEP RETURN CODE.
      **********************************************************************
       9000-FINALIZE.
           IF WS-RPT-OPEN
               MOVE SPACES TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               MOVE WS-TRANS-APPLIED    TO WS-RPT-TRANS-APPLIED
               MOVE WS-TRANS-REJECTED   TO WS-RPT-TRANS-REJECTED
               MOVE WS-ALERTS-READ      TO WS-RPT-ALERTS-READ
               MOVE WS-ALERTS-NEW       TO WS-RPT-ALERTS-NEW
               MOVE WS-ALERTS-REPEATED  TO WS-RPT-ALERTS-REPEAT
               MOVE WS-ALERTS-ON-FILE   TO WS-RPT-ALERTS-ON-FILE
               MOVE WS-ALERTS-ESCALATED TO WS-RPT-ESCALATED
               MOVE WS-ALERTS-OPEN      TO WS-RPT-OPEN-COUNT
               MOVE WS-ALERTS-ACKED     TO WS-RPT-ACKED-COUNT
               MOVE WS-RPT-TRANS-APPLIED-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               MOVE WS-RPT-TRANS-REJECTED-LINE
                   TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               MOVE WS-RPT-ALERTS-READ-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               MOVE WS-RPT-ALERTS-NEW-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               MOVE WS-RPT-ALERTS-REPEAT-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               MOVE WS-RPT-ALERTS-ON-FILE-LINE
                   TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               MOVE WS-RPT-ESCALATED-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               MOVE WS-RPT-OPEN-COUNT-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               MOVE WS-RPT-ACKED-COUNT-LINE TO OPEN-ALERT-RPT-RECORD
               WRITE OPEN-ALERT-RPT-RECORD
               CLOSE OPEN-ALERT-RPT
           END-IF
           IF WS-HRPT-OPEN
               CLOSE HISTORY-RPT
           END-IF
           IF WS-MASTER-OPEN
               CLOSE ALERT-MASTER-FILE
           END-IF
           IF WS-ESC-OPEN
               CLOSE ALERT-FILE
           END-IF
           IF WS-RUN-RC = ZERO
               IF WS-TRANS-REJECTED > ZERO
                       OR WS-ALERTS-ESCALATED > ZERO
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           IF WS-FUNC-DAILY
               DISPLAY 'ALRTMGR - NEW ALERTS ' WS-ALERTS-NEW
                   ' REPEATS ' WS-ALERTS-REPEATED
                   ' ESCALATED ' WS-ALERTS-ESCALATED
           END-IF
           .
       9000-EXIT.
           EXIT.

       9999-END.
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           GOBACK.
