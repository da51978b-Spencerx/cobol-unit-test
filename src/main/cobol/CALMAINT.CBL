      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MAINTAIN THE BUSINESS-DAY CALENDAR MASTER (CALMST,
      *            COPYBOOK CALMREC) THAT TELLS THE CHAIN WHICH DAYS
      *            ARE PROCESSING DAYS.  TRANSACTIONS ARRIVE ON
      *            CALTRAN, ONE PER RECORD:
      *              Y  LOAD A YEAR (YEAR IN THE FIRST FOUR BYTES OF
      *                 THE DATE) - ONE ENTRY PER DAY, MONDAY TO
      *                 FRIDAY AS PROCESSING DAYS AND SATURDAY AND
      *                 SUNDAY AS WEEKEND
      *              H  MARK A DATE A HOLIDAY, WITH ITS NAME
      *              B  MARK A DATE A PROCESSING DAY (A WORKED
      *                 WEEKEND OR A CANCELLED HOLIDAY)
      *              R  RESTORE A DATE TO ITS WEEKDAY DEFAULT
      *            EVERY TRANSACTION IS EDITED AND SHOWN ON THE EDIT
      *            REPORT (CALRPT) AS APPLIED OR REJECTED WITH THE
      *            REASON, AND EVERY APPLIED ONE WRITES A BEFORE/
      *            AFTER IMAGE TO THE CHANGE LOG (CALCHG), THE SAME
      *            WAY PARMMNT KEEPS THE PARAMETER MASTER.  AFTER ANY
      *            CHANGE THE WHOLE MASTER IS RENUMBERED - EVERY DAY
      *            GETS THE RUNNING COUNT OF PROCESSING DAYS TO THAT
      *            DATE - AND THE LAST PROCESSING DAY OF EACH MONTH
      *            IS FLAGGED MONTH-END, SO A HOLIDAY ADDED ON THE
      *            LAST DAY OF A MONTH MOVES MONTH-END WITH IT.  A
      *            MISSING MASTER IS CREATED ON THE FIRST RUN.  THE
      *            STEP ENDS WITH RETURN CODE 4 WHEN ANY TRANSACTION
      *            WAS REJECTED AND 12 ON A FILE FAILURE.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "CALTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT CALENDAR-MASTER-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CALCHG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDIT-RPT ASSIGN TO "CALRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           05  CT-ACTION               PIC X(01).
               88  CT-LOAD-YEAR                    VALUE 'Y'.
               88  CT-HOLIDAY                      VALUE 'H'.
               88  CT-BUSINESS-DAY                 VALUE 'B'.
               88  CT-RESTORE                      VALUE 'R'.
           05  CT-DATE                 PIC X(08).
           05  CT-HOLIDAY-NAME         PIC X(30).

       FD  CALENDAR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALMREC.

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-LOG-RECORD.
           05  CG-DATE                 PIC 9(08).
           05  CG-TIME                 PIC 9(08).
           05  CG-ACTION               PIC X(01).
           05  CG-CALENDAR-DATE        PIC 9(08).
           05  CG-BEFORE-DAY-TYPE      PIC X(01).
           05  CG-BEFORE-NAME          PIC X(30).
           05  CG-AFTER-DAY-TYPE       PIC X(01).
           05  CG-AFTER-NAME           PIC X(30).

       FD  EDIT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EDIT-RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-TRAN-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-CAL-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-EOF-TRAN-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-TRAN                         VALUE 'Y'.
       77  WS-EOF-CAL-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-CAL                          VALUE 'Y'.
       77  WS-EDIT-SW                  PIC X(01)  VALUE 'P'.
           88  WS-EDIT-PASSED                      VALUE 'P'.
           88  WS-EDIT-FAILED                      VALUE 'F'.
       77  WS-MASTER-OPEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-MASTER-OPEN                      VALUE 'Y'.
       77  WS-RPT-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-RPT-OPEN                         VALUE 'Y'.
       77  WS-CALENDAR-CHANGED-SW      PIC X(01)  VALUE 'N'.
           88  WS-CALENDAR-CHANGED                 VALUE 'Y'.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(09) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED            PIC 9(09) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED           PIC 9(09) COMP VALUE ZERO.
       77  WS-EDIT-REASON              PIC X(30)  VALUE SPACES.
       77  WS-BEFORE-DAY-TYPE          PIC X(01)  VALUE SPACE.
       77  WS-BEFORE-NAME              PIC X(30)  VALUE SPACES.
       77  WS-LOAD-YEAR                PIC 9(04)  VALUE ZERO.
       77  WS-GEN-MONTH                PIC 9(02)  VALUE ZERO.
       77  WS-GEN-DAY                  PIC 9(02)  VALUE ZERO.
       77  WS-DAYS-IN-MONTH            PIC 9(02)  VALUE ZERO.
       77  WS-DAYS-LOADED              PIC 9(09) COMP VALUE ZERO.
       77  WS-WEEKDAY-WORK             PIC 9(09) COMP VALUE ZERO.
       77  WS-WEEKDAY-REMAINDER        PIC 9(01) COMP VALUE ZERO.
       77  WS-DAYS-ON-FILE             PIC 9(09) COMP VALUE ZERO.
       77  WS-BUSINESS-DAY-COUNT       PIC 9(07)  VALUE ZERO.
       77  WS-PREV-YEAR-MONTH          PIC 9(06)  VALUE ZERO.
       77  WS-MONTH-LAST-BDAY          PIC 9(08)  VALUE ZERO.
       77  WS-ME-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  WS-ME-MAX                   PIC 9(04) COMP VALUE 1200.
       77  WS-ME-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  WS-ME-FLAGGED               PIC 9(09) COMP VALUE ZERO.
       77  WS-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
       01  WS-TRAN-DATE-AREA.
           05  WS-TRAN-DATE            PIC 9(08)  VALUE ZERO.
           05  WS-TRAN-DATE-PARTS REDEFINES WS-TRAN-DATE.
               10  WS-TRAN-YEAR        PIC 9(04).
               10  WS-TRAN-MONTH       PIC 9(02).
               10  WS-TRAN-DAY         PIC 9(02).
       01  WS-CONVERT-DATE-AREA.
           05  WS-CONVERT-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-CONVERT-DATE-PARTS REDEFINES WS-CONVERT-DATE.
               10  WS-CONV-YEAR        PIC 9(04).
               10  WS-CONV-MONTH       PIC 9(02).
               10  WS-CONV-DAY         PIC 9(02).
       01  WS-CAL-YEAR-MONTH-AREA.
           05  WS-CAL-YEAR-MONTH       PIC 9(06)  VALUE ZERO.
       77  WS-PRIOR-YEARS              PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAP-WORK                PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAP-REMAINDER           PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAP-DAYS                PIC S9(09) COMP VALUE ZERO.
       77  WS-LEAPS-BY-4               PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAPS-BY-100             PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAPS-BY-400             PIC 9(09) COMP VALUE ZERO.
       77  WS-LEAP-YEAR-SW             PIC X(01)  VALUE 'N'.
           88  WS-LEAP-YEAR                        VALUE 'Y'.
       01  WS-MONTH-OFFSET-VALUES.
           05  FILLER                  PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
       01  WS-MONTH-LENGTH-VALUES.
           05  FILLER                  PIC X(24)  VALUE
               '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES
                                       PIC 9(02).
       01  WS-MONTH-END-TABLE.
           05  WS-ME-DATE OCCURS 1200 TIMES
                                       PIC 9(08).
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'CALMAINT EDIT REPORT     '.
               10  WS-RPT-TITLE-DATE   PIC 9(08).
           05  WS-RPT-COL-HDR-LINE.
               10  FILLER              PIC X(07)
                   VALUE 'ACTION '.
               10  FILLER              PIC X(10)
                   VALUE 'DATE      '.
               10  FILLER              PIC X(31)
                   VALUE 'HOLIDAY NAME                   '.
               10  FILLER              PIC X(10)
                   VALUE 'RESULT    '.
               10  FILLER              PIC X(06)
                   VALUE 'REASON'.
           05  WS-RPT-READ-LINE.
               10  FILLER              PIC X(23)
                   VALUE 'TRANSACTIONS READ.     '.
               10  WS-RPT-READ         PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-APPLIED-LINE.
               10  FILLER              PIC X(23)
                   VALUE 'TRANSACTIONS APPLIED.  '.
               10  WS-RPT-APPLIED      PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REJECTED-LINE.
               10  FILLER              PIC X(23)
                   VALUE 'TRANSACTIONS REJECTED. '.
               10  WS-RPT-REJECTED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-DAYS-LINE.
               10  FILLER              PIC X(23)
                   VALUE 'CALENDAR DAYS ON FILE. '.
               10  WS-RPT-DAYS         PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-BDAYS-LINE.
               10  FILLER              PIC X(23)
                   VALUE 'PROCESSING DAYS.       '.
               10  WS-RPT-BDAYS        PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-ME-LINE.
               10  FILLER              PIC X(23)
                   VALUE 'MONTH-END DATES.       '.
               10  WS-RPT-ME           PIC ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE.
           05  WS-DET-ACTION           PIC X(01).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-DET-DATE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-NAME             PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DET-RESULT           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-REASON           PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-RC = ZERO
               PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
                   UNTIL WS-EOF-TRAN
           END-IF
           IF WS-RUN-RC < 12 AND WS-CALENDAR-CHANGED
               PERFORM 7000-RENUMBER-CALENDAR THRU 7000-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * OPEN THE FILES AND WRITE THE REPORT TITLE.  A MASTER THAT
      * DOES NOT EXIST YET IS CREATED EMPTY, SO THE FIRST RUN IS
      * JUST A YEAR LOAD AND ITS HOLIDAYS.  THE CHANGE LOG IS OPENED
      * EXTEND SO THE AUDIT TRAIL ACCUMULATES ACROSS RUNS.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN OUTPUT EDIT-RPT
           SET WS-RPT-OPEN TO TRUE
           MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE WS-RPT-COL-HDR-LINE TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           OPEN I-O CALENDAR-MASTER-FILE
           IF WS-CAL-FILE-STATUS = '35'
               OPEN OUTPUT CALENDAR-MASTER-FILE
               CLOSE CALENDAR-MASTER-FILE
               OPEN I-O CALENDAR-MASTER-FILE
           END-IF
           IF WS-CAL-FILE-STATUS = '00'
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'CALMAINT - MASTER OPEN FAILED, STATUS '
                   WS-CAL-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND CHANGE-LOG-FILE
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'CALMAINT - TRANSACTION FILE OPEN FAILED, '
                   'STATUS ' WS-TRAN-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT
           .
       1000-EXIT.
           EXIT.

      **********************************************************************
      * EDIT AND APPLY ONE TRANSACTION PER PASS.  EVERY TRANSACTION,
      * APPLIED OR NOT, GETS A LINE ON THE EDIT REPORT.
      **********************************************************************
       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           PERFORM 3000-EDIT-TRANSACTION THRU 3000-EXIT
           IF WS-EDIT-PASSED
               PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
           END-IF
           PERFORM 6000-WRITE-EDIT-LINE THRU 6000-EXIT
           PERFORM 2100-READ-TRAN-RECORD THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-READ-TRAN-RECORD.
           READ TRAN-FILE
               AT END
                   SET WS-EOF-TRAN TO TRUE
           END-READ
           .
       2100-EXIT.
           EXIT.

      **********************************************************************
      * FIELD EDITS.  EXISTENCE OF THE DATE OR YEAR IS CHECKED AS
      * THE TRANSACTION IS APPLIED.
      **********************************************************************
       3000-EDIT-TRANSACTION.
           SET WS-EDIT-PASSED TO TRUE
           MOVE SPACES TO WS-EDIT-REASON
           IF NOT CT-LOAD-YEAR AND NOT CT-HOLIDAY
                   AND NOT CT-BUSINESS-DAY AND NOT CT-RESTORE
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'ACTION IS NOT Y, H, B, OR R' TO WS-EDIT-REASON
               GO TO 3000-EXIT
           END-IF
           IF CT-LOAD-YEAR
               IF CT-DATE(1:4) NOT NUMERIC
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'YEAR NOT NUMERIC' TO WS-EDIT-REASON
                   GO TO 3000-EXIT
               END-IF
               MOVE CT-DATE(1:4) TO WS-LOAD-YEAR
               IF WS-LOAD-YEAR < 2000
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'YEAR IMPLAUSIBLE' TO WS-EDIT-REASON
               END-IF
               GO TO 3000-EXIT
           END-IF
           IF CT-DATE NOT NUMERIC
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'DATE NOT NUMERIC' TO WS-EDIT-REASON
               GO TO 3000-EXIT
           END-IF
           MOVE CT-DATE TO WS-TRAN-DATE
           IF WS-TRAN-YEAR < 2000
                   OR WS-TRAN-MONTH < 1 OR WS-TRAN-MONTH > 12
                   OR WS-TRAN-DAY < 1 OR WS-TRAN-DAY > 31
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'DATE IMPLAUSIBLE' TO WS-EDIT-REASON
               GO TO 3000-EXIT
           END-IF
           IF CT-HOLIDAY AND CT-HOLIDAY-NAME = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'HOLIDAY HAS NO NAME' TO WS-EDIT-REASON
           END-IF
           .
       3000-EXIT.
           EXIT.

       4000-APPLY-TRANSACTION.
           IF CT-LOAD-YEAR
               PERFORM 4100-LOAD-YEAR THRU 4100-EXIT
           ELSE
               PERFORM 4200-CHANGE-DAY THRU 4200-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.

      **********************************************************************
      * LOAD ONE WHOLE YEAR.  A YEAR IS LOADED ONCE; ITS HOLIDAYS
      * ARE THEN MARKED ONE DATE AT A TIME.  A YEAR WHOSE FIRST DAY
      * IS ALREADY ON FILE IS REFUSED RATHER THAN HALF RELOADED.
      **********************************************************************
       4100-LOAD-YEAR.
           COMPUTE CA-DATE = WS-LOAD-YEAR * 10000 + 0101
           READ CALENDAR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'YEAR ALREADY ON CALENDAR' TO WS-EDIT-REASON
                   GO TO 4100-EXIT
           END-READ
           MOVE ZERO TO WS-DAYS-LOADED
           PERFORM 4110-LOAD-MONTH THRU 4110-EXIT
               VARYING WS-GEN-MONTH FROM 1 BY 1
               UNTIL WS-GEN-MONTH > 12 OR WS-RUN-RC > ZERO
           IF WS-RUN-RC > ZERO
               GO TO 4100-EXIT
           END-IF
           SET WS-CALENDAR-CHANGED TO TRUE
           COMPUTE CA-DATE = WS-LOAD-YEAR * 10000 + 0101
           MOVE SPACE  TO WS-BEFORE-DAY-TYPE
           MOVE SPACES TO WS-BEFORE-NAME
           MOVE SPACE  TO CA-DAY-TYPE
           MOVE 'YEAR LOADED' TO CA-HOLIDAY-NAME
           PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT
           DISPLAY 'CALMAINT - YEAR ' WS-LOAD-YEAR ' LOADED, DAYS '
               WS-DAYS-LOADED
           .
       4100-EXIT.
           EXIT.

       4110-LOAD-MONTH.
           MOVE WS-MONTH-LENGTH(WS-GEN-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-GEN-MONTH = 2
               MOVE WS-LOAD-YEAR TO WS-CONV-YEAR
               PERFORM 5300-CHECK-LEAP-YEAR THRU 5300-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF
           PERFORM 4120-LOAD-DAY THRU 4120-EXIT
               VARYING WS-GEN-DAY FROM 1 BY 1
               UNTIL WS-GEN-DAY > WS-DAYS-IN-MONTH
                   OR WS-RUN-RC > ZERO
           .
       4110-EXIT.
           EXIT.

       4120-LOAD-DAY.
           MOVE SPACES TO CALENDAR-RECORD
           MOVE WS-LOAD-YEAR TO CA-YEAR
           MOVE WS-GEN-MONTH TO CA-MONTH
           MOVE WS-GEN-DAY   TO CA-DAY
           PERFORM 5100-SET-DEFAULT-DAY-TYPE THRU 5100-EXIT
           MOVE SPACE  TO CA-MONTH-END-SW
           MOVE ZERO   TO CA-BUSINESS-DAY-NUMBER
           MOVE SPACES TO CA-HOLIDAY-NAME
           MOVE WS-CURRENT-DATE TO CA-LAST-MAINT-DATE
           WRITE CALENDAR-RECORD
           IF WS-CAL-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 4120-EXIT
           END-IF
           ADD 1 TO WS-DAYS-LOADED
           .
       4120-EXIT.
           EXIT.

      **********************************************************************
      * MARK ONE DATE A HOLIDAY OR A PROCESSING DAY, OR PUT IT BACK
      * TO WHAT ITS DAY OF THE WEEK MAKES IT.
      **********************************************************************
       4200-CHANGE-DAY.
           MOVE WS-TRAN-DATE TO CA-DATE
           READ CALENDAR-MASTER-FILE
               INVALID KEY
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'DATE NOT ON CALENDAR' TO WS-EDIT-REASON
                   GO TO 4200-EXIT
           END-READ
           MOVE CA-DAY-TYPE     TO WS-BEFORE-DAY-TYPE
           MOVE CA-HOLIDAY-NAME TO WS-BEFORE-NAME
           EVALUATE TRUE
               WHEN CT-HOLIDAY
                   SET CA-HOLIDAY TO TRUE
                   MOVE CT-HOLIDAY-NAME TO CA-HOLIDAY-NAME
               WHEN CT-BUSINESS-DAY
                   SET CA-BUSINESS-DAY TO TRUE
                   MOVE SPACES TO CA-HOLIDAY-NAME
               WHEN CT-RESTORE
                   PERFORM 5100-SET-DEFAULT-DAY-TYPE THRU 5100-EXIT
                   MOVE SPACES TO CA-HOLIDAY-NAME
           END-EVALUATE
           MOVE WS-CURRENT-DATE TO CA-LAST-MAINT-DATE
           REWRITE CALENDAR-RECORD
           IF WS-CAL-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 4200-EXIT
           END-IF
           SET WS-CALENDAR-CHANGED TO TRUE
           PERFORM 5000-WRITE-CHANGE-LOG THRU 5000-EXIT
           .
       4200-EXIT.
           EXIT.

      **********************************************************************
      * ONE TIMESTAMPED BEFORE/AFTER IMAGE PER APPLIED UPDATE.  A
      * YEAR LOAD IS LOGGED ONCE, AGAINST THE YEAR'S FIRST DAY.
      **********************************************************************
       5000-WRITE-CHANGE-LOG.
           MOVE WS-CURRENT-DATE    TO CG-DATE
           MOVE WS-CURRENT-TIME    TO CG-TIME
           MOVE CT-ACTION          TO CG-ACTION
           MOVE CA-DATE            TO CG-CALENDAR-DATE
           MOVE WS-BEFORE-DAY-TYPE TO CG-BEFORE-DAY-TYPE
           MOVE WS-BEFORE-NAME     TO CG-BEFORE-NAME
           MOVE CA-DAY-TYPE        TO CG-AFTER-DAY-TYPE
           MOVE CA-HOLIDAY-NAME    TO CG-AFTER-NAME
           WRITE CHANGE-LOG-RECORD
           .
       5000-EXIT.
           EXIT.

      **********************************************************************
      * WORK OUT THE DAY OF THE WEEK FOR CA-DATE FROM ITS DAY
      * NUMBER (1 JANUARY OF YEAR 1 WAS A MONDAY) AND SET THE
      * DEFAULT DAY TYPE: SATURDAY AND SUNDAY ARE WEEKEND, EVERY
      * OTHER DAY A PROCESSING DAY.
      **********************************************************************
       5100-SET-DEFAULT-DAY-TYPE.
           MOVE CA-DATE TO WS-CONVERT-DATE
           PERFORM 5200-CONVERT-DATE-TO-DAYS THRU 5200-EXIT
           SUBTRACT 1 FROM WS-DAY-NUMBER
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEKDAY-WORK
               REMAINDER WS-WEEKDAY-REMAINDER
           COMPUTE CA-DAY-OF-WEEK = WS-WEEKDAY-REMAINDER + 1
           IF CA-SATURDAY OR CA-SUNDAY
               SET CA-WEEKEND TO TRUE
           ELSE
               SET CA-BUSINESS-DAY TO TRUE
           END-IF
           .
       5100-EXIT.
           EXIT.

      **********************************************************************
      * TURN WS-CONVERT-DATE (YYYYMMDD) INTO A DAY NUMBER, THE SAME
      * ARITHMETIC AUDITHST USES FOR ITS RETENTION PURGE.
      **********************************************************************
       5200-CONVERT-DATE-TO-DAYS.
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
               PERFORM 5300-CHECK-LEAP-YEAR THRU 5300-EXIT
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF
           .
       5200-EXIT.
           EXIT.

       5300-CHECK-LEAP-YEAR.
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
       5300-EXIT.
           EXIT.

       6000-WRITE-EDIT-LINE.
           MOVE CT-ACTION       TO WS-DET-ACTION
           MOVE CT-DATE         TO WS-DET-DATE
           MOVE CT-HOLIDAY-NAME TO WS-DET-NAME
           IF WS-EDIT-PASSED
               ADD 1 TO WS-TRANS-APPLIED
               MOVE 'APPLIED ' TO WS-DET-RESULT
               MOVE SPACES     TO WS-DET-REASON
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               MOVE 'REJECTED' TO WS-DET-RESULT
               MOVE WS-EDIT-REASON TO WS-DET-REASON
           END-IF
           MOVE WS-DETAIL-LINE TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           .
       6000-EXIT.
           EXIT.

      **********************************************************************
      * RENUMBER THE WHOLE MASTER IN DATE ORDER.  EVERY DAY GETS THE
      * COUNT OF PROCESSING DAYS FROM THE START OF THE CALENDAR UP
      * TO AND INCLUDING IT, SO A WEEKEND OR HOLIDAY CARRIES THE
      * NUMBER OF THE PROCESSING DAY BEFORE IT.  THE LAST PROCESSING
      * DAY OF EACH MONTH IS NOTED AS THE WALK PASSES THE MONTH AND
      * FLAGGED MONTH-END IN A SECOND PASS.
      **********************************************************************
       7000-RENUMBER-CALENDAR.
           MOVE ZERO TO WS-BUSINESS-DAY-COUNT
           MOVE ZERO TO WS-DAYS-ON-FILE
           MOVE ZERO TO WS-PREV-YEAR-MONTH
           MOVE ZERO TO WS-MONTH-LAST-BDAY
           MOVE ZERO TO WS-ME-COUNT
           MOVE 'N'  TO WS-EOF-CAL-SW
           MOVE LOW-VALUES TO CA-DATE
           START CALENDAR-MASTER-FILE KEY >= CA-DATE
               INVALID KEY
                   SET WS-EOF-CAL TO TRUE
           END-START
           IF NOT WS-EOF-CAL
               PERFORM 7100-READ-NEXT-CALENDAR THRU 7100-EXIT
           END-IF
           PERFORM 7200-NUMBER-ONE-DAY THRU 7200-EXIT
               UNTIL WS-EOF-CAL
           IF WS-RUN-RC < 12
               PERFORM 7300-NOTE-MONTH-END THRU 7300-EXIT
               PERFORM 7400-FLAG-MONTH-END THRU 7400-EXIT
                   VARYING WS-ME-SUB FROM 1 BY 1
                   UNTIL WS-ME-SUB > WS-ME-COUNT
                       OR WS-RUN-RC = 12
           END-IF
           .
       7000-EXIT.
           EXIT.

       7100-READ-NEXT-CALENDAR.
           READ CALENDAR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-CAL TO TRUE
           END-READ
           .
       7100-EXIT.
           EXIT.

       7200-NUMBER-ONE-DAY.
           ADD 1 TO WS-DAYS-ON-FILE
           MOVE CA-DATE(1:6) TO WS-CAL-YEAR-MONTH
           IF WS-CAL-YEAR-MONTH NOT = WS-PREV-YEAR-MONTH
               PERFORM 7300-NOTE-MONTH-END THRU 7300-EXIT
               MOVE WS-CAL-YEAR-MONTH TO WS-PREV-YEAR-MONTH
           END-IF
           IF CA-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAY-COUNT
               MOVE CA-DATE TO WS-MONTH-LAST-BDAY
           END-IF
           MOVE WS-BUSINESS-DAY-COUNT TO CA-BUSINESS-DAY-NUMBER
           MOVE SPACE TO CA-MONTH-END-SW
           REWRITE CALENDAR-RECORD
           IF WS-CAL-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               SET WS-EOF-CAL TO TRUE
               GO TO 7200-EXIT
           END-IF
           PERFORM 7100-READ-NEXT-CALENDAR THRU 7100-EXIT
           .
       7200-EXIT.
           EXIT.

       7300-NOTE-MONTH-END.
           IF WS-MONTH-LAST-BDAY = ZERO
               GO TO 7300-EXIT
           END-IF
           IF WS-ME-COUNT < WS-ME-MAX
               ADD 1 TO WS-ME-COUNT
               MOVE WS-MONTH-LAST-BDAY TO WS-ME-DATE(WS-ME-COUNT)
           ELSE
               DISPLAY 'CALMAINT - MONTH-END TABLE FULL, NOT FLAGGED '
                   WS-MONTH-LAST-BDAY
           END-IF
           MOVE ZERO TO WS-MONTH-LAST-BDAY
           .
       7300-EXIT.
           EXIT.

       7400-FLAG-MONTH-END.
           MOVE WS-ME-DATE(WS-ME-SUB) TO CA-DATE
           READ CALENDAR-MASTER-FILE
               INVALID KEY
                   GO TO 7400-EXIT
           END-READ
           SET CA-MONTH-END TO TRUE
           REWRITE CALENDAR-RECORD
           IF WS-CAL-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 7400-EXIT
           END-IF
           ADD 1 TO WS-ME-FLAGGED
           .
       7400-EXIT.
           EXIT.

      **********************************************************************
      * AN UNEXPECTED MASTER I/O FAILURE ENDS THE RUN WITH RETURN
      * CODE 12; THE TRANSACTION IN HAND IS SHOWN AS REJECTED.
      **********************************************************************
       8000-REPORT-FILE-FAILURE.
           SET WS-EDIT-FAILED TO TRUE
           MOVE 'MASTER I-O FAILED' TO WS-EDIT-REASON
           DISPLAY 'CALMAINT - MASTER I-O FAILED, STATUS '
               WS-CAL-FILE-STATUS ' DATE ' CA-DATE
           MOVE 12 TO WS-RUN-RC
           SET WS-EOF-TRAN TO TRUE
           .
       8000-EXIT.
           EXIT.

      **********************************************************************
      * WRITE THE SUMMARY COUNTS, CLOSE THE FILES, AND SET THE STEP
      * RETURN CODE.  THE CALENDAR FIGURES PRINT ONLY WHEN THE
      * MASTER WAS RENUMBERED.
      **********************************************************************
       9000-FINALIZE.
           IF WS-RPT-OPEN
               MOVE WS-TRANS-READ     TO WS-RPT-READ
               MOVE WS-TRANS-APPLIED  TO WS-RPT-APPLIED
               MOVE WS-TRANS-REJECTED TO WS-RPT-REJECTED
               MOVE WS-RPT-READ-LINE     TO EDIT-RPT-RECORD
               WRITE EDIT-RPT-RECORD
               MOVE WS-RPT-APPLIED-LINE  TO EDIT-RPT-RECORD
               WRITE EDIT-RPT-RECORD
               MOVE WS-RPT-REJECTED-LINE TO EDIT-RPT-RECORD
               WRITE EDIT-RPT-RECORD
               IF WS-DAYS-ON-FILE > ZERO
                   MOVE WS-DAYS-ON-FILE       TO WS-RPT-DAYS
                   MOVE WS-BUSINESS-DAY-COUNT TO WS-RPT-BDAYS
                   MOVE WS-ME-FLAGGED         TO WS-RPT-ME
                   MOVE WS-RPT-DAYS-LINE  TO EDIT-RPT-RECORD
                   WRITE EDIT-RPT-RECORD
                   MOVE WS-RPT-BDAYS-LINE TO EDIT-RPT-RECORD
                   WRITE EDIT-RPT-RECORD
                   MOVE WS-RPT-ME-LINE    TO EDIT-RPT-RECORD
                   WRITE EDIT-RPT-RECORD
               END-IF
               CLOSE EDIT-RPT
           END-IF
           IF WS-MASTER-OPEN
               CLOSE CALENDAR-MASTER-FILE
               CLOSE CHANGE-LOG-FILE
           END-IF
           IF WS-TRAN-FILE-STATUS = '00'
                   OR WS-TRAN-FILE-STATUS = '10'
               CLOSE TRAN-FILE
           END-IF
           IF WS-RUN-RC = ZERO AND WS-TRANS-REJECTED > ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY 'CALMAINT - TRANSACTIONS APPLIED '
               WS-TRANS-APPLIED ' REJECTED ' WS-TRANS-REJECTED
           .
       9000-EXIT.
           EXIT.

       9999-END.
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           GOBACK.
