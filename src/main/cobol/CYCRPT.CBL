      *            PER STEP RUN, SO THE OVERNIGHT OPERATOR CAN SEE AT
      *            A GLANCE WHICH STEPS OF A CYCLE HAVE COMPLETED,
      *            WHEN, AND WITH WHAT RETURN CODE.  THE JCL PARM IS
      *            THE BUSINESS DATE (YYYYMMDD) TO REPORT, OR A
      *            RANGE (YYYYMMDD YYYYMMDD), AND DEFAULTS TO TODAY.
      *            A STEP THAT ENDED WITH A NONZERO RETURN CODE IS
      *            FLAGGED ON ITS LINE.  EVERY PROCESSING DAY IN THE
      *            RANGE (FROM THE CALENDAR MASTER, CALMST) UP TO
      *            TODAY THAT HAS NO CYCSTAT RECORDS AT ALL IS LISTED
      *            AS A MISSED DAY AND ENDS THE STEP WITH RETURN
      *            CODE 4.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  25 AUG 2026  DN    INITIAL VERSION.
      *                     CHECK.  THE OPEN-TIME WRITE IS GONE; THE
      *                     ZERO-LISTED CHECK PRODUCES THE SINGLE
      *                     LINE.
      *  15 OCT 2026  DN    A BACKOUT MARKER WRITTEN BY CYCBKOUT IS
      *                     LISTED WITH THE REMARK BACKED OUT.
      *  15 OCT 2026  DN    PARM MAY NAME A DATE RANGE; EACH LINE NOW
      *                     SHOWS ITS BUSINESS DATE.  PROCESSING DAYS
      *                     FROM THE CALENDAR MASTER WITH NO CYCLE
      *                     STATUS RECORDS ARE LISTED AS MISSED, WITH
      *                     RETURN CODE 4.  WITHOUT A CALENDAR THE
      *                     CHECK IS SKIPPED WITH A NOTE ON THE REPORT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCRPT.
           SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCS-FILE-STATUS.
           SELECT CALENDAR-MASTER-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT STATUS-RPT ASSIGN TO "CYCSRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       COPY CYCSREC.

       FD  CALENDAR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALMREC.

       FD  STATUS-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       77  WS-CYCS-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-EOF-CYCS-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CYCS                         VALUE 'Y'.
       77  WS-CAL-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-EOF-CAL-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-CAL                          VALUE 'Y'.
       77  WS-CALENDAR-SW              PIC X(01)  VALUE 'N'.
           88  WS-CALENDAR-LOADED                  VALUE 'Y'.
       77  WS-REPORT-DATE              PIC 9(08)  VALUE ZERO.
       77  WS-REPORT-TO-DATE           PIC 9(08)  VALUE ZERO.
       77  WS-CHECK-TO-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-PARM-LENGTH-BOUNDED      PIC 9(04) COMP VALUE ZERO.
       77  WS-PARM-WORK                PIC X(17)  VALUE SPACES.
       77  WS-RECS-LISTED              PIC 9(09) COMP VALUE ZERO.
       77  WS-BDAY-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-BDAY-MAX                 PIC 9(04) COMP VALUE 366.
       77  WS-BDAY-SUB                 PIC 9(04) COMP VALUE ZERO.
       77  WS-BDAY-TRUNCATED-SW        PIC X(01)  VALUE 'N'.
           88  WS-BDAY-TRUNCATED                   VALUE 'Y'.
       77  WS-DAYS-MISSED              PIC 9(09) COMP VALUE ZERO.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       01  WS-BDAY-TABLE.
           05  WS-BDAY-ENTRY OCCURS 366 TIMES.
               10  WS-BDAY-DATE        PIC 9(08).
               10  WS-BDAY-SEEN-SW     PIC X(01).
                   88  WS-BDAY-SEEN                VALUE 'Y'.
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(33)
               10  FILLER              PIC X(05)
                   VALUE 'DATE '.
               10  WS-RPT-TITLE-DATE   PIC 9(08).
               10  WS-RPT-TITLE-THRU   PIC X(06)  VALUE SPACES.
               10  WS-RPT-TITLE-TO-DATE
                                       PIC X(08)  VALUE SPACES.
           05  WS-RPT-COL-HDR-LINE.
               10  FILLER              PIC X(10)
                   VALUE 'BUS DATE  '.
               10  FILLER              PIC X(09)
                   VALUE 'PROGRAM  '.
               10  FILLER              PIC X(08)
           05  WS-RPT-NONE-FOUND-LINE.
               10  FILLER              PIC X(38)
                   VALUE 'NO CYCLE STATUS RECORDS FOR THE DATE  '.
           05  WS-RPT-MISSED-HDR-LINE.
               10  FILLER              PIC X(44)
                   VALUE 'BUSINESS DAYS WITH NO CYCLE STATUS RECORDS  '.
           05  WS-RPT-MISSED-LINE.
               10  FILLER              PIC X(04)  VALUE SPACES.
               10  WS-RPT-MISSED-DATE  PIC 9(08).
               10  FILLER              PIC X(14)
                   VALUE '  NOTHING RAN '.
           05  WS-RPT-NONE-MISSED-LINE.
               10  FILLER              PIC X(40)
                   VALUE '    NONE - EVERY PROCESSING DAY HAS RUNS'.
           05  WS-RPT-TRUNCATED-LINE.
               10  FILLER              PIC X(30)
                   VALUE '    RANGE HOLDS MORE THAN 366 '.
               10  FILLER              PIC X(20)
                   VALUE 'PROCESSING DAYS -   '.
               10  FILLER              PIC X(17)
                   VALUE 'CHECKED THROUGH  '.
               10  WS-RPT-TRUNC-DATE   PIC 9(08).
           05  WS-RPT-NO-CALENDAR-LINE.
               10  FILLER              PIC X(26)
                   VALUE '    NO CALENDAR MASTER -  '.
               10  FILLER              PIC X(24)
                   VALUE 'MISSED-DAY CHECK SKIPPED'.
           05  WS-RPT-MISSED-TOTAL-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'PROCESSING DAYS MISSED   '.
               10  WS-RPT-MISSED-TOTAL PIC ZZZ,ZZ9.
       01  WS-DETAIL-LINE.
           05  WS-DET-BUSINESS-DATE    PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DET-STREAM           PIC 9(01).
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
           05  LK-PARM-TEXT            PIC X(17).
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
                   MOVE WS-RPT-NONE-FOUND-LINE TO STATUS-RPT-RECORD
                   WRITE STATUS-RPT-RECORD
               END-IF
               PERFORM 3000-LIST-MISSED-DAYS THRU 3000-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
           EXIT.

      **********************************************************************
      * RESOLVE THE REPORT DATE OR RANGE FROM THE PARM (DEFAULT
      * TODAY), LOAD THE RANGE'S PROCESSING DAYS FROM THE CALENDAR,
      * OPEN THE FILES, AND WRITE THE REPORT HEADING.  A MISSING
      * CYCLE-STATUS FILE MEANS NOTHING IN THE CHAIN HAS RUN YET;
      * THAT IS REPORTED, NOT FAILED.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 17
                   MOVE 17 TO WS-PARM-LENGTH-BOUNDED
               ELSE
                   MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH-BOUNDED
               END-IF
               MOVE SPACES TO WS-PARM-WORK
               MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH-BOUNDED)
                   TO WS-PARM-WORK(1:WS-PARM-LENGTH-BOUNDED)
               PERFORM 1100-DECODE-PARM THRU 1100-EXIT
           END-IF
           MOVE WS-REPORT-DATE TO WS-REPORT-TO-DATE
           IF WS-PARM-WORK(10:8) IS NUMERIC
                   AND WS-PARM-WORK(1:8) IS NUMERIC
               MOVE WS-PARM-WORK(10:8) TO WS-REPORT-TO-DATE
           END-IF
           PERFORM 1200-LOAD-PROCESSING-DAYS THRU 1200-EXIT
           OPEN OUTPUT STATUS-RPT
           MOVE WS-REPORT-DATE TO WS-RPT-TITLE-DATE
           IF WS-REPORT-TO-DATE NOT = WS-REPORT-DATE
               MOVE ' THRU ' TO WS-RPT-TITLE-THRU
               MOVE WS-REPORT-TO-DATE TO WS-RPT-TITLE-TO-DATE
           END-IF
           MOVE WS-RPT-TITLE-LINE TO STATUS-RPT-RECORD
           WRITE STATUS-RPT-RECORD
           MOVE WS-RPT-COL-HDR-LINE TO STATUS-RPT-RECORD
       1000-EXIT.
           EXIT.

      **********************************************************************
      * PARM FORMS: 'YYYYMMDD' FOR ONE DAY, 'YYYYMMDD YYYYMMDD' FOR
      * A RANGE.  A BAD PARM, OR A RANGE THAT RUNS BACKWARDS, FALLS
      * BACK TO TODAY ALONE.
      **********************************************************************
       1100-DECODE-PARM.
           IF WS-PARM-WORK(1:8) IS NUMERIC
                   AND (WS-PARM-WORK(9:9) = SPACES
                    OR (WS-PARM-WORK(9:1) = SPACE
                        AND WS-PARM-WORK(10:8) IS NUMERIC
                        AND WS-PARM-WORK(10:8) NOT < WS-PARM-WORK(1:8)))
               MOVE WS-PARM-WORK(1:8) TO WS-REPORT-DATE
           ELSE
               DISPLAY 'CYCRPT - INVALID DATE PARM '
                   WS-PARM-WORK ' - USING TODAY'
               MOVE SPACES TO WS-PARM-WORK
           END-IF
           .
       1100-EXIT.
           EXIT.

      **********************************************************************
      * TABLE EVERY PROCESSING DAY IN THE RANGE, UP TO TODAY, FROM
      * THE CALENDAR MASTER.  LATER DAYS HAVE NOT HAD THEIR CYCLE
      * YET.  WITHOUT A CALENDAR THE MISSED-DAY CHECK IS SKIPPED.
      **********************************************************************
       1200-LOAD-PROCESSING-DAYS.
           MOVE WS-REPORT-TO-DATE TO WS-CHECK-TO-DATE
           IF WS-CHECK-TO-DATE > WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-CHECK-TO-DATE
           END-IF
           OPEN INPUT CALENDAR-MASTER-FILE
           IF WS-CAL-FILE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF
           SET WS-CALENDAR-LOADED TO TRUE
           MOVE WS-REPORT-DATE TO CA-DATE
           START CALENDAR-MASTER-FILE KEY >= CA-DATE
               INVALID KEY
                   SET WS-EOF-CAL TO TRUE
           END-START
           IF NOT WS-EOF-CAL
               PERFORM 1300-READ-NEXT-CALENDAR THRU 1300-EXIT
           END-IF
           PERFORM 1250-TABLE-ONE-DAY THRU 1250-EXIT
               UNTIL WS-EOF-CAL
           CLOSE CALENDAR-MASTER-FILE
           .
       1200-EXIT.
           EXIT.

       1250-TABLE-ONE-DAY.
           IF CA-DATE > WS-CHECK-TO-DATE
               SET WS-EOF-CAL TO TRUE
               GO TO 1250-EXIT
           END-IF
           IF CA-BUSINESS-DAY
               IF WS-BDAY-COUNT NOT < WS-BDAY-MAX
                   SET WS-BDAY-TRUNCATED TO TRUE
                   SET WS-EOF-CAL TO TRUE
                   GO TO 1250-EXIT
               END-IF
               ADD 1 TO WS-BDAY-COUNT
               MOVE CA-DATE TO WS-BDAY-DATE(WS-BDAY-COUNT)
               MOVE 'N' TO WS-BDAY-SEEN-SW(WS-BDAY-COUNT)
           END-IF
           PERFORM 1300-READ-NEXT-CALENDAR THRU 1300-EXIT
           .
       1250-EXIT.
           EXIT.

       1300-READ-NEXT-CALENDAR.
           READ CALENDAR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-CAL TO TRUE
           END-READ
           .
       1300-EXIT.
           EXIT.

       2000-LIST-STATUS-RECORD.
           IF CS-BUSINESS-DATE NOT < WS-REPORT-DATE
                   AND CS-BUSINESS-DATE NOT > WS-REPORT-TO-DATE
               ADD 1 TO WS-RECS-LISTED
               PERFORM 2200-MARK-DAY-SEEN THRU 2200-EXIT
                   VARYING WS-BDAY-SUB FROM 1 BY 1
                   UNTIL WS-BDAY-SUB > WS-BDAY-COUNT
               MOVE CS-BUSINESS-DATE TO WS-DET-BUSINESS-DATE
               MOVE CS-PROGRAM     TO WS-DET-PROGRAM
               MOVE CS-STREAM      TO WS-DET-STREAM
               MOVE CS-START-DATE  TO WS-DET-START-DATE
               MOVE CS-END-DATE    TO WS-DET-END-DATE
               MOVE CS-END-TIME    TO WS-DET-END-TIME
               MOVE CS-RETURN-CODE TO WS-DET-RC
               EVALUATE TRUE
                   WHEN CS-BACKOUT-RECORD
                       MOVE 'BACKED OUT  ' TO WS-DET-REMARK
                   WHEN CS-RETURN-CODE = ZERO
                       MOVE SPACES TO WS-DET-REMARK
                   WHEN OTHER
                       MOVE 'RC NOT ZERO ' TO WS-DET-REMARK
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO STATUS-RPT-RECORD
               WRITE STATUS-RPT-RECORD
           END-IF
       2100-EXIT.
           EXIT.

       2200-MARK-DAY-SEEN.
           IF WS-BDAY-DATE(WS-BDAY-SUB) = CS-BUSINESS-DATE
               SET WS-BDAY-SEEN(WS-BDAY-SUB) TO TRUE
               MOVE WS-BDAY-COUNT TO WS-BDAY-SUB
           END-IF
           .
       2200-EXIT.
           EXIT.

      **********************************************************************
      * AFTER THE STEP LINES, LIST EVERY PROCESSING DAY IN THE
      * RANGE THAT NO STEP RECORDED A RUN FOR.  ANY SUCH DAY ENDS
      * THE STEP WITH RETURN CODE 4.
      **********************************************************************
       3000-LIST-MISSED-DAYS.
           MOVE SPACES TO STATUS-RPT-RECORD
           WRITE STATUS-RPT-RECORD
           MOVE WS-RPT-MISSED-HDR-LINE TO STATUS-RPT-RECORD
           WRITE STATUS-RPT-RECORD
           IF NOT WS-CALENDAR-LOADED
               MOVE WS-RPT-NO-CALENDAR-LINE TO STATUS-RPT-RECORD
               WRITE STATUS-RPT-RECORD
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LIST-ONE-MISSED-DAY THRU 3100-EXIT
               VARYING WS-BDAY-SUB FROM 1 BY 1
               UNTIL WS-BDAY-SUB > WS-BDAY-COUNT
           IF WS-DAYS-MISSED = ZERO
               MOVE WS-RPT-NONE-MISSED-LINE TO STATUS-RPT-RECORD
               WRITE STATUS-RPT-RECORD
           END-IF
           IF WS-BDAY-TRUNCATED
               MOVE WS-BDAY-DATE(WS-BDAY-COUNT) TO WS-RPT-TRUNC-DATE
               MOVE WS-RPT-TRUNCATED-LINE TO STATUS-RPT-RECORD
               WRITE STATUS-RPT-RECORD
           END-IF
           MOVE WS-DAYS-MISSED TO WS-RPT-MISSED-TOTAL
           MOVE WS-RPT-MISSED-TOTAL-LINE TO STATUS-RPT-RECORD
           WRITE STATUS-RPT-RECORD
           IF WS-DAYS-MISSED > ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-MISSED-DAY.
           IF NOT WS-BDAY-SEEN(WS-BDAY-SUB)
               ADD 1 TO WS-DAYS-MISSED
               MOVE WS-BDAY-DATE(WS-BDAY-SUB) TO WS-RPT-MISSED-DATE
               MOVE WS-RPT-MISSED-LINE TO STATUS-RPT-RECORD
               WRITE STATUS-RPT-RECORD
           END-IF
           .
       3100-EXIT.
           EXIT.

       9000-FINALIZE.
           IF WS-CYCS-FILE-STATUS = '00'
                   OR WS-CYCS-FILE-STATUS = '10'
           END-IF
           CLOSE STATUS-RPT
           DISPLAY 'CYCRPT - STEPS LISTED ' WS-RECS-LISTED
           IF WS-DAYS-MISSED > ZERO
               DISPLAY 'CYCRPT - PROCESSING DAYS MISSED '
                   WS-DAYS-MISSED
           END-IF
           .
       9000-EXIT.
           EXIT.
