      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MONTH-END CHARGEBACK BILLING.  CHARGES EACH
      *            BUSINESS OWNER FOR THE PROCESSING RUN ON ITS
      *            KEYS DURING THE BILLING MONTH.  EVERY AUDIT-
      *            HISTORY MASTER (AUDITMST) CALL DATED IN THE MONTH
      *            IS PRICED BY TARGET PROGRAM AND OUTCOME, AND EVERY
      *            REJECT ON THE MONTH'S REJECT FILES (REJFILE, THE
      *            MONTH'S GENERATIONS CONCATENATED IN THE JCL) IS
      *            PRICED AS A REJECT.  A CALL WHOSE CYCLE WAS BACKED
      *            OUT IS NOT BILLED.  A REJECT LINE CARRIES NO DATE,
      *            SO A BACKED-OUT CYCLE'S REJECTS CANNOT BE PASSED
      *            OVER HERE: WHEN A DATE IS BACKED OUT AND RERUN,
      *            ITS ORIGINAL REJFILE GENERATION MUST BE LEFT OUT
      *            OF THE CONCATENATION, OR ITS REJECTS ARE BILLED
      *            TWICE.  THE BACKOUT REPORT (CYCBKRPT) SAYS SO.
      *            THE OWNER OF EACH KEY IS
      *            KM-OWNER ON THE KEY MASTER (KEYMST).  THE RATES
      *            ARE THE RATE ENTRIES ON THE PARAMETER MASTER
      *            (PARMMST), EFFECTIVE-DATED LIKE THE ROUTING
      *            ENTRIES: A CALL IS PRICED AT THE RATE IN EFFECT ON
      *            ITS OWN DATE, SO A RATE CHANGE CAN BE STAGED FOR
      *            MID-MONTH, AND A REJECT - WHICH CARRIES NO DATE -
      *            AT THE RATE IN EFFECT ON THE LAST DAY OF THE
      *            MONTH.  A PROGRAM-SPECIFIC RATE TAKES PRECEDENCE
      *            OVER THE CHARGE CODE'S GENERAL RATE.
      *            THE BILLING REPORT (BILLRPT) LISTS THE CHARGES BY
      *            OWNER, PROGRAM, AND CHARGE WITH PROGRAM AND OWNER
      *            SUBTOTALS, THEN THE TOTALS BY PROGRAM ACROSS
      *            OWNERS AND THE GRAND TOTAL, AND CLOSES WITH THE
      *            UNBILLABLE EXCEPTIONS: KEYS NOT ON THE KEY MASTER
      *            OR WITH NO OWNER, WITH WHAT THEIR ITEMS WOULD HAVE
      *            COST, SO NOTHING IS SILENTLY DROPPED.  THE SAME
      *            CHARGES GO TO THE FIXED-FORMAT GENERAL-LEDGER
      *            INTERFACE FILE (GLBILL, COPYBOOK CHGBREC) BETWEEN
      *            A HEADER AND A TRAILER CARRYING THE CONTROL
      *            TOTALS.  THE STEP ENDS WITH RETURN CODE 4 WHEN
      *            ANY ITEM WAS UNBILLABLE OR HAD NO RATE IN EFFECT,
      *            AND 12 ON A BAD PARM, A MISSING MASTER, OR A
      *            TABLE OVERFLOW - IN WHICH CASE THE GLBILL TRAILER
      *            IS WITHHELD SO THE FEED CANNOT LOAD A PARTIAL
      *            MONTH.
      *            PARM: 'YYYYMM', THE BILLING MONTH.  NO PARM MEANS
      *            LAST MONTH.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    A REVERSAL (OUTCOME REVERSAL) IS PRICED
      *                     UNDER ITS OWN CHARGE CODE, REVR, RATHER
      *                     THAN AS A FAILED CALL.
      *  15 OCT 2026  DN    NOTED THAT A BACKED-OUT DATE'S ORIGINAL
      *                     REJFILE GENERATION IS TO BE LEFT OUT OF
      *                     THE MONTH'S CONCATENATION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MASTER-KEY
               FILE STATUS IS WS-AUDM-FILE-STATUS.
           SELECT KEY-MASTER-FILE ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KEYM-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT PARM-MASTER-FILE ASSIGN TO "PARMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT GL-FILE ASSIGN TO "GLBILL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BILL-RPT ASSIGN TO "BILLRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDMREC.

       FD  KEY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY KEYMREC.

       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY REJREC.

       FD  PARM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PARMREC.

       FD  GL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CHGBREC.

       FD  BILL-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BILL-RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-AUDM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-KEYM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-REJ-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-PARM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-EOF-AUDM-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-AUDM                         VALUE 'Y'.
       77  WS-EOF-REJECT-SW            PIC X(01)  VALUE 'N'.
           88  WS-EOF-REJECT                       VALUE 'Y'.
       77  WS-EOF-PARM-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-PARM                         VALUE 'Y'.
       77  WS-AUDM-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-AUDM-OPEN                        VALUE 'Y'.
       77  WS-KEYM-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-KEYM-OPEN                        VALUE 'Y'.
       77  WS-REJ-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-REJ-OPEN                         VALUE 'Y'.
       77  WS-OUTPUT-OPEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-OUTPUT-OPEN                      VALUE 'Y'.
       77  WS-INCOMPLETE-SW            PIC X(01)  VALUE 'N'.
           88  WS-BILLING-INCOMPLETE               VALUE 'Y'.
       77  WS-SORTED-SW                PIC X(01)  VALUE 'N'.
           88  WS-TABLE-SORTED                     VALUE 'Y'.
       77  WS-OWNER-SW                 PIC X(01)  VALUE 'B'.
           88  WS-OWNER-BILLABLE                   VALUE 'B'.
           88  WS-KEY-NOT-ON-MASTER                VALUE 'M'.
           88  WS-KEY-HAS-NO-OWNER                 VALUE 'O'.
       77  WS-RATE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RATE-FOUND                       VALUE 'Y'.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
       77  WS-PERIOD-START             PIC 9(08)  VALUE ZERO.
       77  WS-PERIOD-END               PIC 9(08)  VALUE ZERO.
       77  WS-PARM-LENGTH-BOUNDED      PIC 9(04) COMP VALUE ZERO.
       77  WS-PARM-WORK                PIC X(08)  VALUE SPACES.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-OWNER                    PIC X(08)  VALUE SPACES.
       77  WS-OWNER-KEY                PIC X(10)  VALUE LOW-VALUES.
       77  WS-ITEM-KEY                 PIC X(10)  VALUE SPACES.
       77  WS-ITEM-PROGRAM             PIC X(08)  VALUE SPACES.
       77  WS-ITEM-CHARGE              PIC X(04)  VALUE SPACES.
       77  WS-ITEM-DATE                PIC 9(08)  VALUE ZERO.
       77  WS-ITEM-RATE                PIC 9(05)V9(04) VALUE ZERO.
       77  WS-SPECIFIC-RATE            PIC 9(09) COMP VALUE ZERO.
       77  WS-GENERAL-RATE             PIC 9(09) COMP VALUE ZERO.
       77  WS-SPECIFIC-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-SPECIFIC-FOUND                   VALUE 'Y'.
       77  WS-GENERAL-FOUND-SW         PIC X(01)  VALUE 'N'.
           88  WS-GENERAL-FOUND                    VALUE 'Y'.
       77  WS-AUDIT-READ               PIC 9(09) COMP VALUE ZERO.
       77  WS-AUDIT-IN-PERIOD          PIC 9(09) COMP VALUE ZERO.
       77  WS-AUDIT-BACKED-OUT         PIC 9(09) COMP VALUE ZERO.
       77  WS-REJECTS-READ             PIC 9(09) COMP VALUE ZERO.
       77  WS-ITEMS-BILLED             PIC 9(09) COMP VALUE ZERO.
       77  WS-ITEMS-UNBILLABLE         PIC 9(09) COMP VALUE ZERO.
       77  WS-ITEMS-UNPRICED           PIC 9(09) COMP VALUE ZERO.
       77  WS-GL-DETAILS               PIC 9(09) COMP VALUE ZERO.
       77  WS-GL-ITEMS                 PIC 9(11) COMP VALUE ZERO.
       77  WS-RATE-MAX                 PIC 9(04) COMP VALUE 200.
       77  WS-RATE-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-BILL-MAX                 PIC 9(04) COMP VALUE 2000.
       77  WS-BILL-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-UNB-MAX                  PIC 9(04) COMP VALUE 500.
       77  WS-UNB-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-PGM-MAX                  PIC 9(04) COMP VALUE 50.
       77  WS-PGM-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-SUB                      PIC 9(04) COMP VALUE ZERO.
       77  WS-SUB-2                    PIC 9(04) COMP VALUE ZERO.
       77  WS-HIT-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-LINE-AMOUNT              PIC 9(11)V99 VALUE ZERO.
       77  WS-PROGRAM-AMOUNT           PIC 9(13)V99 VALUE ZERO.
       77  WS-PROGRAM-ITEMS            PIC 9(09) COMP VALUE ZERO.
       77  WS-OWNER-AMOUNT             PIC 9(13)V99 VALUE ZERO.
       77  WS-OWNER-ITEMS              PIC 9(09) COMP VALUE ZERO.
       77  WS-GRAND-AMOUNT             PIC 9(13)V99 VALUE ZERO.
       77  WS-UNBILLED-AMOUNT          PIC 9(13)V99 VALUE ZERO.
       77  WS-PREV-OWNER               PIC X(08)  VALUE SPACES.
       77  WS-PREV-PROGRAM             PIC X(08)  VALUE SPACES.
       01  WS-BILLING-MONTH-AREA.
           05  WS-BILLING-MONTH        PIC 9(06)  VALUE ZERO.
           05  WS-BILLING-MONTH-PARTS REDEFINES WS-BILLING-MONTH.
               10  WS-BILLING-YEAR     PIC 9(04).
               10  WS-BILLING-MM       PIC 9(02).
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
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RT-CHARGE        PIC X(04).
               10  WS-RT-PROGRAM       PIC X(08).
               10  WS-RT-EFFECTIVE     PIC 9(08).
               10  WS-RT-VALUE         PIC 9(09) COMP.
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 2000 TIMES.
               10  WS-BL-SORT-KEY.
                   15  WS-BL-OWNER     PIC X(08).
                   15  WS-BL-PROGRAM   PIC X(08).
                   15  WS-BL-CHARGE    PIC X(04).
               10  WS-BL-ITEMS         PIC 9(09) COMP.
               10  WS-BL-UNPRICED      PIC 9(09) COMP.
               10  WS-BL-AMOUNT        PIC 9(11)V9(04).
       01  WS-BILL-SWAP-ENTRY.
           05  FILLER                  PIC X(20).
           05  FILLER                  PIC 9(09) COMP.
           05  FILLER                  PIC 9(09) COMP.
           05  FILLER                  PIC 9(11)V9(04).
       01  WS-UNBILLABLE-TABLE.
           05  WS-UNB-ENTRY OCCURS 500 TIMES.
               10  WS-UB-KEY           PIC X(10).
               10  WS-UB-REASON        PIC X(01).
               10  WS-UB-CALLS         PIC 9(09) COMP.
               10  WS-UB-REJECTS       PIC 9(09) COMP.
               10  WS-UB-AMOUNT        PIC 9(11)V9(04).
       01  WS-UNB-SWAP-ENTRY.
           05  FILLER                  PIC X(11).
           05  FILLER                  PIC 9(09) COMP.
           05  FILLER                  PIC 9(09) COMP.
           05  FILLER                  PIC 9(11)V9(04).
       01  WS-PROGRAM-TABLE.
           05  WS-PGM-ENTRY OCCURS 50 TIMES.
               10  WS-PGM-NAME         PIC X(08).
               10  WS-PGM-ITEMS        PIC 9(09) COMP.
               10  WS-PGM-AMOUNT       PIC 9(13)V99.
       01  WS-PGM-SWAP-ENTRY.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC 9(09) COMP.
           05  FILLER                  PIC 9(13)V99.
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(40)
                   VALUE 'CHGBACK MONTHLY CHARGEBACK BILLING FOR  '.
               10  WS-RPT-TITLE-MONTH  PIC 9(06).
               10  FILLER              PIC X(12)
                   VALUE '  RUN DATE  '.
               10  WS-RPT-TITLE-DATE   PIC 9(08).
           05  WS-RPT-OWNER-HDR-LINE.
               10  FILLER              PIC X(16)
                   VALUE 'BILLING BY OWNER'.
           05  WS-RPT-PGM-HDR-LINE.
               10  FILLER              PIC X(18)
                   VALUE 'BILLING BY PROGRAM'.
           05  WS-RPT-BILL-COL-LINE.
               10  FILLER              PIC X(10)
                   VALUE 'OWNER     '.
               10  FILLER              PIC X(10)
                   VALUE 'PROGRAM   '.
               10  FILLER              PIC X(21)
                   VALUE 'CHARGE               '.
               10  FILLER              PIC X(11)
                   VALUE '      ITEMS'.
               10  FILLER              PIC X(22)
                   VALUE '                AMOUNT'.
               10  FILLER              PIC X(08)
                   VALUE '  REMARK'.
           05  WS-RPT-UNB-HDR-LINE.
               10  FILLER              PIC X(40)
                   VALUE 'UNBILLABLE EXCEPTIONS - KEYS WITH NO OWN'.
               10  FILLER              PIC X(20)
                   VALUE 'ER ON THE KEY MASTER'.
           05  WS-RPT-UNB-COL-LINE.
               10  FILLER              PIC X(12)
                   VALUE 'KEY         '.
               10  FILLER              PIC X(21)
                   VALUE 'REASON               '.
               10  FILLER              PIC X(11)
                   VALUE '      CALLS'.
               10  FILLER              PIC X(13)
                   VALUE '      REJECTS'.
               10  FILLER              PIC X(22)
                   VALUE '         UNBILLED AMT'.
           05  WS-RPT-NO-UNB-LINE.
               10  FILLER              PIC X(30)
                   VALUE 'NO UNBILLABLE KEYS THIS MONTH '.
           05  WS-RPT-NO-DATA-LINE.
               10  FILLER              PIC X(36)
                   VALUE 'NO BILLABLE ITEMS FOR THE MONTH     '.
           05  WS-RPT-NO-REJ-LINE.
               10  FILLER              PIC X(36)
                   VALUE 'NO REJECT FILE - REJECTS NOT BILLED '.
           05  WS-RPT-INCOMPLETE-LINE.
               10  FILLER              PIC X(40)
                   VALUE 'BILLING INCOMPLETE - TABLE OVERFLOW, GL '.
               10  FILLER              PIC X(20)
                   VALUE 'TRAILER WITHHELD    '.
           05  WS-RPT-SUMMARY-LINE.
               10  WS-SUM-LABEL        PIC X(25).
               10  WS-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-BILL-DETAIL-LINE.
           05  WS-BDL-OWNER            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BDL-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BDL-CHARGE           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BDL-ITEMS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BDL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BDL-REMARK.
               10  WS-BDL-REMARK-TEXT  PIC X(12).
               10  WS-BDL-REMARK-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-UNB-DETAIL-LINE.
           05  WS-UDL-KEY              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UDL-REASON           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-UDL-CALLS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UDL-REJECTS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UDL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
           05  LK-PARM-TEXT            PIC X(08).
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-RC < 12
               PERFORM 2000-PRICE-AUDIT-ENTRY THRU 2000-EXIT
                   UNTIL WS-EOF-AUDM
               PERFORM 3000-PRICE-REJECT THRU 3000-EXIT
                   UNTIL WS-EOF-REJECT
               PERFORM 4000-PRINT-BILLING THRU 4000-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * RESOLVE THE BILLING MONTH, OPEN THE FILES, LOAD THE RATE
      * SCHEDULE, AND START THE INTERFACE FILE AND THE REPORT.  THE
      * AUDIT-HISTORY, KEY, AND PARAMETER MASTERS ARE ALL REQUIRED;
      * THE REJECT FILE IS NOT.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1100-RESOLVE-BILLING-MONTH THRU 1100-EXIT
           IF WS-RUN-RC > ZERO
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDM-FILE-STATUS NOT = '00'
               DISPLAY 'CHGBACK - AUDIT HISTORY MASTER OPEN FAILED, '
                   'STATUS ' WS-AUDM-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           SET WS-AUDM-OPEN TO TRUE
           OPEN INPUT KEY-MASTER-FILE
           IF WS-KEYM-FILE-STATUS NOT = '00'
               DISPLAY 'CHGBACK - KEY MASTER OPEN FAILED, STATUS '
                   WS-KEYM-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           SET WS-KEYM-OPEN TO TRUE
           PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT
           IF WS-RUN-RC > ZERO
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT REJECT-FILE
           IF WS-REJ-FILE-STATUS = '00'
               SET WS-REJ-OPEN TO TRUE
               PERFORM 3100-READ-REJECT THRU 3100-EXIT
           ELSE
               SET WS-EOF-REJECT TO TRUE
           END-IF
           OPEN OUTPUT GL-FILE
           OPEN OUTPUT BILL-RPT
           SET WS-OUTPUT-OPEN TO TRUE
           MOVE SPACES            TO GL-HEADER-RECORD
           MOVE 'HDR'             TO GH-RECORD-TYPE
           MOVE 'CHGBACK'         TO GH-FILE-ID
           MOVE WS-BILLING-MONTH  TO GH-BILLING-PERIOD
           MOVE WS-CURRENT-DATE   TO GH-RUN-DATE
           MOVE WS-CURRENT-TIME   TO GH-RUN-TIME
           WRITE GL-HEADER-RECORD
           MOVE WS-BILLING-MONTH  TO WS-RPT-TITLE-MONTH
           MOVE WS-CURRENT-DATE   TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           MOVE 'N' TO WS-EOF-AUDM-SW
           MOVE LOW-VALUES TO AM-MASTER-KEY
           START AUDIT-MASTER-FILE KEY >= AM-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-AUDM TO TRUE
           END-START
           IF NOT WS-EOF-AUDM
               PERFORM 2100-READ-AUDIT-ENTRY THRU 2100-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

      **********************************************************************
      * THE PARM IS THE BILLING MONTH, YYYYMM.  WITHOUT ONE THE
      * MONTH BEFORE THE CURRENT ONE IS BILLED.  THE PERIOD RUNS
      * FROM THE FIRST TO THE LAST CALENDAR DAY OF THE MONTH.
      **********************************************************************
       1100-RESOLVE-BILLING-MONTH.
           MOVE SPACES TO WS-PARM-WORK
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 8
                   MOVE 8 TO WS-PARM-LENGTH-BOUNDED
               ELSE
                   MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH-BOUNDED
               END-IF
               MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH-BOUNDED)
                   TO WS-PARM-WORK(1:WS-PARM-LENGTH-BOUNDED)
           END-IF
           IF WS-PARM-WORK = SPACES
               COMPUTE WS-BILLING-MONTH = WS-CURRENT-DATE / 100
               IF WS-BILLING-MM = 1
                   SUBTRACT 1 FROM WS-BILLING-YEAR
                   MOVE 12 TO WS-BILLING-MM
               ELSE
                   SUBTRACT 1 FROM WS-BILLING-MM
               END-IF
           ELSE
               IF WS-PARM-WORK(1:6) IS NUMERIC
                       AND WS-PARM-WORK(7:2) = SPACES
                   MOVE WS-PARM-WORK(1:6) TO WS-BILLING-MONTH
               END-IF
               IF WS-PARM-WORK(1:6) NOT NUMERIC
                       OR WS-PARM-WORK(7:2) NOT = SPACES
                       OR WS-BILLING-MM < 1 OR WS-BILLING-MM > 12
                   DISPLAY 'CHGBACK - INVALID BILLING MONTH PARM '
                       WS-PARM-WORK
                   MOVE 12 TO WS-RUN-RC
                   GO TO 1100-EXIT
               END-IF
           END-IF
           COMPUTE WS-PERIOD-START = WS-BILLING-MONTH * 100 + 1
           COMPUTE WS-PERIOD-END = WS-BILLING-MONTH * 100
               + WS-MONTH-LENGTH(WS-BILLING-MM)
           IF WS-BILLING-MM = 2
               PERFORM 6900-CHECK-LEAP-YEAR THRU 6900-EXIT
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-PERIOD-END
               END-IF
           END-IF
           .
       1100-EXIT.
           EXIT.

      **********************************************************************
      * LOAD EVERY RATE ENTRY FROM THE PARAMETER MASTER.  THEY ARRIVE
      * IN KEY ORDER - CHARGE CODE AND PROGRAM, THEN EFFECTIVE DATE -
      * SO WHEN A RATE IS LOOKED UP THE LAST QUALIFYING ENTRY FOR A
      * NAME IS THE ONE IN EFFECT.  ALL DATES ARE KEPT BECAUSE EACH
      * CALL IS PRICED AS OF ITS OWN DATE.
      **********************************************************************
       1300-LOAD-RATE-TABLE.
           OPEN INPUT PARM-MASTER-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CHGBACK - PARAMETER MASTER OPEN FAILED, '
                   'STATUS ' WS-PARM-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 1300-EXIT
           END-IF
           MOVE LOW-VALUES TO PM-MASTER-KEY
           MOVE 'RATE' TO PM-PARM-TYPE
           START PARM-MASTER-FILE KEY >= PM-MASTER-KEY
               INVALID KEY
                   SET WS-EOF-PARM TO TRUE
           END-START
           IF NOT WS-EOF-PARM
               PERFORM 1310-READ-NEXT-PARM THRU 1310-EXIT
           END-IF
           PERFORM 1320-STORE-RATE-ENTRY THRU 1320-EXIT
               UNTIL WS-EOF-PARM
           CLOSE PARM-MASTER-FILE
           IF WS-RATE-COUNT = ZERO
               DISPLAY 'CHGBACK - NO RATE ENTRIES ON THE PARAMETER '
                   'MASTER'
           END-IF
           .
       1300-EXIT.
           EXIT.

       1310-READ-NEXT-PARM.
           READ PARM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PARM TO TRUE
           END-READ
           IF NOT WS-EOF-PARM AND NOT PM-TYPE-RATE
               SET WS-EOF-PARM TO TRUE
           END-IF
           .
       1310-EXIT.
           EXIT.

       1320-STORE-RATE-ENTRY.
           IF WS-RATE-COUNT < WS-RATE-MAX
               ADD 1 TO WS-RATE-COUNT
               MOVE PM-PARM-NAME(1:4)
                   TO WS-RT-CHARGE(WS-RATE-COUNT)
               MOVE PM-PARM-NAME(5:8)
                   TO WS-RT-PROGRAM(WS-RATE-COUNT)
               MOVE PM-EFFECTIVE-DATE
                   TO WS-RT-EFFECTIVE(WS-RATE-COUNT)
               MOVE PM-LIMIT-VALUE
                   TO WS-RT-VALUE(WS-RATE-COUNT)
           ELSE
               DISPLAY 'CHGBACK - RATE TABLE FULL, ENTRY IGNORED '
                   PM-PARM-NAME ' ' PM-EFFECTIVE-DATE
               SET WS-BILLING-INCOMPLETE TO TRUE
           END-IF
           PERFORM 1310-READ-NEXT-PARM THRU 1310-EXIT
           .
       1320-EXIT.
           EXIT.

      **********************************************************************
      * PRICE ONE AUDIT-HISTORY ENTRY.  THE MASTER IS IN KEY ORDER,
      * SO THE OWNER IS LOOKED UP ONCE PER KEY.  ONLY THE MONTH'S
      * ENTRIES ARE BILLED, AND AN ENTRY FLAGGED BACKED OUT IS
      * PASSED OVER.  A SUCCESSFUL CALL IS CHARGED AS SUCC, A
      * REVERSAL AS REVR, AND ANY OTHER OUTCOME AS FAIL.
      **********************************************************************
       2000-PRICE-AUDIT-ENTRY.
           IF AM-DATE < WS-PERIOD-START OR AM-DATE > WS-PERIOD-END
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-AUDIT-IN-PERIOD
           IF AM-BACKED-OUT
               ADD 1 TO WS-AUDIT-BACKED-OUT
               GO TO 2000-NEXT
           END-IF
           MOVE AM-KEY          TO WS-ITEM-KEY
           MOVE AM-PROGRAM-NAME TO WS-ITEM-PROGRAM
           MOVE AM-DATE         TO WS-ITEM-DATE
           EVALUATE AM-OUTCOME
               WHEN 'SUCCESS'
                   MOVE 'SUCC' TO WS-ITEM-CHARGE
               WHEN 'REVERSAL'
                   MOVE 'REVR' TO WS-ITEM-CHARGE
               WHEN OTHER
                   MOVE 'FAIL' TO WS-ITEM-CHARGE
           END-EVALUATE
           IF WS-ITEM-KEY NOT = WS-OWNER-KEY
               PERFORM 2200-LOOKUP-OWNER THRU 2200-EXIT
           END-IF
           PERFORM 5000-FIND-RATE THRU 5000-EXIT
           IF WS-OWNER-BILLABLE
               PERFORM 2300-POST-BILLABLE-ITEM THRU 2300-EXIT
           ELSE
               PERFORM 2400-POST-UNBILLABLE-ITEM THRU 2400-EXIT
           END-IF
           .
       2000-NEXT.
           PERFORM 2100-READ-AUDIT-ENTRY THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-READ-AUDIT-ENTRY.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-AUDM TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-AUDIT-READ
           .
       2100-EXIT.
           EXIT.

      **********************************************************************
      * THE OWNER OF WS-ITEM-KEY.  A KEY NOT ON THE KEY MASTER, OR
      * ON IT WITH NO OWNER, IS UNBILLABLE.  AN INACTIVE KEY IS
      * STILL BILLED FOR WHAT WAS RUN ON IT.
      **********************************************************************
       2200-LOOKUP-OWNER.
           MOVE WS-ITEM-KEY TO WS-OWNER-KEY
           MOVE WS-ITEM-KEY TO KM-KEY
           READ KEY-MASTER-FILE
               INVALID KEY
                   SET WS-KEY-NOT-ON-MASTER TO TRUE
                   MOVE SPACES TO WS-OWNER
                   GO TO 2200-EXIT
           END-READ
           IF KM-OWNER = SPACES
               SET WS-KEY-HAS-NO-OWNER TO TRUE
               MOVE SPACES TO WS-OWNER
           ELSE
               SET WS-OWNER-BILLABLE TO TRUE
               MOVE KM-OWNER TO WS-OWNER
           END-IF
           .
       2200-EXIT.
           EXIT.

      **********************************************************************
      * ADD ONE PRICED ITEM TO ITS OWNER, PROGRAM, AND CHARGE ENTRY.
      * AMOUNTS ARE KEPT TO FOUR DECIMAL PLACES HERE AND ROUNDED TO
      * THE CENT ONCE PER BILLING LINE.
      **********************************************************************
       2300-POST-BILLABLE-ITEM.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM 2310-SCAN-BILL-TABLE THRU 2310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BILL-COUNT OR WS-HIT-SUB > ZERO
           IF WS-HIT-SUB = ZERO
               IF WS-BILL-COUNT < WS-BILL-MAX
                   ADD 1 TO WS-BILL-COUNT
                   MOVE WS-BILL-COUNT   TO WS-HIT-SUB
                   MOVE WS-OWNER        TO WS-BL-OWNER(WS-HIT-SUB)
                   MOVE WS-ITEM-PROGRAM TO WS-BL-PROGRAM(WS-HIT-SUB)
                   MOVE WS-ITEM-CHARGE  TO WS-BL-CHARGE(WS-HIT-SUB)
                   MOVE ZERO TO WS-BL-ITEMS(WS-HIT-SUB)
                   MOVE ZERO TO WS-BL-UNPRICED(WS-HIT-SUB)
                   MOVE ZERO TO WS-BL-AMOUNT(WS-HIT-SUB)
               ELSE
                   IF NOT WS-BILLING-INCOMPLETE
                       DISPLAY 'CHGBACK - BILLING TABLE FULL AT '
                           WS-OWNER ' ' WS-ITEM-PROGRAM
                   END-IF
                   SET WS-BILLING-INCOMPLETE TO TRUE
                   GO TO 2300-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-BL-ITEMS(WS-HIT-SUB)
           ADD 1 TO WS-ITEMS-BILLED
           IF WS-RATE-FOUND
               ADD WS-ITEM-RATE TO WS-BL-AMOUNT(WS-HIT-SUB)
           ELSE
               ADD 1 TO WS-BL-UNPRICED(WS-HIT-SUB)
               ADD 1 TO WS-ITEMS-UNPRICED
           END-IF
           .
       2300-EXIT.
           EXIT.

       2310-SCAN-BILL-TABLE.
           IF WS-BL-OWNER(WS-SUB) = WS-OWNER
                   AND WS-BL-PROGRAM(WS-SUB) = WS-ITEM-PROGRAM
                   AND WS-BL-CHARGE(WS-SUB) = WS-ITEM-CHARGE
               MOVE WS-SUB TO WS-HIT-SUB
           END-IF
           .
       2310-EXIT.
           EXIT.

      **********************************************************************
      * AN ITEM ON A KEY WITH NO OWNER GOES TO THE EXCEPTIONS TABLE,
      * ONE ENTRY PER KEY, WITH WHAT IT WOULD HAVE BEEN CHARGED.
      **********************************************************************
       2400-POST-UNBILLABLE-ITEM.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM 2410-SCAN-UNBILLABLE-TABLE THRU 2410-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-UNB-COUNT OR WS-HIT-SUB > ZERO
           IF WS-HIT-SUB = ZERO
               IF WS-UNB-COUNT < WS-UNB-MAX
                   ADD 1 TO WS-UNB-COUNT
                   MOVE WS-UNB-COUNT TO WS-HIT-SUB
                   MOVE WS-ITEM-KEY  TO WS-UB-KEY(WS-HIT-SUB)
                   MOVE WS-OWNER-SW  TO WS-UB-REASON(WS-HIT-SUB)
                   MOVE ZERO TO WS-UB-CALLS(WS-HIT-SUB)
                   MOVE ZERO TO WS-UB-REJECTS(WS-HIT-SUB)
                   MOVE ZERO TO WS-UB-AMOUNT(WS-HIT-SUB)
               ELSE
                   IF NOT WS-BILLING-INCOMPLETE
                       DISPLAY 'CHGBACK - EXCEPTION TABLE FULL AT '
                           WS-ITEM-KEY
                   END-IF
                   SET WS-BILLING-INCOMPLETE TO TRUE
                   GO TO 2400-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-ITEMS-UNBILLABLE
           IF WS-ITEM-CHARGE = 'REJ '
               ADD 1 TO WS-UB-REJECTS(WS-HIT-SUB)
           ELSE
               ADD 1 TO WS-UB-CALLS(WS-HIT-SUB)
           END-IF
           IF WS-RATE-FOUND
               ADD WS-ITEM-RATE TO WS-UB-AMOUNT(WS-HIT-SUB)
           END-IF
           .
       2400-EXIT.
           EXIT.

       2410-SCAN-UNBILLABLE-TABLE.
           IF WS-UB-KEY(WS-SUB) = WS-ITEM-KEY
               MOVE WS-SUB TO WS-HIT-SUB
           END-IF
           .
       2410-EXIT.
           EXIT.

      **********************************************************************
      * PRICE ONE REJECT.  A REJECT NEVER REACHED A TARGET, SO IT IS
      * BILLED UNDER THE PSEUDO-PROGRAM *REJECT* AT THE REJ RATE IN
      * EFFECT ON THE LAST DAY OF THE MONTH.
      **********************************************************************
       3000-PRICE-REJECT.
           MOVE RJ-KEY          TO WS-ITEM-KEY
           MOVE '*REJECT*'      TO WS-ITEM-PROGRAM
           MOVE 'REJ '          TO WS-ITEM-CHARGE
           MOVE WS-PERIOD-END   TO WS-ITEM-DATE
           IF WS-ITEM-KEY NOT = WS-OWNER-KEY
               PERFORM 2200-LOOKUP-OWNER THRU 2200-EXIT
           END-IF
           PERFORM 5000-FIND-RATE THRU 5000-EXIT
           IF WS-OWNER-BILLABLE
               PERFORM 2300-POST-BILLABLE-ITEM THRU 2300-EXIT
           ELSE
               PERFORM 2400-POST-UNBILLABLE-ITEM THRU 2400-EXIT
           END-IF
           PERFORM 3100-READ-REJECT THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-EOF-REJECT TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-REJECTS-READ
           .
       3100-EXIT.
           EXIT.

      **********************************************************************
      * THE BILLING REPORT AND THE INTERFACE DETAILS.  THE BILLING
      * TABLE IS SORTED INTO OWNER, PROGRAM, AND CHARGE ORDER; EACH
      * LINE IS ROUNDED TO THE CENT, WRITTEN TO GLBILL, AND ADDED TO
      * THE PROGRAM, OWNER, AND GRAND TOTALS, SO EVERY SUBTOTAL ON
      * THE REPORT IS THE SUM OF THE LINES THE LEDGER RECEIVES.
      **********************************************************************
       4000-PRINT-BILLING.
           MOVE SPACES TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           MOVE WS-RPT-OWNER-HDR-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           MOVE WS-RPT-BILL-COL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           IF WS-BILL-COUNT = ZERO
               MOVE WS-RPT-NO-DATA-LINE TO BILL-RPT-RECORD
               WRITE BILL-RPT-RECORD
           ELSE
               PERFORM 6100-SORT-BILL-TABLE THRU 6100-EXIT
               PERFORM 4100-PRINT-BILL-LINE THRU 4100-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BILL-COUNT
               PERFORM 4150-PRINT-PROGRAM-TOTAL THRU 4150-EXIT
               PERFORM 4160-PRINT-OWNER-TOTAL THRU 4160-EXIT
           END-IF
           PERFORM 4300-PRINT-PROGRAM-SECTION THRU 4300-EXIT
           PERFORM 4400-PRINT-COUNTS THRU 4400-EXIT
           PERFORM 4500-PRINT-UNBILLABLE THRU 4500-EXIT
           .
       4000-EXIT.
           EXIT.

       4100-PRINT-BILL-LINE.
           IF WS-PREV-OWNER NOT = SPACES
               IF WS-BL-OWNER(WS-SUB) NOT = WS-PREV-OWNER
                   PERFORM 4150-PRINT-PROGRAM-TOTAL THRU 4150-EXIT
                   PERFORM 4160-PRINT-OWNER-TOTAL THRU 4160-EXIT
               ELSE
                   IF WS-BL-PROGRAM(WS-SUB) NOT = WS-PREV-PROGRAM
                       PERFORM 4150-PRINT-PROGRAM-TOTAL
                           THRU 4150-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE WS-BL-OWNER(WS-SUB)   TO WS-PREV-OWNER
           MOVE WS-BL-PROGRAM(WS-SUB) TO WS-PREV-PROGRAM
           COMPUTE WS-LINE-AMOUNT ROUNDED = WS-BL-AMOUNT(WS-SUB)
           ADD WS-BL-ITEMS(WS-SUB) TO WS-PROGRAM-ITEMS
           ADD WS-LINE-AMOUNT      TO WS-PROGRAM-AMOUNT
           MOVE SPACES TO WS-BILL-DETAIL-LINE
           MOVE WS-BL-OWNER(WS-SUB)   TO WS-BDL-OWNER
           MOVE WS-BL-PROGRAM(WS-SUB) TO WS-BDL-PROGRAM
           EVALUATE WS-BL-CHARGE(WS-SUB)
               WHEN 'SUCC'
                   MOVE 'SUCCESSFUL CALLS' TO WS-BDL-CHARGE
               WHEN 'FAIL'
                   MOVE 'FAILED CALLS'     TO WS-BDL-CHARGE
               WHEN 'REVR'
                   MOVE 'REVERSALS'        TO WS-BDL-CHARGE
               WHEN 'REJ '
                   MOVE 'REJECTS'          TO WS-BDL-CHARGE
               WHEN OTHER
                   MOVE WS-BL-CHARGE(WS-SUB) TO WS-BDL-CHARGE
           END-EVALUATE
           MOVE WS-BL-ITEMS(WS-SUB) TO WS-BDL-ITEMS
           MOVE WS-LINE-AMOUNT      TO WS-BDL-AMOUNT
           IF WS-BL-UNPRICED(WS-SUB) > ZERO
               MOVE 'NO RATE FOR '  TO WS-BDL-REMARK-TEXT
               MOVE WS-BL-UNPRICED(WS-SUB) TO WS-BDL-REMARK-COUNT
           END-IF
           MOVE WS-BILL-DETAIL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           PERFORM 4600-WRITE-GL-DETAIL THRU 4600-EXIT
           .
       4100-EXIT.
           EXIT.

      **********************************************************************
      * CLOSE THE CURRENT PROGRAM WITHIN THE OWNER: PRINT ITS
      * SUBTOTAL, FOLD IT INTO THE OWNER AND BY-PROGRAM TOTALS.
      **********************************************************************
       4150-PRINT-PROGRAM-TOTAL.
           MOVE SPACES TO WS-BILL-DETAIL-LINE
           MOVE WS-PREV-PROGRAM   TO WS-BDL-PROGRAM
           MOVE 'PROGRAM TOTAL'   TO WS-BDL-CHARGE
           MOVE WS-PROGRAM-ITEMS  TO WS-BDL-ITEMS
           MOVE WS-PROGRAM-AMOUNT TO WS-BDL-AMOUNT
           MOVE WS-BILL-DETAIL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           PERFORM 4200-ADD-TO-PROGRAM-SUMMARY THRU 4200-EXIT
           ADD WS-PROGRAM-ITEMS  TO WS-OWNER-ITEMS
           ADD WS-PROGRAM-AMOUNT TO WS-OWNER-AMOUNT
           MOVE ZERO TO WS-PROGRAM-ITEMS
           MOVE ZERO TO WS-PROGRAM-AMOUNT
           .
       4150-EXIT.
           EXIT.

       4160-PRINT-OWNER-TOTAL.
           MOVE SPACES TO WS-BILL-DETAIL-LINE
           MOVE WS-PREV-OWNER   TO WS-BDL-OWNER
           MOVE 'OWNER TOTAL'   TO WS-BDL-CHARGE
           MOVE WS-OWNER-ITEMS  TO WS-BDL-ITEMS
           MOVE WS-OWNER-AMOUNT TO WS-BDL-AMOUNT
           MOVE WS-BILL-DETAIL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           MOVE SPACES TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           ADD WS-OWNER-AMOUNT TO WS-GRAND-AMOUNT
           MOVE ZERO TO WS-OWNER-ITEMS
           MOVE ZERO TO WS-OWNER-AMOUNT
           .
       4160-EXIT.
           EXIT.

       4200-ADD-TO-PROGRAM-SUMMARY.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM 4210-SCAN-PROGRAM-TABLE THRU 4210-EXIT
               VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 > WS-PGM-COUNT OR WS-HIT-SUB > ZERO
           IF WS-HIT-SUB = ZERO
               IF WS-PGM-COUNT < WS-PGM-MAX
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-HIT-SUB
                   MOVE WS-PREV-PROGRAM TO WS-PGM-NAME(WS-HIT-SUB)
                   MOVE ZERO TO WS-PGM-ITEMS(WS-HIT-SUB)
                   MOVE ZERO TO WS-PGM-AMOUNT(WS-HIT-SUB)
               ELSE
                   IF NOT WS-BILLING-INCOMPLETE
                       DISPLAY 'CHGBACK - PROGRAM TABLE FULL AT '
                           WS-PREV-PROGRAM
                   END-IF
                   SET WS-BILLING-INCOMPLETE TO TRUE
                   GO TO 4200-EXIT
               END-IF
           END-IF
           ADD WS-PROGRAM-ITEMS  TO WS-PGM-ITEMS(WS-HIT-SUB)
           ADD WS-PROGRAM-AMOUNT TO WS-PGM-AMOUNT(WS-HIT-SUB)
           .
       4200-EXIT.
           EXIT.

       4210-SCAN-PROGRAM-TABLE.
           IF WS-PGM-NAME(WS-SUB-2) = WS-PREV-PROGRAM
               MOVE WS-SUB-2 TO WS-HIT-SUB
           END-IF
           .
       4210-EXIT.
           EXIT.

      **********************************************************************
      * TOTALS BY PROGRAM ACROSS ALL OWNERS, IN PROGRAM ORDER, AND
      * THE GRAND TOTAL BILLED.
      **********************************************************************
       4300-PRINT-PROGRAM-SECTION.
           MOVE WS-RPT-PGM-HDR-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           MOVE WS-RPT-BILL-COL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           PERFORM 6200-SORT-PROGRAM-TABLE THRU 6200-EXIT
           PERFORM 4310-PRINT-PROGRAM-LINE THRU 4310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PGM-COUNT
           MOVE SPACES TO WS-BILL-DETAIL-LINE
           MOVE 'GRAND TOTAL'    TO WS-BDL-CHARGE
           MOVE WS-ITEMS-BILLED  TO WS-BDL-ITEMS
           MOVE WS-GRAND-AMOUNT  TO WS-BDL-AMOUNT
           MOVE WS-BILL-DETAIL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           MOVE SPACES TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           .
       4300-EXIT.
           EXIT.

       4310-PRINT-PROGRAM-LINE.
           MOVE SPACES TO WS-BILL-DETAIL-LINE
           MOVE WS-PGM-NAME(WS-SUB)   TO WS-BDL-PROGRAM
           MOVE 'PROGRAM TOTAL'       TO WS-BDL-CHARGE
           MOVE WS-PGM-ITEMS(WS-SUB)  TO WS-BDL-ITEMS
           MOVE WS-PGM-AMOUNT(WS-SUB) TO WS-BDL-AMOUNT
           MOVE WS-BILL-DETAIL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           .
       4310-EXIT.
           EXIT.

       4400-PRINT-COUNTS.
           MOVE 'AUDIT ENTRIES READ'     TO WS-SUM-LABEL
           MOVE WS-AUDIT-READ            TO WS-SUM-COUNT
           PERFORM 4410-WRITE-SUMMARY-LINE THRU 4410-EXIT
           MOVE 'AUDIT ENTRIES IN MONTH' TO WS-SUM-LABEL
           MOVE WS-AUDIT-IN-PERIOD       TO WS-SUM-COUNT
           PERFORM 4410-WRITE-SUMMARY-LINE THRU 4410-EXIT
           MOVE 'BACKED OUT - NOT BILLED' TO WS-SUM-LABEL
           MOVE WS-AUDIT-BACKED-OUT      TO WS-SUM-COUNT
           PERFORM 4410-WRITE-SUMMARY-LINE THRU 4410-EXIT
           IF WS-REJ-OPEN
               MOVE 'REJECTS READ'       TO WS-SUM-LABEL
               MOVE WS-REJECTS-READ      TO WS-SUM-COUNT
               PERFORM 4410-WRITE-SUMMARY-LINE THRU 4410-EXIT
           ELSE
               MOVE WS-RPT-NO-REJ-LINE TO BILL-RPT-RECORD
               WRITE BILL-RPT-RECORD
           END-IF
           MOVE 'ITEMS BILLED'           TO WS-SUM-LABEL
           MOVE WS-ITEMS-BILLED          TO WS-SUM-COUNT
           PERFORM 4410-WRITE-SUMMARY-LINE THRU 4410-EXIT
           MOVE 'ITEMS WITH NO RATE'     TO WS-SUM-LABEL
           MOVE WS-ITEMS-UNPRICED        TO WS-SUM-COUNT
           PERFORM 4410-WRITE-SUMMARY-LINE THRU 4410-EXIT
           MOVE 'ITEMS UNBILLABLE'       TO WS-SUM-LABEL
           MOVE WS-ITEMS-UNBILLABLE      TO WS-SUM-COUNT
           PERFORM 4410-WRITE-SUMMARY-LINE THRU 4410-EXIT
           MOVE 'GL DETAIL RECORDS'      TO WS-SUM-LABEL
           MOVE WS-GL-DETAILS            TO WS-SUM-COUNT
           PERFORM 4410-WRITE-SUMMARY-LINE THRU 4410-EXIT
           MOVE SPACES TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           .
       4400-EXIT.
           EXIT.

       4410-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           .
       4410-EXIT.
           EXIT.

      **********************************************************************
      * THE UNBILLABLE EXCEPTIONS, IN KEY ORDER, WITH THE REASON AND
      * WHAT THE KEY'S ITEMS WOULD HAVE COST AT THE RATES IN EFFECT.
      **********************************************************************
       4500-PRINT-UNBILLABLE.
           MOVE WS-RPT-UNB-HDR-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           IF WS-UNB-COUNT = ZERO
               MOVE WS-RPT-NO-UNB-LINE TO BILL-RPT-RECORD
               WRITE BILL-RPT-RECORD
               GO TO 4500-EXIT
           END-IF
           MOVE WS-RPT-UNB-COL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           PERFORM 6300-SORT-UNBILLABLE-TABLE THRU 6300-EXIT
           PERFORM 4510-PRINT-UNBILLABLE-LINE THRU 4510-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-UNB-COUNT
           MOVE SPACES TO WS-UNB-DETAIL-LINE
           MOVE 'TOTAL UNBILLED'   TO WS-UDL-REASON
           MOVE WS-UNBILLED-AMOUNT TO WS-UDL-AMOUNT
           MOVE WS-UNB-DETAIL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           .
       4500-EXIT.
           EXIT.

       4510-PRINT-UNBILLABLE-LINE.
           MOVE SPACES TO WS-UNB-DETAIL-LINE
           MOVE WS-UB-KEY(WS-SUB) TO WS-UDL-KEY
           IF WS-UB-REASON(WS-SUB) = 'M'
               MOVE 'NOT ON KEY MASTER'  TO WS-UDL-REASON
           ELSE
               MOVE 'NO OWNER ON MASTER' TO WS-UDL-REASON
           END-IF
           MOVE WS-UB-CALLS(WS-SUB)   TO WS-UDL-CALLS
           MOVE WS-UB-REJECTS(WS-SUB) TO WS-UDL-REJECTS
           COMPUTE WS-LINE-AMOUNT ROUNDED = WS-UB-AMOUNT(WS-SUB)
           MOVE WS-LINE-AMOUNT TO WS-UDL-AMOUNT
           ADD WS-LINE-AMOUNT TO WS-UNBILLED-AMOUNT
           MOVE WS-UNB-DETAIL-LINE TO BILL-RPT-RECORD
           WRITE BILL-RPT-RECORD
           .
       4510-EXIT.
           EXIT.

       4600-WRITE-GL-DETAIL.
           MOVE SPACES               TO GL-DETAIL-RECORD
           MOVE 'DTL'                TO GD-RECORD-TYPE
           MOVE WS-BILLING-MONTH     TO GD-BILLING-PERIOD
           MOVE WS-BL-OWNER(WS-SUB)  TO GD-OWNER
           MOVE WS-BL-PROGRAM(WS-SUB) TO GD-PROGRAM
           MOVE WS-BL-CHARGE(WS-SUB) TO GD-CHARGE-CODE
           MOVE WS-BL-ITEMS(WS-SUB)  TO GD-ITEM-COUNT
           MOVE WS-LINE-AMOUNT       TO GD-AMOUNT
           WRITE GL-DETAIL-RECORD
           ADD 1 TO WS-GL-DETAILS
           ADD WS-BL-ITEMS(WS-SUB) TO WS-GL-ITEMS
           .
       4600-EXIT.
           EXIT.

      **********************************************************************
      * THE RATE FOR WS-ITEM-CHARGE AND WS-ITEM-PROGRAM IN EFFECT ON
      * WS-ITEM-DATE: THE PROGRAM'S OWN RATE IF ONE IS IN EFFECT,
      * ELSE THE CHARGE CODE'S GENERAL RATE.  THE TABLE IS IN KEY
      * ORDER, SO THE LAST QUALIFYING ENTRY OF EACH KIND IS THE ONE
      * WITH THE LATEST EFFECTIVE DATE.  THE STORED VALUE IS IN
      * TEN-THOUSANDTHS OF THE CURRENCY UNIT.
      **********************************************************************
       5000-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 'N' TO WS-SPECIFIC-FOUND-SW
           MOVE 'N' TO WS-GENERAL-FOUND-SW
           MOVE ZERO TO WS-ITEM-RATE
           PERFORM 5010-CHECK-RATE-ENTRY THRU 5010-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RATE-COUNT
           IF WS-SPECIFIC-FOUND
               COMPUTE WS-ITEM-RATE = WS-SPECIFIC-RATE / 10000
               SET WS-RATE-FOUND TO TRUE
           ELSE
               IF WS-GENERAL-FOUND
                   COMPUTE WS-ITEM-RATE = WS-GENERAL-RATE / 10000
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-IF
           .
       5000-EXIT.
           EXIT.

       5010-CHECK-RATE-ENTRY.
           IF WS-RT-CHARGE(WS-SUB) NOT = WS-ITEM-CHARGE
                   OR WS-RT-EFFECTIVE(WS-SUB) > WS-ITEM-DATE
               GO TO 5010-EXIT
           END-IF
           IF WS-RT-PROGRAM(WS-SUB) = SPACES
               MOVE WS-RT-VALUE(WS-SUB) TO WS-GENERAL-RATE
               SET WS-GENERAL-FOUND TO TRUE
           ELSE
               IF WS-RT-PROGRAM(WS-SUB) = WS-ITEM-PROGRAM
                   MOVE WS-RT-VALUE(WS-SUB) TO WS-SPECIFIC-RATE
                   SET WS-SPECIFIC-FOUND TO TRUE
               END-IF
           END-IF
           .
       5010-EXIT.
           EXIT.

      **********************************************************************
      * SIMPLE EXCHANGE SORTS, AS AUDITRPT USES: THE BILLING TABLE
      * INTO OWNER, PROGRAM, AND CHARGE ORDER, THE PROGRAM TABLE
      * INTO PROGRAM ORDER, AND THE EXCEPTIONS INTO KEY ORDER.
      **********************************************************************
       6100-SORT-BILL-TABLE.
           MOVE 'N' TO WS-SORTED-SW
           PERFORM 6110-SORT-BILL-PASS THRU 6110-EXIT
               UNTIL WS-TABLE-SORTED
           .
       6100-EXIT.
           EXIT.

       6110-SORT-BILL-PASS.
           SET WS-TABLE-SORTED TO TRUE
           PERFORM 6120-COMPARE-BILL-ENTRIES THRU 6120-EXIT
               VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 >= WS-BILL-COUNT
           .
       6110-EXIT.
           EXIT.

       6120-COMPARE-BILL-ENTRIES.
           IF WS-BL-SORT-KEY(WS-SUB-2) > WS-BL-SORT-KEY(WS-SUB-2 + 1)
               MOVE WS-BILL-ENTRY(WS-SUB-2) TO WS-BILL-SWAP-ENTRY
               MOVE WS-BILL-ENTRY(WS-SUB-2 + 1)
                   TO WS-BILL-ENTRY(WS-SUB-2)
               MOVE WS-BILL-SWAP-ENTRY TO WS-BILL-ENTRY(WS-SUB-2 + 1)
               MOVE 'N' TO WS-SORTED-SW
           END-IF
           .
       6120-EXIT.
           EXIT.

       6200-SORT-PROGRAM-TABLE.
           MOVE 'N' TO WS-SORTED-SW
           PERFORM 6210-SORT-PROGRAM-PASS THRU 6210-EXIT
               UNTIL WS-TABLE-SORTED
           .
       6200-EXIT.
           EXIT.

       6210-SORT-PROGRAM-PASS.
           SET WS-TABLE-SORTED TO TRUE
           PERFORM 6220-COMPARE-PROGRAM-ENTRIES THRU 6220-EXIT
               VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 >= WS-PGM-COUNT
           .
       6210-EXIT.
           EXIT.

       6220-COMPARE-PROGRAM-ENTRIES.
           IF WS-PGM-NAME(WS-SUB-2) > WS-PGM-NAME(WS-SUB-2 + 1)
               MOVE WS-PGM-ENTRY(WS-SUB-2) TO WS-PGM-SWAP-ENTRY
               MOVE WS-PGM-ENTRY(WS-SUB-2 + 1)
                   TO WS-PGM-ENTRY(WS-SUB-2)
               MOVE WS-PGM-SWAP-ENTRY TO WS-PGM-ENTRY(WS-SUB-2 + 1)
               MOVE 'N' TO WS-SORTED-SW
           END-IF
           .
       6220-EXIT.
           EXIT.

       6300-SORT-UNBILLABLE-TABLE.
           MOVE 'N' TO WS-SORTED-SW
           PERFORM 6310-SORT-UNBILLABLE-PASS THRU 6310-EXIT
               UNTIL WS-TABLE-SORTED
           .
       6300-EXIT.
           EXIT.

       6310-SORT-UNBILLABLE-PASS.
           SET WS-TABLE-SORTED TO TRUE
           PERFORM 6320-COMPARE-UNB-ENTRIES THRU 6320-EXIT
               VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 >= WS-UNB-COUNT
           .
       6310-EXIT.
           EXIT.

       6320-COMPARE-UNB-ENTRIES.
           IF WS-UB-KEY(WS-SUB-2) > WS-UB-KEY(WS-SUB-2 + 1)
               MOVE WS-UNB-ENTRY(WS-SUB-2) TO WS-UNB-SWAP-ENTRY
               MOVE WS-UNB-ENTRY(WS-SUB-2 + 1)
                   TO WS-UNB-ENTRY(WS-SUB-2)
               MOVE WS-UNB-SWAP-ENTRY TO WS-UNB-ENTRY(WS-SUB-2 + 1)
               MOVE 'N' TO WS-SORTED-SW
           END-IF
           .
       6320-EXIT.
           EXIT.

       6900-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR-SW
           DIVIDE WS-BILLING-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               DIVIDE WS-BILLING-YEAR BY 100 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   SET WS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-BILLING-YEAR BY 400 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       6900-EXIT.
           EXIT.

      **********************************************************************
      * WRITE THE INTERFACE TRAILER - UNLESS THE MONTH COULD NOT BE
      * BILLED IN FULL - CLOSE THE FILES, AND SET THE RETURN CODE.
      **********************************************************************
       9000-FINALIZE.
           IF WS-OUTPUT-OPEN
               IF WS-BILLING-INCOMPLETE
                   MOVE WS-RPT-INCOMPLETE-LINE TO BILL-RPT-RECORD
                   WRITE BILL-RPT-RECORD
                   DISPLAY 'CHGBACK - BILLING INCOMPLETE, GLBILL '
                       'TRAILER WITHHELD'
                   MOVE 12 TO WS-RUN-RC
               ELSE
                   MOVE SPACES          TO GL-TRAILER-RECORD
                   MOVE 'TRL'           TO GT-RECORD-TYPE
                   MOVE WS-GL-DETAILS   TO GT-RECORD-COUNT
                   MOVE WS-GL-ITEMS     TO GT-ITEM-TOTAL
                   MOVE WS-GRAND-AMOUNT TO GT-AMOUNT-TOTAL
                   WRITE GL-TRAILER-RECORD
                   IF WS-ITEMS-UNBILLABLE > ZERO
                           OR WS-ITEMS-UNPRICED > ZERO
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               CLOSE GL-FILE
               CLOSE BILL-RPT
           END-IF
           IF WS-AUDM-OPEN
               CLOSE AUDIT-MASTER-FILE
           END-IF
           IF WS-KEYM-OPEN
               CLOSE KEY-MASTER-FILE
           END-IF
           IF WS-REJ-OPEN
               CLOSE REJECT-FILE
           END-IF
           DISPLAY 'CHGBACK - MONTH ' WS-BILLING-MONTH
               ' ITEMS BILLED ' WS-ITEMS-BILLED
               ' UNBILLABLE ' WS-ITEMS-UNBILLABLE
           .
       9000-EXIT.
           EXIT.

       9999-END.
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           GOBACK.
