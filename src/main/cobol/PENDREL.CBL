      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   RELEASE STEP FOR FUTURE-DATED DETAILS.  RUN AT THE
      *            START OF EACH CYCLE, AHEAD OF ARGCONSL.  SUBPROGD
      *            PARKS A DETAIL WHOSE EFFECTIVE DATE IS LATER THAN
      *            ITS BUSINESS DATE ON THE PENDING-TRANSACTION FILE
      *            (PENDMST, COPYBOOK PENDREC).  THIS STEP:
      *              1  APPLIES UPSTREAM'S CANCELLATIONS (PENDCAN) TO
      *                 ITEMS STILL WAITING, WITH AN EDIT LINE PER
      *                 CANCELLATION ON THE REPORT
      *              2  COPIES EVERY WAITING ITEM DUE ON OR BEFORE
      *                 TONIGHT'S BUSINESS DATE TO A BALANCED ARGFILE
      *                 (ARGPREL, HEADER AND TRAILER) THAT ARGCONSL
      *                 TAKES IN AS AN EXTRA SOURCE, AND MARKS THE
      *                 ITEM RELEASED
      *              3  PURGES RELEASED AND CANCELLED ENTRIES ONCE
      *                 THEY ARE MORE THAN 30 DAYS OLD
      *              4  PRINTS THE PENDING-ITEMS REPORT (PENDRPT) OF
      *                 WHAT IS STILL WAITING, BY DUE DATE AND TRAN
      *                 TYPE, WITH SUBTOTALS
      *            AN ITEM ALREADY RELEASED TONIGHT IS COPIED AGAIN, SO
      *            A RERUN OF THE STEP (AND OF ARGCONSL AFTER IT)
      *            PRODUCES THE SAME FILE.  A RELEASED DETAIL KEEPS ITS
      *            SOURCE AND CARRIES ITS DUE DATE AS THE EFFECTIVE
      *            DATE, SO SUBPROGD PROCESSES IT THAT NIGHT.  THE STEP
      *            ENDS WITH RETURN CODE 4 WHEN A CANCELLATION WAS
      *            REJECTED, AND 12 ON A FILE FAILURE.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PENDING-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT CANCEL-FILE ASSIGN TO "PENDCAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CANC-FILE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "ARGPREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT PENDING-RPT ASSIGN TO "PENDRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  CANCEL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CANCEL-RECORD.
           05  TX-DUE-DATE             PIC X(08).
           05  TX-DUE-DATE-NUM REDEFINES TX-DUE-DATE
                                       PIC 9(08).
           05  TX-TRAN-TYPE            PIC X(02).
           05  TX-KEY                  PIC X(10).
           05  TX-SOURCE               PIC X(01).
           05  TX-REQUESTED-BY         PIC X(10).
           05  FILLER                  PIC X(09).

       FD  RELEASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY ARGREC.

       FD  PENDING-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PENDING-RPT-RECORD          PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PEND-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-CANC-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-REL-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-EOF-PEND-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-PEND                         VALUE 'Y'.
       77  WS-EOF-CANC-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CANC                         VALUE 'Y'.
       77  WS-PEND-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-PEND-OPEN                        VALUE 'Y'.
       77  WS-REL-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-REL-OPEN                         VALUE 'Y'.
       77  WS-RPT-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-RPT-OPEN                         VALUE 'Y'.
       77  WS-EDIT-SW                  PIC X(01)  VALUE 'P'.
           88  WS-EDIT-PASSED                      VALUE 'P'.
           88  WS-EDIT-FAILED                      VALUE 'F'.
       77  WS-MATCH-SW                 PIC X(01)  VALUE 'N'.
           88  WS-ENTRY-MATCHED                    VALUE 'Y'.
       77  WS-LAST-STATUS              PIC X(01)  VALUE SPACES.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-EDIT-REASON              PIC X(30)  VALUE SPACES.
       77  WS-CANCELS-READ             PIC 9(09) COMP VALUE ZERO.
       77  WS-CANCELS-APPLIED          PIC 9(09) COMP VALUE ZERO.
       77  WS-CANCELS-REJECTED         PIC 9(09) COMP VALUE ZERO.
       77  WS-ENTRIES-CANCELLED        PIC 9(09) COMP VALUE ZERO.
       77  WS-SET-ENTRIES-CANCELLED    PIC 9(09) COMP VALUE ZERO.
       77  WS-ENTRIES-READ             PIC 9(09) COMP VALUE ZERO.
       77  WS-RECS-RELEASED            PIC 9(09) COMP VALUE ZERO.
       77  WS-RECS-REWRITTEN           PIC 9(09) COMP VALUE ZERO.
       77  WS-ENTRIES-PURGED           PIC 9(09) COMP VALUE ZERO.
       77  WS-ITEMS-WAITING            PIC 9(09) COMP VALUE ZERO.
       77  WS-RECS-WAITING             PIC 9(09) COMP VALUE ZERO.
       77  WS-REL-KEY-HASH             PIC 9(18)  VALUE ZERO.
       77  WS-TYPE-ITEMS               PIC 9(09) COMP VALUE ZERO.
       77  WS-DUE-ITEMS                PIC 9(09) COMP VALUE ZERO.
       77  WS-BRK-DUE-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-BRK-TRAN-TYPE            PIC X(02)  VALUE SPACES.
       77  WS-PURGE-DAYS               PIC 9(04) COMP VALUE 30.
       77  WS-TODAY-DAY-NUMBER         PIC 9(09) COMP VALUE ZERO.
       77  WS-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
       77  WS-ENTRY-AGE                PIC S9(09) COMP VALUE ZERO.
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
               10  FILLER              PIC X(30)
                   VALUE 'PENDREL PENDING-ITEMS REPORT  '.
               10  WS-RPT-TITLE-DATE   PIC 9(08).
           05  WS-RPT-CANC-HDR-LINE.
               10  FILLER              PIC X(30)
                   VALUE 'CANCELLATIONS                 '.
           05  WS-RPT-CANC-COL-LINE.
               10  FILLER              PIC X(10)
                   VALUE 'DUE DATE  '.
               10  FILLER              PIC X(06)
                   VALUE 'TYPE  '.
               10  FILLER              PIC X(12)
                   VALUE 'KEY         '.
               10  FILLER              PIC X(05)
                   VALUE 'SRC  '.
               10  FILLER              PIC X(12)
                   VALUE 'REQUESTED BY'.
               10  FILLER              PIC X(10)
                   VALUE 'RESULT    '.
               10  FILLER              PIC X(06)
                   VALUE 'REASON'.
           05  WS-RPT-NO-CANC-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'NO CANCELLATIONS THIS RUN        '.
           05  WS-RPT-WAIT-HDR-LINE.
               10  FILLER              PIC X(34)
                   VALUE 'ITEMS WAITING - DUE AFTER TONIGHT '.
           05  WS-RPT-WAIT-COL-LINE.
               10  FILLER              PIC X(10)
                   VALUE 'DUE DATE  '.
               10  FILLER              PIC X(06)
                   VALUE 'TYPE  '.
               10  FILLER              PIC X(12)
                   VALUE 'KEY         '.
               10  FILLER              PIC X(05)
                   VALUE 'SRC  '.
               10  FILLER              PIC X(06)
                   VALUE 'SEGS  '.
               10  FILLER              PIC X(10)
                   VALUE 'PARKED ON '.
               10  FILLER              PIC X(06)
                   VALUE 'STREAM'.
           05  WS-RPT-NO-WAIT-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'NO ITEMS WAITING                 '.
           05  WS-RPT-NO-PEND-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'PENDING FILE NOT AVAILABLE       '.
           05  WS-RPT-CANC-APPLIED-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'CANCELLATIONS APPLIED.   '.
               10  WS-RPT-CANC-APPLIED PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-CANC-REJECTED-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'CANCELLATIONS REJECTED.  '.
               10  WS-RPT-CANC-REJECTED
                                       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-ENT-CANCELLED-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'RECORDS CANCELLED.       '.
               10  WS-RPT-ENT-CANCELLED
                                       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-RELEASED-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'RECORDS RELEASED.        '.
               10  WS-RPT-RELEASED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REWRITTEN-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'RELEASED AGAIN (RERUN).  '.
               10  WS-RPT-REWRITTEN    PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-PURGED-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'RECORDS PURGED.          '.
               10  WS-RPT-PURGED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-ITEMS-WAIT-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'ITEMS WAITING.           '.
               10  WS-RPT-ITEMS-WAIT   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-RECS-WAIT-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'RECORDS WAITING.         '.
               10  WS-RPT-RECS-WAIT    PIC ZZZ,ZZZ,ZZ9.
       01  WS-CANC-DETAIL-LINE.
           05  WS-CD-DUE-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-TRAN-TYPE         PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CD-KEY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-SOURCE            PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CD-REQUESTED-BY      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-RESULT            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-REASON            PIC X(30).
       01  WS-WAIT-DETAIL-LINE.
           05  WS-WD-DUE-DATE          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-WD-TRAN-TYPE         PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-WD-KEY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-WD-SOURCE            PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-WD-SEGS              PIC 9(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-WD-PARKED-DATE       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-WD-STREAM            PIC 9(01).
       01  WS-WAIT-TOTAL-LINE.
           05  WS-WT-LABEL             PIC X(26).
           05  WS-WT-ITEMS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE ' ITEMS'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-RC = ZERO
               PERFORM 2000-APPLY-CANCELLATIONS THRU 2000-EXIT
           END-IF
           IF WS-RUN-RC < 12
               PERFORM 3000-REVIEW-PENDING-FILE THRU 3000-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * TONIGHT'S BUSINESS DATE IS THE RUN DATE, THE SAME DATE
      * ARGCONSL STAMPS ON THE COMBINED FILE AND CHECKS ON THE
      * RELEASED-ITEMS HEADER.  THE PENDING FILE IS CREATED EMPTY ON
      * THE FIRST RUN, SO A SITE WITH NOTHING PARKED STILL HANDS
      * ARGCONSL AN EMPTY, BALANCED FILE.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-CONVERT-DATE
           PERFORM 6000-CONVERT-DATE-TO-DAYS THRU 6000-EXIT
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
           OPEN OUTPUT PENDING-RPT
           SET WS-RPT-OPEN TO TRUE
           MOVE WS-BUSINESS-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           OPEN I-O PENDING-FILE
           IF WS-PEND-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PEND-FILE-STATUS = '00'
               SET WS-PEND-OPEN TO TRUE
           ELSE
               DISPLAY 'PENDREL - PENDING FILE OPEN FAILED, STATUS '
                   WS-PEND-FILE-STATUS
               MOVE WS-RPT-NO-PEND-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RELEASE-FILE
           IF WS-REL-FILE-STATUS NOT = '00'
               DISPLAY 'PENDREL - RELEASED-ITEMS FILE OPEN FAILED, '
                   'STATUS ' WS-REL-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           SET WS-REL-OPEN TO TRUE
           MOVE SPACES           TO ARG-HEADER-RECORD
           MOVE 'HDR'            TO AH-RECORD-TYPE
           MOVE 'ARGFILE'        TO AH-FILE-ID
           MOVE WS-BUSINESS-DATE TO AH-BUSINESS-DATE
           MOVE ZERO             TO AH-CYCLE-NUMBER
           WRITE ARG-HEADER-RECORD
           .
       1000-EXIT.
           EXIT.

      **********************************************************************
      * APPLY UPSTREAM'S CANCELLATIONS BEFORE ANYTHING IS RELEASED,
      * SO AN ITEM DUE TONIGHT CAN STILL BE WITHDRAWN TODAY.  THE
      * CANCELLATION FILE IS OPTIONAL.
      **********************************************************************
       2000-APPLY-CANCELLATIONS.
           MOVE WS-RPT-CANC-HDR-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           OPEN INPUT CANCEL-FILE
           IF WS-CANC-FILE-STATUS NOT = '00'
               MOVE WS-RPT-NO-CANC-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               GO TO 2000-EXIT
           END-IF
           MOVE WS-RPT-CANC-COL-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           PERFORM 2200-READ-CANCEL-RECORD THRU 2200-EXIT
           PERFORM 2100-PROCESS-CANCELLATION THRU 2100-EXIT
               UNTIL WS-EOF-CANC
           CLOSE CANCEL-FILE
           IF WS-CANCELS-READ = ZERO
               MOVE WS-RPT-NO-CANC-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-PROCESS-CANCELLATION.
           ADD 1 TO WS-CANCELS-READ
           PERFORM 2300-EDIT-CANCELLATION THRU 2300-EXIT
           IF WS-EDIT-PASSED
               PERFORM 2400-APPLY-CANCELLATION THRU 2400-EXIT
           END-IF
           PERFORM 2500-WRITE-CANCEL-LINE THRU 2500-EXIT
           IF WS-RUN-RC NOT < 12
               SET WS-EOF-CANC TO TRUE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-READ-CANCEL-RECORD THRU 2200-EXIT
           .
       2100-EXIT.
           EXIT.

       2200-READ-CANCEL-RECORD.
           READ CANCEL-FILE
               AT END
                   SET WS-EOF-CANC TO TRUE
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-EDIT-CANCELLATION.
           SET WS-EDIT-PASSED TO TRUE
           MOVE SPACES TO WS-EDIT-REASON
           IF TX-DUE-DATE NOT NUMERIC
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'DUE DATE INVALID' TO WS-EDIT-REASON
               GO TO 2300-EXIT
           END-IF
           IF TX-KEY = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NO DETAIL KEY' TO WS-EDIT-REASON
               GO TO 2300-EXIT
           END-IF
           IF TX-SOURCE NOT = SPACE AND TX-SOURCE NOT = '1'
                   AND TX-SOURCE NOT = '2' AND TX-SOURCE NOT = '3'
                   AND TX-SOURCE NOT = '4'
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'SOURCE IS NOT BLANK OR 1-4' TO WS-EDIT-REASON
               GO TO 2300-EXIT
           END-IF
           IF TX-REQUESTED-BY = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NO REQUESTER' TO WS-EDIT-REASON
           END-IF
           .
       2300-EXIT.
           EXIT.

      **********************************************************************
      * A CANCELLATION NAMES THE DUE DATE, TRAN TYPE, AND KEY THE
      * DETAIL WAS SENT WITH, AND OPTIONALLY ITS SOURCE.  EVERY
      * WAITING ENTRY THAT MATCHES - ALL SEGMENTS OF A SET, AND ANY
      * COPY PARKED ON A LATER NIGHT - IS MARKED CANCELLED.  WHEN
      * NOTHING MATCHING IS STILL WAITING, THE CANCELLATION IS
      * REJECTED WITH THE STATUS THE ITEM WAS FOUND IN.
      **********************************************************************
       2400-APPLY-CANCELLATION.
           MOVE 'N'    TO WS-MATCH-SW
           MOVE SPACES TO WS-LAST-STATUS
           MOVE ZERO   TO WS-SET-ENTRIES-CANCELLED
           MOVE 'N'    TO WS-EOF-PEND-SW
           MOVE LOW-VALUES      TO PD-PENDING-KEY
           MOVE TX-DUE-DATE-NUM TO PD-DUE-DATE
           MOVE TX-TRAN-TYPE    TO PD-TRAN-TYPE
           MOVE TX-KEY          TO PD-KEY
           START PENDING-FILE KEY >= PD-PENDING-KEY
               INVALID KEY
                   SET WS-EOF-PEND TO TRUE
           END-START
           IF NOT WS-EOF-PEND
               PERFORM 5100-READ-NEXT-PENDING THRU 5100-EXIT
           END-IF
           PERFORM 2450-CANCEL-PENDING-ENTRY THRU 2450-EXIT
               UNTIL WS-EOF-PEND
           MOVE 'N' TO WS-EOF-PEND-SW
           IF WS-RUN-RC NOT < 12
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'PENDING FILE UPDATE FAILED' TO WS-EDIT-REASON
               GO TO 2400-EXIT
           END-IF
           IF WS-SET-ENTRIES-CANCELLED > ZERO
               GO TO 2400-EXIT
           END-IF
           SET WS-EDIT-FAILED TO TRUE
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-MATCHED
                   MOVE 'NO PENDING ITEM' TO WS-EDIT-REASON
               WHEN WS-LAST-STATUS = 'R'
                   MOVE 'ALREADY RELEASED' TO WS-EDIT-REASON
               WHEN OTHER
                   MOVE 'ALREADY CANCELLED' TO WS-EDIT-REASON
           END-EVALUATE
           .
       2400-EXIT.
           EXIT.

       2450-CANCEL-PENDING-ENTRY.
           IF PD-DUE-DATE NOT = TX-DUE-DATE-NUM
                   OR PD-TRAN-TYPE NOT = TX-TRAN-TYPE
                   OR PD-KEY NOT = TX-KEY
               SET WS-EOF-PEND TO TRUE
               GO TO 2450-EXIT
           END-IF
           IF TX-SOURCE NOT = SPACE AND TX-SOURCE NOT = PD-SOURCE
               GO TO 2450-NEXT
           END-IF
           SET WS-ENTRY-MATCHED TO TRUE
           MOVE PD-STATUS TO WS-LAST-STATUS
           IF NOT PD-WAITING
               GO TO 2450-NEXT
           END-IF
           SET PD-CANCELLED TO TRUE
           MOVE WS-BUSINESS-DATE TO PD-STATUS-DATE
           MOVE TX-REQUESTED-BY  TO PD-CANCEL-REF
           REWRITE PENDING-RECORD
           IF WS-PEND-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               SET WS-EOF-PEND TO TRUE
               GO TO 2450-EXIT
           END-IF
           ADD 1 TO WS-SET-ENTRIES-CANCELLED
           ADD 1 TO WS-ENTRIES-CANCELLED
           .
       2450-NEXT.
           PERFORM 5100-READ-NEXT-PENDING THRU 5100-EXIT
           .
       2450-EXIT.
           EXIT.

       2500-WRITE-CANCEL-LINE.
           MOVE TX-DUE-DATE     TO WS-CD-DUE-DATE
           MOVE TX-TRAN-TYPE    TO WS-CD-TRAN-TYPE
           MOVE TX-KEY          TO WS-CD-KEY
           MOVE TX-SOURCE       TO WS-CD-SOURCE
           MOVE TX-REQUESTED-BY TO WS-CD-REQUESTED-BY
           IF WS-EDIT-PASSED
               ADD 1 TO WS-CANCELS-APPLIED
               MOVE 'APPLIED ' TO WS-CD-RESULT
               MOVE SPACES     TO WS-CD-REASON
           ELSE
               ADD 1 TO WS-CANCELS-REJECTED
               MOVE 'REJECTED' TO WS-CD-RESULT
               MOVE WS-EDIT-REASON TO WS-CD-REASON
           END-IF
           MOVE WS-CANC-DETAIL-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           .
       2500-EXIT.
           EXIT.

      **********************************************************************
      * ONE PASS OF THE PENDING FILE IN DUE-DATE ORDER.  ENTRIES DUE
      * ON OR BEFORE TONIGHT ARE RELEASED (OR RELEASED AGAIN ON A
      * RERUN); OLD RELEASED AND CANCELLED ENTRIES ARE PURGED; AND
      * WHAT IS STILL WAITING - ALL DUE AFTER TONIGHT, SO THEY COME
      * LAST - IS LISTED WITH BREAKS ON DUE DATE AND TRAN TYPE.
      **********************************************************************
       3000-REVIEW-PENDING-FILE.
           MOVE SPACES TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           MOVE WS-RPT-WAIT-HDR-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           MOVE WS-RPT-WAIT-COL-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           MOVE 'N' TO WS-EOF-PEND-SW
           MOVE LOW-VALUES TO PD-PENDING-KEY
           START PENDING-FILE KEY >= PD-PENDING-KEY
               INVALID KEY
                   SET WS-EOF-PEND TO TRUE
           END-START
           IF NOT WS-EOF-PEND
               PERFORM 5100-READ-NEXT-PENDING THRU 5100-EXIT
           END-IF
           PERFORM 3100-REVIEW-PENDING-ENTRY THRU 3100-EXIT
               UNTIL WS-EOF-PEND
           PERFORM 3500-TRAN-TYPE-BREAK THRU 3500-EXIT
           PERFORM 3600-DUE-DATE-BREAK THRU 3600-EXIT
           IF WS-ITEMS-WAITING = ZERO
               MOVE WS-RPT-NO-WAIT-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
           ELSE
               MOVE 'TOTAL WAITING'  TO WS-WT-LABEL
               MOVE WS-ITEMS-WAITING TO WS-WT-ITEMS
               MOVE WS-WAIT-TOTAL-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-REVIEW-PENDING-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           EVALUATE TRUE
               WHEN PD-WAITING AND PD-DUE-DATE NOT > WS-BUSINESS-DATE
                   PERFORM 3200-RELEASE-ENTRY THRU 3200-EXIT
               WHEN PD-RELEASED AND PD-STATUS-DATE = WS-BUSINESS-DATE
                   PERFORM 3200-RELEASE-ENTRY THRU 3200-EXIT
               WHEN PD-WAITING
                   PERFORM 3400-LIST-WAITING-ENTRY THRU 3400-EXIT
               WHEN OTHER
                   PERFORM 3300-PURGE-IF-OLD THRU 3300-EXIT
           END-EVALUATE
           IF WS-RUN-RC NOT < 12
               SET WS-EOF-PEND TO TRUE
               GO TO 3100-EXIT
           END-IF
           PERFORM 5100-READ-NEXT-PENDING THRU 5100-EXIT
           .
       3100-EXIT.
           EXIT.

      **********************************************************************
      * COPY THE ENTRY TO THE RELEASED-ITEMS FILE AS THE DETAIL
      * UPSTREAM SENT, WITH ITS DUE DATE AS THE EFFECTIVE DATE, AND
      * MARK IT RELEASED TONIGHT.  THE TRAILER HASH IS OVER NUMERIC
      * KEYS, AS ON EVERY ARGFILE.
      **********************************************************************
       3200-RELEASE-ENTRY.
           MOVE SPACES           TO ARG-IN-RECORD
           MOVE PD-KEY           TO AI-KEY
           MOVE PD-TRAN-TYPE     TO AI-TRAN-TYPE
           MOVE PD-ARG-1         TO AI-ARG-1
           MOVE PD-ARG-2         TO AI-ARG-2
           MOVE PD-SEG-NUMBER    TO AI-SEG-NUMBER
           MOVE PD-SEG-LAST-SW   TO AI-SEG-LAST-SW
           MOVE PD-SOURCE        TO AI-SOURCE
           MOVE PD-DUE-DATE      TO AI-EFFECTIVE-DATE-NUM
           WRITE ARG-IN-RECORD
           IF AI-KEY IS NUMERIC
               ADD AI-KEY-NUM TO WS-REL-KEY-HASH
           END-IF
           IF PD-RELEASED
               ADD 1 TO WS-RECS-REWRITTEN
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-RECS-RELEASED
           SET PD-RELEASED TO TRUE
           MOVE WS-BUSINESS-DATE TO PD-STATUS-DATE
           REWRITE PENDING-RECORD
           IF WS-PEND-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
           END-IF
           .
       3200-EXIT.
           EXIT.

       3300-PURGE-IF-OLD.
           MOVE PD-STATUS-DATE TO WS-CONVERT-DATE
           PERFORM 6000-CONVERT-DATE-TO-DAYS THRU 6000-EXIT
           COMPUTE WS-ENTRY-AGE = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
           IF WS-ENTRY-AGE NOT > WS-PURGE-DAYS
               GO TO 3300-EXIT
           END-IF
           DELETE PENDING-FILE RECORD
           IF WS-PEND-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-PURGED
           .
       3300-EXIT.
           EXIT.

      **********************************************************************
      * ONE LINE PER WAITING ITEM - THE FIRST (OR ONLY) SEGMENT OF
      * EACH SET; LATER SEGMENTS COUNT ONLY AS RECORDS.
      **********************************************************************
       3400-LIST-WAITING-ENTRY.
           ADD 1 TO WS-RECS-WAITING
           IF PD-SEG-NUMBER NOT = '0' AND PD-SEG-NUMBER NOT = '1'
               GO TO 3400-EXIT
           END-IF
           IF PD-DUE-DATE NOT = WS-BRK-DUE-DATE
               PERFORM 3500-TRAN-TYPE-BREAK THRU 3500-EXIT
               PERFORM 3600-DUE-DATE-BREAK THRU 3600-EXIT
               MOVE PD-DUE-DATE  TO WS-BRK-DUE-DATE
               MOVE PD-TRAN-TYPE TO WS-BRK-TRAN-TYPE
           END-IF
           IF PD-TRAN-TYPE NOT = WS-BRK-TRAN-TYPE
               PERFORM 3500-TRAN-TYPE-BREAK THRU 3500-EXIT
               MOVE PD-TRAN-TYPE TO WS-BRK-TRAN-TYPE
           END-IF
           ADD 1 TO WS-TYPE-ITEMS
           ADD 1 TO WS-ITEMS-WAITING
           MOVE PD-DUE-DATE      TO WS-WD-DUE-DATE
           MOVE PD-TRAN-TYPE     TO WS-WD-TRAN-TYPE
           MOVE PD-KEY           TO WS-WD-KEY
           MOVE PD-SOURCE        TO WS-WD-SOURCE
           MOVE PD-SET-SEG-COUNT TO WS-WD-SEGS
           MOVE PD-PARKED-DATE   TO WS-WD-PARKED-DATE
           MOVE PD-PARKED-STREAM TO WS-WD-STREAM
           MOVE WS-WAIT-DETAIL-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           .
       3400-EXIT.
           EXIT.

       3500-TRAN-TYPE-BREAK.
           IF WS-TYPE-ITEMS = ZERO
               GO TO 3500-EXIT
           END-IF
           MOVE SPACES TO WS-WT-LABEL
           STRING '  TOTAL TYPE ' WS-BRK-TRAN-TYPE
               DELIMITED BY SIZE INTO WS-WT-LABEL
           MOVE WS-TYPE-ITEMS TO WS-WT-ITEMS
           MOVE WS-WAIT-TOTAL-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           ADD WS-TYPE-ITEMS TO WS-DUE-ITEMS
           MOVE ZERO TO WS-TYPE-ITEMS
           .
       3500-EXIT.
           EXIT.

       3600-DUE-DATE-BREAK.
           IF WS-DUE-ITEMS = ZERO
               GO TO 3600-EXIT
           END-IF
           MOVE SPACES TO WS-WT-LABEL
           STRING 'TOTAL DUE ' WS-BRK-DUE-DATE
               DELIMITED BY SIZE INTO WS-WT-LABEL
           MOVE WS-DUE-ITEMS TO WS-WT-ITEMS
           MOVE WS-WAIT-TOTAL-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           MOVE SPACES TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           MOVE ZERO TO WS-DUE-ITEMS
           .
       3600-EXIT.
           EXIT.

       5100-READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF-PEND TO TRUE
           END-READ
           .
       5100-EXIT.
           EXIT.

      **********************************************************************
      * TURN WS-CONVERT-DATE (YYYYMMDD) INTO A DAY NUMBER, THE SAME
      * ARITHMETIC SUSPMGR USES FOR ITS AGING, SO THE PURGE AGE IS
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

       8000-REPORT-FILE-FAILURE.
           DISPLAY 'PENDREL - PENDING FILE I/O FAILED, STATUS '
               WS-PEND-FILE-STATUS ' KEY ' PD-KEY ' DUE ' PD-DUE-DATE
           MOVE 12 TO WS-RUN-RC
           .
       8000-EXIT.
           EXIT.

      **********************************************************************
      * CLOSE THE RELEASED-ITEMS FILE WITH ITS TRAILER, PRINT THE
      * SUMMARY COUNTS, AND SET THE STEP RETURN CODE.  A FAILED RUN
      * GETS NO TRAILER, SO ARGCONSL REFUSES THE HALF-WRITTEN FILE.
      **********************************************************************
       9000-FINALIZE.
           IF WS-REL-OPEN
               IF WS-RUN-RC < 12
                   MOVE SPACES TO ARG-TRAILER-RECORD
                   MOVE 'TRL'  TO AT-RECORD-TYPE
                   COMPUTE AT-RECORD-COUNT = WS-RECS-RELEASED
                       + WS-RECS-REWRITTEN
                   MOVE WS-REL-KEY-HASH TO AT-KEY-HASH-TOTAL
                   WRITE ARG-TRAILER-RECORD
               END-IF
               CLOSE RELEASE-FILE
           END-IF
           IF WS-PEND-OPEN
               CLOSE PENDING-FILE
           END-IF
           IF WS-RPT-OPEN
               MOVE SPACES TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE WS-CANCELS-APPLIED   TO WS-RPT-CANC-APPLIED
               MOVE WS-CANCELS-REJECTED  TO WS-RPT-CANC-REJECTED
               MOVE WS-ENTRIES-CANCELLED TO WS-RPT-ENT-CANCELLED
               MOVE WS-RECS-RELEASED     TO WS-RPT-RELEASED
               MOVE WS-RECS-REWRITTEN    TO WS-RPT-REWRITTEN
               MOVE WS-ENTRIES-PURGED    TO WS-RPT-PURGED
               MOVE WS-ITEMS-WAITING     TO WS-RPT-ITEMS-WAIT
               MOVE WS-RECS-WAITING      TO WS-RPT-RECS-WAIT
               MOVE WS-RPT-CANC-APPLIED-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE WS-RPT-CANC-REJECTED-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE WS-RPT-ENT-CANCELLED-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE WS-RPT-RELEASED-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE WS-RPT-REWRITTEN-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE WS-RPT-PURGED-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE WS-RPT-ITEMS-WAIT-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE WS-RPT-RECS-WAIT-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               CLOSE PENDING-RPT
           END-IF
           IF WS-RUN-RC = ZERO AND WS-CANCELS-REJECTED > ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY 'PENDREL - RELEASED ' WS-RECS-RELEASED
               ' CANCELLED ' WS-ENTRIES-CANCELLED
               ' WAITING ' WS-ITEMS-WAITING
           .
       9000-EXIT.
           EXIT.

       9999-END.
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           GOBACK.
