      *                     ARGUMENTS) NO LONGER WRITES THE FINAL
      *                     SEGMENT'S CONTENT TO THE REJECT FILE,
      *                     WHICH WOULD HAVE RECYCLED CORRUPTED.
      *  15 OCT 2026  DN    EVERY AUDIT AND REJECT RECORD NOW CARRIES
      *                     THE UPSTREAM SOURCE OF ITS DETAIL
      *                     (AI-SOURCE, SAVED WITH THE FIRST SEGMENT
      *                     OF A SET) AND THE NUMBER OF PHYSICAL
      *                     RECORDS IT STANDS FOR, SO THE END-OF-CYCLE
      *                     RETURN FILES (SRCRETN) CAN ANSWER EACH
      *                     SOURCE FOR EVERY RECORD IT SENT.
      *  15 OCT 2026  DN    A STREAM RECORDED ON CYCSTAT NOW POSTS ITS
      *                     CONTROL TOTALS TO THE SHARED LEDGER
      *                     (CTLLEDG, VIA THE CTLPOST SUBPROGRAM) AT
      *                     END OF STEP: DETAILS IN, CALLED, FAILED,
      *                     REJECTED, DUPLICATE, AND PARKED SEGMENT
      *                     SETS, EACH AS A DETAIL COUNT AND KEY HASH
      *                     WEIGHTED BY THE SEGMENTS A CALL OR REJECT
      *                     STANDS FOR, SO THE CYCBAL BALANCE SHEET
      *                     CAN TIE THE STREAM TO ARGSPLIT AND
      *                     ARGMERGE.  THE FIGURES RIDE ON THE
      *                     CHECKPOINT RECORD SO A RESTARTED RUN
      *                     POSTS THE WHOLE STREAM, NOT JUST ITS OWN
      *                     PART OF IT.
      *  15 OCT 2026  DN    THE PROCKEYS RECORD LAYOUT NOW COMES FROM
      *                     COPYBOOK PRCKREC, SHARED WITH THE CYCLE
      *                     BACKOUT UTILITY (CYCBKOUT).
      *  15 OCT 2026  DN    THE HEADER'S BUSINESS DATE MUST NOW BE A
      *                     PROCESSING DAY ON THE BUSINESS-DAY
      *                     CALENDAR MASTER (CALMST, READ THROUGH THE
      *                     CALCHK SUBPROGRAM); A WEEKEND, A HOLIDAY,
      *                     OR A DATE NOT ON THE CALENDAR REFUSES THE
      *                     RUN.  THE DUPLICATE-KEY WINDOW CAN NOW BE
      *                     COUNTED IN BUSINESS DAYS: A DUPWIN BUSDAYS
      *                     ENTRY ON PARMMST, WHEN IN EFFECT, TAKES
      *                     PRECEDENCE OVER DUPWIN DAYS, SO A LONG
      *                     HOLIDAY WEEKEND NO LONGER SHORTENS THE
      *                     WINDOW.  A HISTORY ENTRY DATED BEFORE THE
      *                     CALENDAR STARTS IS STILL AGED IN CALENDAR
      *                     DAYS.  WITHOUT A CALMST BOTH WORK AS
      *                     BEFORE.
      *  15 OCT 2026  DN    THE OPERATOR ALERT RECORD CARRIES ALERT
      *                     LEVEL 1 AND A BLANK CONTACT FOR ALRTMGR.
      *  15 OCT 2026  DN    FUTURE-DATED DETAILS.  A DETAIL WHOSE
      *                     EFFECTIVE DATE (AI-EFFECTIVE-DATE, TAKEN
      *                     FROM THE FIRST SEGMENT OF A SET) IS LATER
      *                     THAN THE HEADER'S BUSINESS DATE IS NOT
      *                     CALLED; IT IS PARKED, ONE ENTRY PER
      *                     SEGMENT, ON THE PENDING-TRANSACTION FILE
      *                     (PENDMST, COPYBOOK PENDREC) FOR THE
      *                     PENDREL STEP TO RELEASE ON ITS DUE DATE.
      *                     IT STILL COUNTS IN THE TRAILER BALANCE,
      *                     SHOWS AS DEFERRED ON THE CONTROL REPORT
      *                     (WOULD DEFER ON THE PRE-FLIGHT REPORT),
      *                     AND IS POSTED TO THE LEDGER AS A NEW
      *                     DEFERRED COUNTER, SO DETAILS IN NOW
      *                     BALANCES TO CALLED PLUS REJECTED PLUS
      *                     DEFERRED.  AN EFFECTIVE DATE THAT IS NOT
      *                     A VALID DATE REJECTS THE DETAIL.  THE
      *                     KEY-MASTER CHECK AND ROUTING STILL APPLY
      *                     WHEN A DETAIL IS PARKED; THE DUPLICATE
      *                     CHECK WAITS FOR THE NIGHT IT RELEASES.
      *  15 OCT 2026  DN    REVERSAL TRANSACTIONS (TYPE RV).  A
      *                     REVERSAL NAMES AN EARLIER KEY AND THE
      *                     BUSINESS DATE IT POSTED ON.  THE ORIGINAL
      *                     MUST BE ON THE AUDIT-HISTORY MASTER
      *                     (AUDITMST, NOW OPENED READ ONLY) AS A
      *                     SUCCESSFUL CALL AND ON THE PROCESSED-KEY
      *                     HISTORY NOT ALREADY REVERSED, OR THE
      *                     REVERSAL REJECTS WITH ITS OWN REASON.  IT
      *                     IS CALLED ON THE TARGET THE ORIGINAL WENT
      *                     TO, WITH THE AFTER-VALUES THE ORIGINAL
      *                     CALL HANDED BACK (NOW KEPT ON PROCKEYS)
      *                     AS ITS ARGUMENTS AND THE NEW REQUEST TYPE
      *                     IN WSARGS SET TO REVERSAL.  WHEN THE
      *                     TARGET ACCEPTS IT THE ORIGINAL'S PROCKEYS
      *                     ENTRY IS MARKED REVERSED AND THE AUDIT LOG
      *                     SHOWS OUTCOME REVERSAL WITH THE ORIGINAL'S
      *                     DATE.  A LATER POSTING OF A REVERSED KEY
      *                     INSIDE THE DUPLICATE WINDOW REJECTS AS KEY
      *                     REVERSED ON PRIOR CYCLE UNLESS THE RUN IS
      *                     A REPROCESS RUN.  REVERSALS DONE, FAILED,
      *                     AND REJECTED GET THEIR OWN CONTROL REPORT
      *                     LINES (WOULD CALL ON THE PRE-FLIGHT
      *                     REPORT); THEY STAY IN THE ORDINARY CALL
      *                     AND REJECT TOTALS, SO THE LEDGER IS
      *                     UNCHANGED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBPROGD.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PENDING-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MASTER-KEY
               FILE STATUS IS WS-AUDM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARG-FILE-IN
           05  CK-LAST-RECORD-NO       PIC 9(09).
           05  CK-DATE                 PIC 9(08).
           05  CK-TIME                 PIC 9(08).
           05  CK-CALLED-COUNT         PIC 9(09).
           05  CK-CALLED-HASH          PIC 9(18).
           05  CK-FAILED-COUNT         PIC 9(09).
           05  CK-FAILED-HASH          PIC 9(18).
           05  CK-REJECTED-COUNT       PIC 9(09).
           05  CK-REJECTED-HASH        PIC 9(18).
           05  CK-DUP-COUNT            PIC 9(09).
           05  CK-DUP-HASH             PIC 9(18).
           05  CK-PARKED-COUNT         PIC 9(09).
           05  CK-PARKED-HASH          PIC 9(18).
           05  CK-DEFERRED-COUNT       PIC 9(09).
           05  CK-DEFERRED-HASH        PIC 9(18).

       FD  CONTROL-RPT
           RECORDING MODE IS F

       FD  PROCESSED-KEY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRCKREC.

       FD  PARM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PARMREC.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  AUDIT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDMREC.
       WORKING-STORAGE SECTION.
       COPY WSARGS.
       77  WS-EOF-ARG-SW               PIC X(01)  VALUE 'N'.
           88  WS-PROCESS-MODE                        VALUE 'P'.
           88  WS-VALIDATE-ONLY                       VALUE 'V'.
       77  WS-RECS-WOULD-CALL              PIC 9(09) COMP VALUE ZERO.
       77  WS-RECS-WOULD-DEFER             PIC 9(09) COMP VALUE ZERO.
       77  WS-OUTPUTS-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-OUTPUTS-OPEN                        VALUE 'Y'.
       77  WS-RUN-REFUSED-SW               PIC X(01)  VALUE 'N'.
       77  WS-REPROCESS-SW                 PIC X(01)  VALUE 'N'.
           88  WS-REPROCESS-RUN                       VALUE 'Y'.
       77  WS-DUP-WINDOW-DAYS              PIC 9(03)  VALUE 30.
       77  WS-DUP-WINDOW-BUS-DAYS          PIC 9(03)  VALUE ZERO.
       77  WS-DUP-WINDOW-LIMIT             PIC 9(03)  VALUE ZERO.
       77  WS-DUP-BASIS-SW                 PIC X(01)  VALUE 'C'.
           88  WS-DUP-CALENDAR-BASIS                  VALUE 'C'.
           88  WS-DUP-BUSINESS-BASIS                  VALUE 'B'.
       77  WS-HDR-ON-CALENDAR-SW           PIC X(01)  VALUE 'N'.
           88  WS-HDR-ON-CALENDAR                     VALUE 'Y'.
       77  WS-BUSINESS-BDAY-NUMBER         PIC 9(09) COMP VALUE ZERO.
       77  WS-DUPS-SAME-RUN                PIC 9(09) COMP VALUE ZERO.
       77  WS-DUPS-PRIOR-CYCLE             PIC 9(09) COMP VALUE ZERO.
       77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
           88  WS-SET-COMPLETE                        VALUE 'Y'.
       77  WS-ASM-KEY                      PIC X(10)  VALUE SPACES.
       77  WS-ASM-TRAN-TYPE                PIC X(02)  VALUE SPACES.
       77  WS-ASM-SOURCE                   PIC X(01)  VALUE SPACE.
       77  WS-ASM-EFFECTIVE-DATE           PIC X(08)  VALUE SPACES.
       77  WS-RECORD-SEG-COUNT             PIC 9(01)  VALUE 1.
       77  WS-ASM-NEXT-SEG                 PIC 9(01)  VALUE ZERO.
       77  WS-SEG-NUMBER-WORK              PIC 9(01)  VALUE ZERO.
       77  WS-EXT-SUB                      PIC 9(04) COMP VALUE ZERO.
       77  WS-CYCLE-ENFORCED-SW            PIC X(01)  VALUE 'N'.
           88  WS-CYCLE-ENFORCED                      VALUE 'Y'.
       COPY CYCCHKA.
       COPY CTLPOSTA.
       COPY CALCHKA.
       77  WS-LDG-CALLED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-CALLED-HASH              PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-FAILED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-FAILED-HASH              PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-REJECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-REJECTED-HASH            PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-DUP-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-DUP-HASH                 PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-PARKED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-PARKED-HASH              PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-DEFERRED-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-LDG-DEFERRED-HASH            PIC 9(18) COMP VALUE ZERO.
       77  WS-LDG-SEGS                     PIC 9(01)  VALUE 1.
       77  WS-LDG-HASH-WORK                PIC 9(18) COMP VALUE ZERO.
       01  WS-LDG-KEY-AREA.
           05  WS-LDG-KEY                  PIC X(10)  VALUE SPACES.
           05  WS-LDG-KEY-NUM REDEFINES WS-LDG-KEY
                                           PIC 9(10).
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 20 TIMES.
               10  WS-ROUTE-TYPE           PIC X(02).
       77  WS-CALLS-SUCCESS                PIC 9(09) COMP VALUE ZERO.
       77  WS-CALLS-FAILED                 PIC 9(09) COMP VALUE ZERO.
       77  WS-RECS-REJECTED                PIC 9(09) COMP VALUE ZERO.
       77  WS-RECS-DEFERRED                PIC 9(09) COMP VALUE ZERO.
       77  WS-REVS-DONE                    PIC 9(09) COMP VALUE ZERO.
       77  WS-REVS-FAILED                  PIC 9(09) COMP VALUE ZERO.
       77  WS-REVS-REJECTED                PIC 9(09) COMP VALUE ZERO.
       77  WS-REVS-WOULD-CALL              PIC 9(09) COMP VALUE ZERO.
       77  WS-REVERSAL-SW                  PIC X(01)  VALUE 'N'.
           88  WS-REVERSAL-DETAIL                     VALUE 'Y'.
       77  WS-AUDM-FILE-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-AUDM-OPEN-SW                 PIC X(01)  VALUE 'N'.
           88  WS-AUDM-OPEN                           VALUE 'Y'.
       77  WS-AUDM-SCAN-DONE-SW            PIC X(01)  VALUE 'N'.
           88  WS-AUDM-SCAN-DONE                      VALUE 'Y'.
       77  WS-REV-ENTRIES-FOUND            PIC 9(09) COMP VALUE ZERO.
       77  WS-REV-PROGRAM-NAME             PIC X(08)  VALUE SPACES.
       01  WS-REV-DATE-AREA.
           05  WS-REV-ORIGINAL-DATE        PIC 9(08)  VALUE ZERO.
           05  WS-REV-DATE-PARTS REDEFINES WS-REV-ORIGINAL-DATE.
               10  WS-REV-YEAR             PIC 9(04).
               10  WS-REV-MONTH            PIC 9(02).
               10  WS-REV-DAY              PIC 9(02).
       77  WS-PEND-FILE-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-PEND-OPEN-SW                 PIC X(01)  VALUE 'N'.
           88  WS-PEND-OPEN                           VALUE 'Y'.
       77  WS-DEFER-SW                     PIC X(01)  VALUE 'N'.
           88  WS-DEFER-DETAIL                        VALUE 'Y'.
       77  WS-PEND-SEG-SUB                 PIC 9(01)  VALUE ZERO.
       01  WS-EFFECTIVE-DATE-AREA.
           05  WS-EFFECTIVE-DATE           PIC 9(08)  VALUE ZERO.
           05  WS-EFFECTIVE-DATE-PARTS REDEFINES WS-EFFECTIVE-DATE.
               10  WS-EFF-YEAR             PIC 9(04).
               10  WS-EFF-MONTH            PIC 9(02).
               10  WS-EFF-DAY              PIC 9(02).
       77  WS-EXP-FILE-STATUS              PIC X(02)  VALUE SPACES.
       77  WS-EOF-EXP-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EOF-EXP                             VALUE 'Y'.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL DUPS PRIOR CYCLE.'.
               10  WS-RPT-DUP-CYCLE  PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-DEFERRED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL RECS DEFERRED.   '.
               10  WS-RPT-DEFERRED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REV-DONE-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL REVS DONE.       '.
               10  WS-RPT-REV-DONE   PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REV-FAILED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL REVS FAILED.     '.
               10  WS-RPT-REV-FAILED PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-REV-REJECTED-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'TOTAL REVS REJECTED.   '.
               10  WS-RPT-REV-REJECTED PIC ZZZ,ZZZ,ZZ9.
       01  WS-TARGET-LINE.
           05  FILLER               PIC X(08) VALUE 'TARGET. '.
           05  WS-TGT-LINE-NAME     PIC X(08).
               10  FILLER            PIC X(23)
                   VALUE 'RECORDS WOULD CALL.    '.
               10  WS-PRE-WOULD-CALL PIC ZZZ,ZZZ,ZZ9.
           05  WS-PRE-WOULD-DEFER-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'RECORDS WOULD DEFER.   '.
               10  WS-PRE-WOULD-DEFER PIC ZZZ,ZZZ,ZZ9.
           05  WS-PRE-REV-WOULD-CALL-LINE.
               10  FILLER            PIC X(23)
                   VALUE 'REVERSALS WOULD CALL.  '.
               10  WS-PRE-REV-WOULD-CALL PIC ZZZ,ZZZ,ZZ9.
       01  WS-PREFLIGHT-DETAIL-LINE.
           05  WS-PRE-KEY           PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           IF NOT WS-CONTROL-FAILED AND NOT WS-RUN-REFUSED
               PERFORM 1250-OPEN-OUTPUT-FILES THRU 1250-EXIT
               PERFORM 1850-OPEN-PROCESSED-KEYS THRU 1850-EXIT
               PERFORM 1870-OPEN-PENDING-FILE THRU 1870-EXIT
               PERFORM 1880-OPEN-AUDIT-MASTER THRU 1880-EXIT
               PERFORM 1300-SKIP-TO-RESTART-POINT THRU 1300-EXIT
               PERFORM 2100-READ-ARG-RECORD THRU 2100-EXIT
           END-IF
      **********************************************************************
      * LOOK FOR A CHECKPOINT LEFT BY A PRIOR RUN THAT DID NOT FINISH.
      * A MISSING OR EMPTY CHECKPOINT FILE MEANS START FROM RECORD ONE.
      * A RESTART ALSO PICKS UP THE CONTROL-TOTALS LEDGER FIGURES AS
      * OF THE CHECKPOINT, SO THE STREAM POSTS ITS WHOLE RUN.
      * A VALIDATE-ONLY RUN NEVER RESTARTS; IT ALWAYS MAKES THE FULL
      * PASS AND LEAVES THE CHECKPOINT FILE ALONE.
      **********************************************************************
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE CK-LAST-RECORD-NO TO WS-RESTART-POINT
                       IF WS-RESTART-POINT > ZERO
                               AND CK-CALLED-COUNT IS NUMERIC
                           PERFORM 1210-RESTORE-LEDGER-TOTALS
                               THRU 1210-EXIT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
       1200-EXIT.
           EXIT.

       1210-RESTORE-LEDGER-TOTALS.
           MOVE CK-CALLED-COUNT   TO WS-LDG-CALLED-COUNT
           MOVE CK-CALLED-HASH    TO WS-LDG-CALLED-HASH
           MOVE CK-FAILED-COUNT   TO WS-LDG-FAILED-COUNT
           MOVE CK-FAILED-HASH    TO WS-LDG-FAILED-HASH
           MOVE CK-REJECTED-COUNT TO WS-LDG-REJECTED-COUNT
           MOVE CK-REJECTED-HASH  TO WS-LDG-REJECTED-HASH
           MOVE CK-DUP-COUNT      TO WS-LDG-DUP-COUNT
           MOVE CK-DUP-HASH       TO WS-LDG-DUP-HASH
           MOVE CK-PARKED-COUNT   TO WS-LDG-PARKED-COUNT
           MOVE CK-PARKED-HASH    TO WS-LDG-PARKED-HASH
           IF CK-DEFERRED-COUNT IS NUMERIC
               MOVE CK-DEFERRED-COUNT TO WS-LDG-DEFERRED-COUNT
               MOVE CK-DEFERRED-HASH  TO WS-LDG-DEFERRED-HASH
           END-IF
           .
       1210-EXIT.
           EXIT.

      **********************************************************************
      * OPEN THE OUTPUT-SIDE FILES - ONLY ONCE THE HEADER AND CYCLE-
      * SEQUENCE CHECKS HAVE PASSED, SO A REFUSED RUN CAN NEVER
       1850-EXIT.
           EXIT.

      **********************************************************************
      * OPEN THE PENDING-TRANSACTION FILE FUTURE-DATED DETAILS ARE
      * PARKED ON, CREATING IT ON FIRST USE THE SAME WAY AS THE
      * PROCESSED-KEY HISTORY.  A VALIDATE RUN PARKS NOTHING AND
      * LEAVES THE FILE ALONE.  IF IT CANNOT BE OPENED, A FUTURE-
      * DATED DETAIL REJECTS RATHER THAN BEING CALLED EARLY.
      **********************************************************************
       1870-OPEN-PENDING-FILE.
           IF WS-VALIDATE-ONLY
               GO TO 1870-EXIT
           END-IF
           OPEN I-O PENDING-FILE
           IF WS-PEND-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PEND-FILE-STATUS = '00'
               SET WS-PEND-OPEN TO TRUE
           ELSE
               DISPLAY 'SUBPROGD - PENDMST NOT AVAILABLE, STATUS '
                   WS-PEND-FILE-STATUS
           END-IF
           .
       1870-EXIT.
           EXIT.

      **********************************************************************
      * OPEN THE AUDIT-HISTORY MASTER, READ ONLY, TO VERIFY THE
      * ORIGINAL CALL A REVERSAL NAMES.  THE FILE IS OPTIONAL: WHEN
      * IT IS NOT ALLOCATED TO THE STEP, A REVERSAL REJECTS BECAUSE
      * ITS ORIGINAL CANNOT BE CHECKED; ORDINARY DETAILS ARE NOT
      * AFFECTED.
      **********************************************************************
       1880-OPEN-AUDIT-MASTER.
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDM-FILE-STATUS = '00'
               SET WS-AUDM-OPEN TO TRUE
           END-IF
           .
       1880-EXIT.
           EXIT.

      **********************************************************************
      * THE FIRST RECORD ON ARG-FILE-IN MUST BE THE UPSTREAM SHOP'S
      * HEADER CONTROL RECORD.  ITS FILE ID MUST BE OURS AND ITS
      * BUSINESS DATE MUST BE TONIGHT'S CYCLE DATE (THE RUN DATE) AND
      * A PROCESSING DAY ON THE CALENDAR MASTER, OR THE RUN IS
      * REFUSED BEFORE A SINGLE DETAIL RECORD IS PROCESSED.
      **********************************************************************
       1500-VERIFY-FILE-HEADER.
           READ ARG-FILE-IN
           MOVE WS-BUSINESS-DATE TO WS-CONVERT-DATE
           PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
           MOVE WS-DAY-NUMBER TO WS-BUSINESS-DAY-NUMBER
           PERFORM 1550-CHECK-PROCESSING-DAY THRU 1550-EXIT
           .
       1500-EXIT.
           EXIT.

      **********************************************************************
      * LOOK THE BUSINESS DATE UP ON THE CALENDAR MASTER.  A DATE
      * THAT IS NOT A PROCESSING DAY - OR IS NOT ON THE CALENDAR AT
      * ALL, MEANING ITS YEAR WAS NEVER LOADED - REFUSES THE RUN.
      * WITHOUT A CALENDAR ALLOCATED THE CHECK IS SKIPPED, THE SAME
      * WAY THE OTHER OPTIONAL MASTERS BEHAVE.  THE DATE'S BUSINESS-
      * DAY NUMBER IS KEPT FOR THE DUPLICATE WINDOW.
      **********************************************************************
       1550-CHECK-PROCESSING-DAY.
           SET CD-FUNC-LOOKUP TO TRUE
           MOVE AH-BUSINESS-DATE TO CD-DATE
           CALL 'CALCHK' USING CALENDAR-CHECK-AREA
           EVALUATE TRUE
               WHEN CD-UNAVAILABLE
                   CONTINUE
               WHEN CD-NOT-ON-CALENDAR
                   MOVE 'HEADER BUSINESS DATE IS NOT ON THE CALENDAR'
                       TO WS-CONTROL-FAIL-TEXT
                   PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               WHEN NOT CD-PROCESSING-DAY
                   MOVE 'HEADER BUSINESS DATE IS NOT A PROCESSING DAY'
                       TO WS-CONTROL-FAIL-TEXT
                   PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
               WHEN OTHER
                   SET WS-HDR-ON-CALENDAR TO TRUE
                   MOVE CD-BUSINESS-DAY-NUMBER
                       TO WS-BUSINESS-BDAY-NUMBER
           END-EVALUATE
           .
       1550-EXIT.
           EXIT.

      **********************************************************************
      * SELECT THE RUN PARAMETERS IN EFFECT FOR THE HEADER'S
      * BUSINESS DATE FROM THE PARAMETER MASTER.  THE MASTER IS
           IF WS-ROUTE-COUNT > ZERO
               SET WS-ROUTE-LOADED TO TRUE
           END-IF
           IF WS-DUP-WINDOW-BUS-DAYS > ZERO
               IF WS-HDR-ON-CALENDAR
                   SET WS-DUP-BUSINESS-BASIS TO TRUE
               ELSE
                   DISPLAY 'SUBPROGD - NO CALENDAR MASTER, DUPLICATE '
                       'WINDOW KEPT IN CALENDAR DAYS'
               END-IF
           END-IF
           DISPLAY 'SUBPROGD - PARAMETER MASTER ENTRIES APPLIED '
               WS-PARMS-APPLIED
           .
               WHEN PM-TYPE-DUPWIN
                   IF PM-LIMIT-VALUE > ZERO
                           AND PM-LIMIT-VALUE < 1000
                       IF PM-PARM-NAME = 'BUSDAYS'
                           MOVE PM-LIMIT-VALUE
                               TO WS-DUP-WINDOW-BUS-DAYS
                       ELSE
                           MOVE PM-LIMIT-VALUE
                               TO WS-DUP-WINDOW-DAYS
                       END-IF
                   ELSE
                       DISPLAY 'SUBPROGD - DUPWIN DAYS OUT OF '
                           'RANGE, ENTRY IGNORED ' PM-LIMIT-VALUE
      **********************************************************************
       2020-ASSEMBLE-SEGMENTS.
           MOVE 'N' TO WS-SET-COMPLETE-SW
           MOVE 'N' TO WS-REVERSAL-SW
           IF AI-SEG-NUMBER = '0' OR AI-SEG-NUMBER = SPACE
               IF WS-ASSEMBLING
                   MOVE 'SEGMENT SET INCOMPLETE'
                   AND AI-SEG-NUMBER NOT = '3'
                   AND AI-SEG-NUMBER NOT = '4'
               MOVE 'SEGMENT NUMBER INVALID' TO WS-REJECT-REASON
               MOVE 1 TO WS-RECORD-SEG-COUNT
               PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
               GO TO 2020-EXIT
           END-IF
               SET WS-ASSEMBLING TO TRUE
               MOVE AI-KEY       TO WS-ASM-KEY
               MOVE AI-TRAN-TYPE TO WS-ASM-TRAN-TYPE
               MOVE AI-SOURCE    TO WS-ASM-SOURCE
               MOVE AI-EFFECTIVE-DATE TO WS-ASM-EFFECTIVE-DATE
               MOVE AI-ARG-1     TO WS-ARG-1
               MOVE AI-ARG-2     TO WS-ARG-2
               MOVE SPACES       TO WS-ARG-EXTENSION
           IF NOT WS-ASSEMBLING
               MOVE 'CONTINUATION WITHOUT FIRST SEG'
                   TO WS-REJECT-REASON
               MOVE 1 TO WS-RECORD-SEG-COUNT
               PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
               GO TO 2020-EXIT
           END-IF
           IF AI-KEY NOT = WS-ASM-KEY
                   OR WS-SEG-NUMBER-WORK NOT = WS-ASM-NEXT-SEG
               MOVE 'SEGMENT OUT OF ORDER' TO WS-REJECT-REASON
               MOVE 1 TO WS-RECORD-SEG-COUNT
               PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
               MOVE 'SEGMENT SET INCOMPLETE'
                   TO WS-SET-REJECT-REASON

      **********************************************************************
      * THE SET IS COMPLETE.  THE CURRENT RECORD CARRIES THE SET'S
      * KEY, AND THE TRANSACTION TYPE, EFFECTIVE DATE, AND FIRST-
      * SEGMENT ARGUMENTS SAVED WHEN THE SET OPENED ARE RESTORED TO
      * THE RECORD AREA, SO ROUTING, THE AUDIT TRAIL, AND EVERY
      * DOWNSTREAM REJECT PATH SEE THE LOGICAL TRANSACTION - NOT THE
      * FINAL SEGMENT'S CONTENT - MATCHING THE CONVENTION THAT THE
      * REJECT FILE AND AUDIT LOG CARRY ONLY THE FIRST SEGMENT'S
      * ARGUMENTS.
      **********************************************************************
       2025-COMPLETE-SEGMENT-SET.
           MOVE 'N' TO WS-ASSEMBLY-SW
           MOVE WS-ASM-TRAN-TYPE TO AI-TRAN-TYPE
           MOVE WS-ASM-EFFECTIVE-DATE TO AI-EFFECTIVE-DATE
           MOVE WS-ARG-1         TO AI-ARG-1
           MOVE WS-ARG-2         TO AI-ARG-2
           SET WS-SET-COMPLETE TO TRUE

      **********************************************************************
      * VALIDATE AND DISPATCH ONE COMPLETE LOGICAL TRANSACTION.  THE
      * ARGUMENT AREA WAS FILLED BY 2020-ASSEMBLE-SEGMENTS.  A
      * FUTURE-DATED TRANSACTION THAT PASSES THE KEY-MASTER AND
      * ROUTING CHECKS IS PARKED ON THE PENDING FILE INSTEAD OF
      * BEING CALLED; IT IS CHECKED FOR DUPLICATES WHEN IT RELEASES.
      * A REVERSAL IS NOT ROUTED OR DUPLICATE-CHECKED: ITS ORIGINAL
      * IS VERIFIED INSTEAD, AND THAT DECIDES ITS TARGET AND
      * ARGUMENTS.
      **********************************************************************
       2030-DISPATCH-TRANSACTION.
           MOVE WS-SEGMENT-COUNT TO WS-RECORD-SEG-COUNT
           MOVE 'N' TO WS-DEFER-SW
           SET WS-REQUEST-POSTING TO TRUE
           MOVE ZERO TO WS-REVERSED-DATE
           IF AI-REVERSAL
               SET WS-REVERSAL-DETAIL TO TRUE
               PERFORM 2280-EDIT-REVERSAL THRU 2280-EXIT
           ELSE
               PERFORM 2200-VALIDATE-ARGUMENTS THRU 2200-EXIT
           END-IF
           IF WS-ARGS-VALID
               PERFORM 2210-CHECK-EFFECTIVE-DATE THRU 2210-EXIT
           END-IF
           IF WS-ARGS-VALID AND WS-KEYM-OPEN
               PERFORM 2220-VERIFY-KEY-ON-MASTER THRU 2220-EXIT
           END-IF
           IF WS-ARGS-VALID AND WS-PROC-OPEN
                   AND NOT WS-DEFER-DETAIL
                   AND NOT WS-REVERSAL-DETAIL
               PERFORM 2230-CHECK-DUPLICATE-KEY THRU 2230-EXIT
           END-IF
           IF WS-ARGS-VALID AND WS-VALIDATE-ONLY
                   AND NOT WS-DEFER-DETAIL
                   AND NOT WS-REVERSAL-DETAIL
               PERFORM 2245-CHECK-SEEN-THIS-PASS THRU 2245-EXIT
           END-IF
           IF WS-ARGS-VALID AND NOT WS-REVERSAL-DETAIL
               PERFORM 2250-RESOLVE-RECORD-TARGET THRU 2250-EXIT
           END-IF
           IF WS-ARGS-VALID AND WS-REVERSAL-DETAIL
                   AND NOT WS-DEFER-DETAIL
               PERFORM 2285-VERIFY-REVERSAL THRU 2285-EXIT
           END-IF
           IF WS-ARGS-VALID AND WS-DEFER-DETAIL
               PERFORM 2550-DEFER-PENDING-DETAIL THRU 2550-EXIT
               IF WS-ARGS-VALID
                   GO TO 2030-EXIT
               END-IF
           END-IF
           IF WS-ARGS-VALID AND WS-VALIDATE-ONLY
               ADD 1 TO WS-RECS-WOULD-CALL
               IF WS-REVERSAL-DETAIL
                   ADD 1 TO WS-REVS-WOULD-CALL
               END-IF
               GO TO 2030-EXIT
           END-IF
           IF WS-ARGS-VALID
               PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
               PERFORM 2400-WRITE-OUTPUT-RECORD THRU 2400-EXIT
               IF WS-CALL-SUCCESS
                   IF WS-REVERSAL-DETAIL
                       PERFORM 2290-MARK-ORIGINAL-REVERSED
                           THRU 2290-EXIT
                   ELSE
                       IF WS-PROC-OPEN
                           PERFORM 2270-RECORD-PROCESSED-KEY
                               THRU 2270-EXIT
                       END-IF
                   END-IF
                   PERFORM 2900-RECONCILE-RESULTS THRU 2900-EXIT
               ELSE
       2200-EXIT.
           EXIT.

      **********************************************************************
      * A BLANK EFFECTIVE DATE, OR ONE ON OR BEFORE THE BUSINESS DATE,
      * TAKES EFFECT TONIGHT.  A LATER ONE DEFERS THE TRANSACTION TO
      * THE PENDING FILE.  ANYTHING THAT IS NOT A DATE REJECTS.
      **********************************************************************
       2210-CHECK-EFFECTIVE-DATE.
           IF AI-EFFECTIVE-DATE = SPACES
               GO TO 2210-EXIT
           END-IF
           IF AI-EFFECTIVE-DATE IS NOT NUMERIC
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               GO TO 2210-EXIT
           END-IF
           MOVE AI-EFFECTIVE-DATE-NUM TO WS-EFFECTIVE-DATE
           IF WS-EFF-YEAR < 1900
                   OR WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
                   OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               GO TO 2210-EXIT
           END-IF
           IF WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
               SET WS-DEFER-DETAIL TO TRUE
           END-IF
           .
       2210-EXIT.
           EXIT.

      **********************************************************************
      * VERIFY THE DETAIL KEY AGAINST THE KEY MASTER.  A KEY WITH NO
      * MASTER ENTRY, OR WHOSE ENTRY IS NOT ACTIVE, REJECTS THE
           EXIT.

       2240-JUDGE-PROCESSED-ENTRY.
           PERFORM 5200-AGE-PROCESSED-ENTRY THRU 5200-EXIT
           EVALUATE TRUE
               WHEN WS-DUP-AGE-DAYS > WS-DUP-WINDOW-LIMIT
                   IF NOT WS-VALIDATE-ONLY
                       DELETE PROCESSED-KEY-FILE RECORD
                   END-IF
                   ADD 1 TO WS-DUPS-SAME-RUN
               WHEN NOT WS-REPROCESS-RUN
                   SET WS-ARGS-INVALID TO TRUE
                   IF PK-REVERSED
                       MOVE 'KEY REVERSED ON PRIOR CYCLE'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE 'KEY PROCESSED ON PRIOR CYCLE'
                           TO WS-REJECT-REASON
                   END-IF
                   ADD 1 TO WS-DUPS-PRIOR-CYCLE
           END-EVALUATE
           IF NOT WS-ARGS-INVALID
           EXIT.

      **********************************************************************
      * RECORD A SUCCESSFULLY CALLED KEY ON THE HISTORY, WITH THE
      * ARGUMENT VALUES THE TARGET HANDED BACK SO A LATER REVERSAL
      * CAN SUPPLY THEM.  AN ENTRY ALREADY THERE FOR TONIGHT (A
      * RESTART REPLAYING THE KEY) IS REWRITTEN WITH THE LATEST
      * CALL'S VALUES.
      **********************************************************************
       2270-RECORD-PROCESSED-KEY.
           MOVE AI-KEY           TO PK-KEY
           MOVE WS-BUSINESS-DATE TO PK-DATE
           MOVE WS-ARG-1         TO PK-ARG-1-AFTER
           MOVE WS-ARG-2         TO PK-ARG-2-AFTER
           MOVE 'N'              TO PK-REVERSED-SW
           MOVE ZERO             TO PK-REVERSED-DATE
           WRITE PROCESSED-KEY-RECORD
           IF WS-PROC-FILE-STATUS = '22'
               REWRITE PROCESSED-KEY-RECORD
           END-IF
           IF WS-PROC-FILE-STATUS NOT = '00'
               DISPLAY 'SUBPROGD - PROCESSED-KEY WRITE FAILED, '
                   'STATUS ' WS-PROC-FILE-STATUS ' KEY ' PK-KEY
           END-IF
       2270-EXIT.
           EXIT.

      **********************************************************************
      * EDIT A REVERSAL TRANSACTION.  IT MUST BE A SINGLE RECORD, AND
      * THE ORIGINAL'S BUSINESS DATE IN THE FIRST EIGHT BYTES OF ITS
      * FIRST ARGUMENT MUST BE A VALID DATE NOT LATER THAN TONIGHT'S.
      * THE REST OF ITS ARGUMENTS ARE NOT USED, SO THE BLANK-ARGUMENT
      * EDIT DOES NOT APPLY.
      **********************************************************************
       2280-EDIT-REVERSAL.
           SET WS-ARGS-VALID TO TRUE
           IF WS-SEGMENT-COUNT > 1
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'REVERSAL CANNOT BE SEGMENTED' TO WS-REJECT-REASON
               GO TO 2280-EXIT
           END-IF
           IF AI-REV-ORIGINAL-DATE IS NOT NUMERIC
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'REVERSAL DATE INVALID' TO WS-REJECT-REASON
               GO TO 2280-EXIT
           END-IF
           MOVE AI-REV-ORIGINAL-DATE-NUM TO WS-REV-ORIGINAL-DATE
           IF WS-REV-YEAR < 1900
                   OR WS-REV-MONTH < 1 OR WS-REV-MONTH > 12
                   OR WS-REV-DAY < 1 OR WS-REV-DAY > 31
                   OR WS-REV-ORIGINAL-DATE > WS-BUSINESS-DATE
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'REVERSAL DATE INVALID' TO WS-REJECT-REASON
               GO TO 2280-EXIT
           END-IF
           MOVE WS-REV-ORIGINAL-DATE TO WS-REVERSED-DATE
           .
       2280-EXIT.
           EXIT.

      **********************************************************************
      * VERIFY THE CALL A REVERSAL NAMES.  THE AUDIT-HISTORY MASTER
      * MUST HOLD A SUCCESSFUL CALL FOR THE KEY ON THE ORIGINAL'S
      * DATE (ENTRIES OF A BACKED-OUT CYCLE DO NOT COUNT), AND THE
      * PROCESSED-KEY HISTORY MUST HOLD ITS ENTRY, NOT YET REVERSED
      * AND CARRYING THE AFTER-VALUES.  THE REVERSAL THEN GOES TO THE
      * TARGET THE ORIGINAL WENT TO WITH THOSE VALUES AS ITS
      * ARGUMENTS.  AN ORIGINAL CALLED MORE THAN ONCE THAT DAY (A
      * REPROCESS RUN) GOES TO THE TARGET OF ITS LAST SUCCESSFUL
      * CALL.
      **********************************************************************
       2285-VERIFY-REVERSAL.
           IF NOT WS-PROC-OPEN OR NOT WS-AUDM-OPEN
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'REVERSAL HISTORY NOT AVAILABLE'
                   TO WS-REJECT-REASON
               GO TO 2285-EXIT
           END-IF
           PERFORM 2286-FIND-ORIGINAL-CALL THRU 2286-EXIT
           IF WS-REV-ENTRIES-FOUND = ZERO
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'REVERSAL ORIGINAL NOT FOUND' TO WS-REJECT-REASON
               GO TO 2285-EXIT
           END-IF
           IF WS-REV-PROGRAM-NAME = SPACES
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'REVERSAL ORIGINAL FAILED' TO WS-REJECT-REASON
               GO TO 2285-EXIT
           END-IF
           MOVE AI-KEY               TO PK-KEY
           MOVE WS-REV-ORIGINAL-DATE TO PK-DATE
           READ PROCESSED-KEY-FILE
               INVALID KEY
                   SET WS-ARGS-INVALID TO TRUE
                   MOVE 'REVERSAL ORIGINAL NOT FOUND'
                       TO WS-REJECT-REASON
                   GO TO 2285-EXIT
           END-READ
           IF PK-REVERSED
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'REVERSAL ALREADY REVERSED' TO WS-REJECT-REASON
               GO TO 2285-EXIT
           END-IF
           IF (PK-ARG-1-AFTER = SPACES OR PK-ARG-1-AFTER = LOW-VALUES)
                   AND (PK-ARG-2-AFTER = SPACES
                       OR PK-ARG-2-AFTER = LOW-VALUES)
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'REVERSAL AFTER-VALUES MISSING'
                   TO WS-REJECT-REASON
               GO TO 2285-EXIT
           END-IF
           MOVE WS-REV-PROGRAM-NAME TO WS-SUBPROGRAM-NAME
           MOVE PK-ARG-1-AFTER      TO WS-ARG-1
           MOVE PK-ARG-2-AFTER      TO WS-ARG-2
           MOVE 1                   TO WS-SEGMENT-COUNT
           MOVE SPACES              TO WS-ARG-EXTENSION
           SET WS-REQUEST-REVERSAL  TO TRUE
           .
       2285-EXIT.
           EXIT.

       2286-FIND-ORIGINAL-CALL.
           MOVE ZERO   TO WS-REV-ENTRIES-FOUND
           MOVE SPACES TO WS-REV-PROGRAM-NAME
           MOVE 'N'    TO WS-AUDM-SCAN-DONE-SW
           MOVE AI-KEY               TO AM-KEY
           MOVE WS-REV-ORIGINAL-DATE TO AM-DATE
           MOVE ZERO                 TO AM-TIME
           MOVE ZERO                 TO AM-SEQ
           START AUDIT-MASTER-FILE KEY >= AM-MASTER-KEY
               INVALID KEY
                   GO TO 2286-EXIT
           END-START
           PERFORM 2287-READ-NEXT-AUDIT-MASTER THRU 2287-EXIT
           PERFORM 2288-JUDGE-AUDIT-ENTRY THRU 2288-EXIT
               UNTIL WS-AUDM-SCAN-DONE
           .
       2286-EXIT.
           EXIT.

       2287-READ-NEXT-AUDIT-MASTER.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-AUDM-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-AUDM-SCAN-DONE
               IF AM-KEY NOT = AI-KEY
                       OR AM-DATE NOT = WS-REV-ORIGINAL-DATE
                   SET WS-AUDM-SCAN-DONE TO TRUE
               END-IF
           END-IF
           .
       2287-EXIT.
           EXIT.

       2288-JUDGE-AUDIT-ENTRY.
           IF NOT AM-BACKED-OUT
               ADD 1 TO WS-REV-ENTRIES-FOUND
               IF AM-OUTCOME = 'SUCCESS'
                   MOVE AM-PROGRAM-NAME TO WS-REV-PROGRAM-NAME
               END-IF
           END-IF
           PERFORM 2287-READ-NEXT-AUDIT-MASTER THRU 2287-EXIT
           .
       2288-EXIT.
           EXIT.

      **********************************************************************
      * THE TARGET ACCEPTED THE REVERSAL: MARK THE ORIGINAL'S ENTRY ON
      * THE PROCESSED-KEY HISTORY REVERSED, WITH TONIGHT'S DATE, SO
      * IT CAN NEITHER BE REVERSED AGAIN NOR QUIETLY POSTED AGAIN.
      **********************************************************************
       2290-MARK-ORIGINAL-REVERSED.
           MOVE AI-KEY           TO PK-KEY
           MOVE WS-REVERSED-DATE TO PK-DATE
           READ PROCESSED-KEY-FILE
               INVALID KEY
                   DISPLAY 'SUBPROGD - REVERSED ENTRY NOT FOUND, KEY '
                       PK-KEY ' DATE ' PK-DATE
                   GO TO 2290-EXIT
           END-READ
           SET PK-REVERSED       TO TRUE
           MOVE WS-BUSINESS-DATE TO PK-REVERSED-DATE
           REWRITE PROCESSED-KEY-RECORD
           IF WS-PROC-FILE-STATUS NOT = '00'
               DISPLAY 'SUBPROGD - PROCESSED-KEY REWRITE FAILED, '
                   'STATUS ' WS-PROC-FILE-STATUS ' KEY ' PK-KEY
           END-IF
           .
       2290-EXIT.
           EXIT.

      **********************************************************************
      * PICK THE TARGET SUBPROGRAM FOR THIS RECORD.  WITH A ROUTING
      * TABLE LOADED, THE RECORD'S TRANSACTION TYPE CODE DECIDES THE
               ADD 1 TO WS-CALLS-FAILED
               ADD 1 TO WS-CONSEC-FAILURES
           END-IF
           IF WS-REVERSAL-DETAIL
               IF WS-CALL-SUCCESS
                   ADD 1 TO WS-REVS-DONE
               ELSE
                   ADD 1 TO WS-REVS-FAILED
               END-IF
           END-IF
           PERFORM 2320-TALLY-TARGET-COUNTS THRU 2320-EXIT
           .
       2300-EXIT.
           MOVE WS-ARG-1-BEFORE TO AU-ARG-1
           MOVE WS-ARG-2-BEFORE TO AU-ARG-2
           MOVE RETURN-CODE     TO AU-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-CALL-SUCCESS AND WS-REVERSAL-DETAIL
                   MOVE 'REVERSAL'  TO AU-OUTCOME
               WHEN WS-CALL-SUCCESS
                   MOVE 'SUCCESS'   TO AU-OUTCOME
               WHEN OTHER
                   MOVE 'FAILURE'   TO AU-OUTCOME
           END-EVALUATE
           MOVE AI-SOURCE       TO AU-SOURCE
           MOVE WS-RECORD-SEG-COUNT TO AU-SEG-COUNT
           MOVE WS-REVERSED-DATE TO AU-REVERSED-DATE
           WRITE AUDIT-RECORD
           MOVE AI-KEY              TO WS-LDG-KEY
           MOVE WS-RECORD-SEG-COUNT TO WS-LDG-SEGS
           PERFORM 2690-WEIGH-LEDGER-HASH THRU 2690-EXIT
           ADD WS-LDG-SEGS      TO WS-LDG-CALLED-COUNT
           ADD WS-LDG-HASH-WORK TO WS-LDG-CALLED-HASH
           IF NOT WS-CALL-SUCCESS
               ADD WS-LDG-SEGS      TO WS-LDG-FAILED-COUNT
               ADD WS-LDG-HASH-WORK TO WS-LDG-FAILED-HASH
           END-IF
           .
       2500-EXIT.
           EXIT.
       2400-EXIT.
           EXIT.

      **********************************************************************
      * PARK A FUTURE-DATED TRANSACTION ON THE PENDING FILE, ONE
      * ENTRY PER PHYSICAL SEGMENT SO THE RELEASE STEP CAN HAND BACK
      * EXACTLY WHAT WAS SENT.  AN ENTRY ALREADY THERE (A RESTART OR
      * A RERUN OF THE SAME NIGHT) IS REWRITTEN, NOT DOUBLED.  A
      * VALIDATE RUN ONLY COUNTS WHAT WOULD DEFER.
      **********************************************************************
       2550-DEFER-PENDING-DETAIL.
           IF WS-VALIDATE-ONLY
               ADD 1 TO WS-RECS-WOULD-DEFER
               GO TO 2550-EXIT
           END-IF
           IF NOT WS-PEND-OPEN
               SET WS-ARGS-INVALID TO TRUE
               MOVE 'PENDING FILE NOT AVAILABLE' TO WS-REJECT-REASON
               GO TO 2550-EXIT
           END-IF
           PERFORM 2560-WRITE-PENDING-ENTRY THRU 2560-EXIT
               VARYING WS-PEND-SEG-SUB FROM 1 BY 1
               UNTIL WS-PEND-SEG-SUB > WS-SEGMENT-COUNT
                   OR WS-CONTROL-FAILED
           IF WS-CONTROL-FAILED
               GO TO 2550-EXIT
           END-IF
           ADD 1 TO WS-RECS-DEFERRED
           MOVE AI-KEY              TO WS-LDG-KEY
           MOVE WS-RECORD-SEG-COUNT TO WS-LDG-SEGS
           PERFORM 2690-WEIGH-LEDGER-HASH THRU 2690-EXIT
           ADD WS-LDG-SEGS      TO WS-LDG-DEFERRED-COUNT
           ADD WS-LDG-HASH-WORK TO WS-LDG-DEFERRED-HASH
           .
       2550-EXIT.
           EXIT.

       2560-WRITE-PENDING-ENTRY.
           MOVE SPACES                TO PENDING-RECORD
           MOVE WS-EFFECTIVE-DATE     TO PD-DUE-DATE
           MOVE AI-TRAN-TYPE          TO PD-TRAN-TYPE
           MOVE AI-KEY                TO PD-KEY
           MOVE WS-BUSINESS-DATE      TO PD-PARKED-DATE
           MOVE AI-SOURCE             TO PD-SOURCE
           MOVE WS-SEGMENT-COUNT      TO PD-SET-SEG-COUNT
           IF WS-SEGMENT-COUNT = 1 AND AI-SEG-NUMBER NOT = '1'
               MOVE '0' TO PD-SEG-NUMBER
               MOVE 'Y' TO PD-SEG-LAST-SW
           ELSE
               MOVE WS-PEND-SEG-SUB TO PD-SEG-NUMBER
               IF WS-PEND-SEG-SUB = WS-SEGMENT-COUNT
                   MOVE 'Y' TO PD-SEG-LAST-SW
               ELSE
                   MOVE 'N' TO PD-SEG-LAST-SW
               END-IF
           END-IF
           IF WS-PEND-SEG-SUB = 1
               MOVE WS-ARG-1 TO PD-ARG-1
               MOVE WS-ARG-2 TO PD-ARG-2
           ELSE
               COMPUTE WS-EXT-SUB = WS-PEND-SEG-SUB - 1
               MOVE WS-EXT-ARG-1(WS-EXT-SUB) TO PD-ARG-1
               MOVE WS-EXT-ARG-2(WS-EXT-SUB) TO PD-ARG-2
           END-IF
           SET PD-WAITING             TO TRUE
           MOVE WS-BUSINESS-DATE      TO PD-STATUS-DATE
           MOVE WS-CYCLE-STREAM       TO PD-PARKED-STREAM
           WRITE PENDING-RECORD
           IF WS-PEND-FILE-STATUS = '22'
               REWRITE PENDING-RECORD
           END-IF
           IF WS-PEND-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-CONTROL-FAIL-TEXT
               STRING 'PENDMST WRITE FAILED, STATUS '
                      WS-PEND-FILE-STATUS ' KEY ' AI-KEY
                   DELIMITED BY SIZE INTO WS-CONTROL-FAIL-TEXT
               PERFORM 8000-REPORT-CONTROL-FAILURE THRU 8000-EXIT
           END-IF
           .
       2560-EXIT.
           EXIT.

      **********************************************************************
      * WRITE A REJECTED ARGUMENT RECORD.  A VALIDATE-ONLY RUN LISTS
      * THE WOULD-BE REJECT ON THE PRE-FLIGHT REPORT INSTEAD OF
               MOVE AI-ARG-1     TO RJ-ARG-1
               MOVE AI-ARG-2     TO RJ-ARG-2
               MOVE WS-REJECT-REASON TO RJ-REASON
               MOVE AI-SOURCE    TO RJ-SOURCE
               MOVE WS-RECORD-SEG-COUNT TO RJ-SEG-COUNT
               WRITE REJECT-RECORD
               MOVE AI-KEY              TO WS-LDG-KEY
               MOVE WS-RECORD-SEG-COUNT TO WS-LDG-SEGS
               PERFORM 2690-WEIGH-LEDGER-HASH THRU 2690-EXIT
               ADD WS-LDG-SEGS      TO WS-LDG-REJECTED-COUNT
               ADD WS-LDG-HASH-WORK TO WS-LDG-REJECTED-HASH
               IF WS-REJECT-REASON = 'DUPLICATE KEY THIS RUN'
                       OR WS-REJECT-REASON =
                           'KEY PROCESSED ON PRIOR CYCLE'
                       OR WS-REJECT-REASON =
                           'KEY REVERSED ON PRIOR CYCLE'
                   ADD WS-LDG-SEGS      TO WS-LDG-DUP-COUNT
                   ADD WS-LDG-HASH-WORK TO WS-LDG-DUP-HASH
               END-IF
           END-IF
           ADD 1 TO WS-RECS-REJECTED
           IF WS-REVERSAL-DETAIL
               ADD 1 TO WS-REVS-REJECTED
           END-IF
           .
       2600-EXIT.
           EXIT.
               MOVE WS-ARG-1             TO RJ-ARG-1
               MOVE WS-ARG-2             TO RJ-ARG-2
               MOVE WS-SET-REJECT-REASON TO RJ-REASON
               MOVE WS-ASM-SOURCE        TO RJ-SOURCE
               MOVE WS-SEGMENT-COUNT     TO RJ-SEG-COUNT
               WRITE REJECT-RECORD
               MOVE WS-ASM-KEY           TO WS-LDG-KEY
               MOVE WS-SEGMENT-COUNT     TO WS-LDG-SEGS
               PERFORM 2690-WEIGH-LEDGER-HASH THRU 2690-EXIT
               ADD WS-LDG-SEGS      TO WS-LDG-REJECTED-COUNT
               ADD WS-LDG-HASH-WORK TO WS-LDG-REJECTED-HASH
               ADD WS-LDG-SEGS      TO WS-LDG-PARKED-COUNT
               ADD WS-LDG-HASH-WORK TO WS-LDG-PARKED-HASH
           END-IF
           ADD 1 TO WS-RECS-REJECTED
           MOVE 'N' TO WS-ASSEMBLY-SW
       2650-EXIT.
           EXIT.

      **********************************************************************
      * THE KEY HASH A CALL OR REJECT CONTRIBUTES TO THE CONTROL-
      * TOTALS LEDGER: THE KEY ONCE FOR EVERY SEGMENT IT STANDS FOR,
      * THE SAME AS ARGSPLIT HASHED THE PHYSICAL RECORDS.  A
      * NON-NUMERIC KEY CONTRIBUTES ZERO, AS IT DOES TO THE TRAILER.
      **********************************************************************
       2690-WEIGH-LEDGER-HASH.
           IF WS-LDG-KEY IS NUMERIC
               COMPUTE WS-LDG-HASH-WORK = WS-LDG-KEY-NUM * WS-LDG-SEGS
           ELSE
               MOVE ZERO TO WS-LDG-HASH-WORK
           END-IF
           .
       2690-EXIT.
           EXIT.

      **********************************************************************
      * COMPARE THE ARGUMENTS SUBPROG RETURNED AGAINST THE MATCHING
      * RECORD IN THE EXPECTED-RESULTS FILE, KEYED THE SAME WAY AS THE
           MOVE WS-STOP-ACTUAL-VALUE TO AL-ACTUAL-VALUE
           MOVE AI-KEY               TO AL-KEY
           MOVE WS-RUN-RC            TO AL-RETURN-CODE
           MOVE 1                    TO AL-ALERT-LEVEL
           MOVE SPACES               TO AL-CONTACT
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           MOVE WS-STOP-ACTUAL-VALUE TO WS-STOP-ACTUAL

       2750-WRITE-CHECKPOINT.
           MOVE WS-RECORDS-PROCESSED TO CK-LAST-RECORD-NO
           MOVE WS-LDG-CALLED-COUNT   TO CK-CALLED-COUNT
           MOVE WS-LDG-CALLED-HASH    TO CK-CALLED-HASH
           MOVE WS-LDG-FAILED-COUNT   TO CK-FAILED-COUNT
           MOVE WS-LDG-FAILED-HASH    TO CK-FAILED-HASH
           MOVE WS-LDG-REJECTED-COUNT TO CK-REJECTED-COUNT
           MOVE WS-LDG-REJECTED-HASH  TO CK-REJECTED-HASH
           MOVE WS-LDG-DUP-COUNT      TO CK-DUP-COUNT
           MOVE WS-LDG-DUP-HASH       TO CK-DUP-HASH
           MOVE WS-LDG-PARKED-COUNT   TO CK-PARKED-COUNT
           MOVE WS-LDG-PARKED-HASH    TO CK-PARKED-HASH
           MOVE WS-LDG-DEFERRED-COUNT TO CK-DEFERRED-COUNT
           MOVE WS-LDG-DEFERRED-HASH  TO CK-DEFERRED-HASH
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO CK-DATE
       5100-EXIT.
           EXIT.

      **********************************************************************
      * AGE A PROCESSED-KEY HISTORY ENTRY AGAINST THE BUSINESS DATE
      * AND PICK THE WINDOW TO HOLD IT TO.  ON A BUSINESS-DAY WINDOW
      * THE AGE IS THE DIFFERENCE OF THE TWO DATES' CALENDAR NUMBERS;
      * AN ENTRY DATED BEFORE THE CALENDAR STARTS FALLS BACK TO
      * CALENDAR DAYS AND THE CALENDAR-DAY WINDOW.
      **********************************************************************
       5200-AGE-PROCESSED-ENTRY.
           IF WS-DUP-BUSINESS-BASIS
               SET CD-FUNC-LOOKUP TO TRUE
               MOVE PK-DATE TO CD-DATE
               CALL 'CALCHK' USING CALENDAR-CHECK-AREA
               IF CD-FOUND
                   COMPUTE WS-DUP-AGE-DAYS = WS-BUSINESS-BDAY-NUMBER
                       - CD-BUSINESS-DAY-NUMBER
                   MOVE WS-DUP-WINDOW-BUS-DAYS TO WS-DUP-WINDOW-LIMIT
                   GO TO 5200-EXIT
               END-IF
           END-IF
           MOVE PK-DATE TO WS-CONVERT-DATE
           PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
           MOVE WS-DAY-NUMBER TO WS-ENTRY-DAY-NUMBER
           COMPUTE WS-DUP-AGE-DAYS =
               WS-BUSINESS-DAY-NUMBER - WS-ENTRY-DAY-NUMBER
           MOVE WS-DUP-WINDOW-DAYS TO WS-DUP-WINDOW-LIMIT
           .
       5200-EXIT.
           EXIT.

      **********************************************************************
      * REFUSE THE RUN FOR A CONTROL-RECORD FAILURE.  THE REASON GOES
      * TO THE CONSOLE - AND TO THE CONTROL REPORT WHEN IT IS OPEN,
           IF WS-PROC-OPEN
               CLOSE PROCESSED-KEY-FILE
           END-IF
           IF WS-PEND-OPEN
               CLOSE PENDING-FILE
           END-IF
           IF WS-AUDM-OPEN
               CLOSE AUDIT-MASTER-FILE
           END-IF
           SET CD-FUNC-CLOSE TO TRUE
           CALL 'CALCHK' USING CALENDAR-CHECK-AREA
           IF NOT WS-OUTPUTS-OPEN
               GO TO 9000-EXIT
           END-IF
                   AND NOT WS-VALIDATE-ONLY
               PERFORM 9100-CLEAR-CHECKPOINT THRU 9100-EXIT
           END-IF
           IF WS-CYCLE-ENFORCED AND NOT WS-VALIDATE-ONLY
               PERFORM 9500-POST-CONTROL-TOTALS THRU 9500-EXIT
           END-IF
           PERFORM 9200-PRINT-CONTROL-REPORT THRU 9200-EXIT
           .
       9000-EXIT.
      **********************************************************************
      * CLOSE OUT THE PRE-FLIGHT REPORT WITH THE COUNTS THE DAY
      * SHIFT NEEDS TO CERTIFY THE FILE: HOW MANY RECORDS WOULD
      * REJECT, HOW MANY WOULD REACH A TARGET (AND HOW MANY OF THOSE
      * ARE REVERSALS), AND HOW MANY WOULD BE DEFERRED TO A LATER
      * NIGHT.
      **********************************************************************
       9400-PRINT-PREFLIGHT-SUMMARY.
           MOVE WS-RECS-REJECTED   TO WS-PRE-WOULD-REJECT
           WRITE PREFLIGHT-RPT-RECORD
           MOVE WS-PRE-WOULD-CALL-LINE TO PREFLIGHT-RPT-RECORD
           WRITE PREFLIGHT-RPT-RECORD
           MOVE WS-RECS-WOULD-DEFER TO WS-PRE-WOULD-DEFER
           MOVE WS-PRE-WOULD-DEFER-LINE TO PREFLIGHT-RPT-RECORD
           WRITE PREFLIGHT-RPT-RECORD
           MOVE WS-REVS-WOULD-CALL TO WS-PRE-REV-WOULD-CALL
           MOVE WS-PRE-REV-WOULD-CALL-LINE TO PREFLIGHT-RPT-RECORD
           WRITE PREFLIGHT-RPT-RECORD
           CLOSE PREFLIGHT-RPT
           DISPLAY 'SUBPROGD - PRE-FLIGHT WOULD REJECT '
               WS-RECS-REJECTED ' WOULD CALL ' WS-RECS-WOULD-CALL
           MOVE WS-RECS-OUT-OF-SYNC TO WS-RPT-OUT-OF-SYNC
           MOVE WS-DUPS-SAME-RUN    TO WS-RPT-DUP-RUN
           MOVE WS-DUPS-PRIOR-CYCLE TO WS-RPT-DUP-CYCLE
           MOVE WS-RECS-DEFERRED    TO WS-RPT-DEFERRED
           MOVE WS-REVS-DONE        TO WS-RPT-REV-DONE
           MOVE WS-REVS-FAILED      TO WS-RPT-REV-FAILED
           MOVE WS-REVS-REJECTED    TO WS-RPT-REV-REJECTED
           MOVE WS-RPT-ATTEMPTED-LINE  TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-SUCCESS-LINE    TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-DUP-CYCLE-LINE  TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-DEFERRED-LINE   TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-REV-DONE-LINE   TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-REV-FAILED-LINE TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-RPT-REV-REJECTED-LINE TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           PERFORM 9210-PRINT-TARGET-LINE THRU 9210-EXIT
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-TGT-COUNT
       9330-EXIT.
           EXIT.

      **********************************************************************
      * POST THE STREAM'S CONTROL TOTALS TO THE SHARED LEDGER FOR THE
      * CYCBAL BALANCE SHEET.  DETAILS IN IS EVERY DETAIL READ,
      * INCLUDING THOSE A RESTART SKIPPED; THE OTHER FIGURES ARE IN
      * DETAILS TOO, SO DETAILS IN BALANCES TO CALLED PLUS REJECTED
      * PLUS DEFERRED.
      * FAILED IS PART OF CALLED, AND DUPLICATE AND PARKED SEG ARE
      * PART OF REJECTED.  A POSTING THAT FAILS IS REPORTED ON THE
      * CONSOLE BUT DOES NOT CHANGE THE RETURN CODE.
      **********************************************************************
       9500-POST-CONTROL-TOTALS.
           MOVE 'SUBPROGD'            TO CP-PROGRAM
           MOVE WS-CYCLE-STREAM       TO CP-STREAM
           MOVE WS-BUSINESS-DATE      TO CP-BUSINESS-DATE
           MOVE WS-CYCLE-START-DATE   TO CP-RUN-DATE
           MOVE WS-CYCLE-START-TIME   TO CP-RUN-TIME
           MOVE 7                     TO CP-COUNTER-COUNT
           MOVE 'DETAILS IN'          TO CP-COUNTER-NAME(1)
           MOVE WS-RECORDS-PROCESSED  TO CP-RECORD-COUNT(1)
           MOVE WS-KEY-HASH-TOTAL     TO CP-KEY-HASH(1)
           MOVE 'CALLED'              TO CP-COUNTER-NAME(2)
           MOVE WS-LDG-CALLED-COUNT   TO CP-RECORD-COUNT(2)
           MOVE WS-LDG-CALLED-HASH    TO CP-KEY-HASH(2)
           MOVE 'FAILED'              TO CP-COUNTER-NAME(3)
           MOVE WS-LDG-FAILED-COUNT   TO CP-RECORD-COUNT(3)
           MOVE WS-LDG-FAILED-HASH    TO CP-KEY-HASH(3)
           MOVE 'REJECTED'            TO CP-COUNTER-NAME(4)
           MOVE WS-LDG-REJECTED-COUNT TO CP-RECORD-COUNT(4)
           MOVE WS-LDG-REJECTED-HASH  TO CP-KEY-HASH(4)
           MOVE 'DUPLICATE'           TO CP-COUNTER-NAME(5)
           MOVE WS-LDG-DUP-COUNT      TO CP-RECORD-COUNT(5)
           MOVE WS-LDG-DUP-HASH       TO CP-KEY-HASH(5)
           MOVE 'PARKED SEG'          TO CP-COUNTER-NAME(6)
           MOVE WS-LDG-PARKED-COUNT   TO CP-RECORD-COUNT(6)
           MOVE WS-LDG-PARKED-HASH    TO CP-KEY-HASH(6)
           MOVE 'DEFERRED'            TO CP-COUNTER-NAME(7)
           MOVE WS-LDG-DEFERRED-COUNT TO CP-RECORD-COUNT(7)
           MOVE WS-LDG-DEFERRED-HASH  TO CP-KEY-HASH(7)
           CALL 'CTLPOST' USING CONTROL-POST-AREA
           IF CP-FAILED
               DISPLAY 'SUBPROGD - CONTROL TOTALS NOT POSTED. '
                   CP-MESSAGE
           END-IF
           .
       9500-EXIT.
           EXIT.

       9999-END.
           IF WS-CYCLE-ENFORCED
               PERFORM 9900-RECORD-CYCLE-STATUS THRU 9900-EXIT
