      *                               30/60/90 DAYS, AND AN
      *                               ESCALATION SECTION LISTING THE
      *                               TEN OLDEST OPEN ITEMS.
      *              AGING BUSDAYS    THE SAME REPORT WITH AGES AND
      *                               BUCKETS IN BUSINESS DAYS FROM
      *                               THE CALENDAR MASTER (CALMST).
      *              RELEASE NNNN     APPLY THE ANALYST RELEASE
      *                               TRANSACTIONS ON SUSPREL: EACH
      *                               MATCHED OPEN ITEM IS CORRECTED
      *                     OF SILENTLY FALLING BACK TO 1 BECAUSE
      *                     '12  ' IS NOT NUMERIC; AN UNUSABLE VALUE
      *                     IS NOW REPORTED ON THE CONSOLE.
      *  15 OCT 2026  DN    A RELEASED ITEM'S SUSPOUT DETAIL NOW
      *                     CARRIES THE UPSTREAM SOURCE THE KEY FIRST
      *                     CAME FROM (SM-ORIGIN-SOURCE) IN AI-SOURCE.
      *  15 OCT 2026  DN    PARM AGING BUSDAYS AGES OPEN ITEMS IN
      *                     BUSINESS DAYS FROM THE CALENDAR MASTER
      *                     (CALMST, THROUGH THE CALCHK SUBPROGRAM),
      *                     SO A LONG HOLIDAY WEEKEND NO LONGER PUSHES
      *                     ITEMS INTO THE NEXT BUCKET.  AN ITEM PARKED
      *                     BEFORE THE CALENDAR STARTS IS STILL AGED
      *                     IN CALENDAR DAYS AND COUNTED ON THE
      *                     CONSOLE; WITHOUT A CALENDAR THE WHOLE
      *                     REPORT FALLS BACK TO CALENDAR DAYS.
      *  15 OCT 2026  DN    A RELEASED ITEM'S SUSPOUT DETAIL IS
      *                     WRITTEN WITH A BLANK EFFECTIVE DATE
      *                     (AI-EFFECTIVE-DATE), SO IT IS TAKEN UP ON
      *                     THE NEXT CYCLE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMGR.
       77  WS-FUNCTION-CODE            PIC X(01)  VALUE 'A'.
           88  WS-FUNC-AGING                       VALUE 'A'.
           88  WS-FUNC-RELEASE                     VALUE 'R'.
       77  WS-AGE-BASIS-SW             PIC X(01)  VALUE 'C'.
           88  WS-AGE-CALENDAR-BASIS               VALUE 'C'.
           88  WS-AGE-BUSINESS-BASIS               VALUE 'B'.
       77  WS-TODAY-BDAY-NUMBER        PIC 9(09) COMP VALUE ZERO.
       77  WS-ITEMS-AGED-CALENDAR      PIC 9(09) COMP VALUE ZERO.
       77  WS-PARM-LENGTH-BOUNDED      PIC 9(04) COMP VALUE ZERO.
       77  WS-PARM-WORK                PIC X(30)  VALUE SPACES.
       77  WS-CYC-TOKEN                PIC X(04)  VALUE SPACES.
               10  WS-OLD-AGE          PIC S9(09) COMP.
               10  WS-OLD-PARK-DATE    PIC 9(08).
               10  WS-OLD-REASON       PIC X(30).
       COPY CALCHKA.
       01  WS-RELEASE-WORK.
           05  WS-REL-KEY              PIC X(10).
           05  WS-REL-KEY-NUM REDEFINES WS-REL-KEY
                   VALUE 'OWNER    '.
               10  FILLER              PIC X(06)
                   VALUE 'REASON'.
           05  WS-RPT-BASIS-LINE.
               10  FILLER              PIC X(44) VALUE
                   'AGES AND BUCKETS ARE IN BUSINESS DAYS       '.
           05  WS-RPT-ESCALATION-LINE.
               10  FILLER              PIC X(42) VALUE
                   'ESCALATION - OLDEST OPEN SUSPENSE ITEMS   '.
           EXIT.

      **********************************************************************
      * PARM FORMS: BLANK, 'AGING', OR 'AGING BUSDAYS'; 'RELEASE' OR
      * 'RELEASE NNNN' WITH NNNN THE CYCLE NUMBER FOR THE SUSPOUT
      * HEADER.  ONLY THE ACTUAL PARM LENGTH IS MOVED INTO A BLANK
      * WORK AREA BEFORE DECODING, SINCE BYTES BEYOND A SHORT PARM'S
      * LENGTH ARE UNDEFINED STORAGE.
      **********************************************************************
       1100-DECODE-PARM.
           IF LK-PARM-LENGTH = ZERO
           EVALUATE TRUE
               WHEN WS-PARM-WORK(1:6) = 'AGING '
                   SET WS-FUNC-AGING TO TRUE
                   IF WS-PARM-WORK(7:8) = 'BUSDAYS '
                       SET WS-AGE-BUSINESS-BASIS TO TRUE
                   END-IF
               WHEN WS-PARM-WORK(1:8) = 'RELEASE '
                   SET WS-FUNC-RELEASE TO TRUE
                   PERFORM 1150-RESOLVE-CYCLE-NUMBER THRU 1150-EXIT
           MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE TO SUSPENSE-MGR-RPT-RECORD
           WRITE SUSPENSE-MGR-RPT-RECORD
           IF WS-AGE-BUSINESS-BASIS
               PERFORM 2150-RESOLVE-TODAY-BDAY THRU 2150-EXIT
           END-IF
           IF WS-AGE-BUSINESS-BASIS
               MOVE WS-RPT-BASIS-LINE TO SUSPENSE-MGR-RPT-RECORD
               WRITE SUSPENSE-MGR-RPT-RECORD
           END-IF
           MOVE WS-RPT-COL-HDR-LINE TO SUSPENSE-MGR-RPT-RECORD
           WRITE SUSPENSE-MGR-RPT-RECORD
           SUBTRACT 1 FROM WS-OLDEST-MAX
           PERFORM 2500-PRINT-BUCKET-LINES THRU 2500-EXIT
           PERFORM 2600-PRINT-ESCALATION THRU 2600-EXIT
           DISPLAY 'SUSPMGR - OPEN ITEMS LISTED ' WS-ITEMS-LISTED
           IF WS-ITEMS-AGED-CALENDAR > ZERO
               DISPLAY 'SUSPMGR - ITEMS PARKED BEFORE THE CALENDAR, '
                   'AGED IN CALENDAR DAYS ' WS-ITEMS-AGED-CALENDAR
           END-IF
           .
       2000-EXIT.
           EXIT.
       2050-EXIT.
           EXIT.

      **********************************************************************
      * A BUSINESS-DAY REPORT NEEDS TODAY ON THE CALENDAR MASTER.
      * WITHOUT A CALENDAR, OR WITH TODAY NOT ON IT, THE REPORT
      * FALLS BACK TO CALENDAR DAYS AND SAYS SO ON THE CONSOLE.
      **********************************************************************
       2150-RESOLVE-TODAY-BDAY.
           SET CD-FUNC-LOOKUP TO TRUE
           MOVE WS-CURRENT-DATE TO CD-DATE
           CALL 'CALCHK' USING CALENDAR-CHECK-AREA
           IF CD-FOUND
               MOVE CD-BUSINESS-DAY-NUMBER TO WS-TODAY-BDAY-NUMBER
           ELSE
               SET WS-AGE-CALENDAR-BASIS TO TRUE
               DISPLAY 'SUSPMGR - TODAY NOT ON A CALENDAR MASTER, '
                   'AGING IN CALENDAR DAYS'
           END-IF
           .
       2150-EXIT.
           EXIT.

      **********************************************************************
      * THE KEY MASTER IS OPTIONAL HERE; WITHOUT ONE THE OWNER
      * COLUMN IS LEFT BLANK.
               GO TO 2300-NEXT
           END-IF
           ADD 1 TO WS-ITEMS-LISTED
           PERFORM 2320-AGE-OPEN-ITEM THRU 2320-EXIT
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
       2300-EXIT.
           EXIT.

      **********************************************************************
      * AGE ONE OPEN ITEM FROM ITS PARK DATE.  ON A BUSINESS-DAY
      * REPORT THE AGE IS THE DIFFERENCE OF THE TWO DATES' CALENDAR
      * NUMBERS; AN ITEM PARKED BEFORE THE CALENDAR STARTS FALLS
      * BACK TO CALENDAR DAYS.
      **********************************************************************
       2320-AGE-OPEN-ITEM.
           IF WS-AGE-BUSINESS-BASIS
               SET CD-FUNC-LOOKUP TO TRUE
               MOVE SM-PARK-DATE TO CD-DATE
               CALL 'CALCHK' USING CALENDAR-CHECK-AREA
               IF CD-FOUND
                   COMPUTE WS-AGE-DAYS = WS-TODAY-BDAY-NUMBER
                       - CD-BUSINESS-DAY-NUMBER
                   GO TO 2320-EXIT
               END-IF
               ADD 1 TO WS-ITEMS-AGED-CALENDAR
           END-IF
           MOVE SM-PARK-DATE TO WS-CONVERT-DATE
           PERFORM 5000-CONVERT-DATE-TO-DAYS THRU 5000-EXIT
           MOVE WS-DAY-NUMBER TO WS-ENTRY-DAY-NUMBER
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-DAY-NUMBER - WS-ENTRY-DAY-NUMBER
           .
       2320-EXIT.
           EXIT.

       2350-LOOK-UP-OWNER.
           MOVE SPACES TO WS-AGE-OWNER
           IF WS-KEYM-OPEN
           MOVE SM-ARG-2     TO AI-ARG-2
           MOVE '0'          TO AI-SEG-NUMBER
           MOVE SPACE        TO AI-SEG-LAST-SW
           MOVE SM-ORIGIN-SOURCE TO AI-SOURCE
           MOVE SPACES       TO AI-EFFECTIVE-DATE
           WRITE ARG-IN-RECORD
           ADD 1 TO WS-ITEMS-RELEASED
           MOVE RL-KEY TO WS-REL-KEY
           IF WS-RPT-OPEN
               CLOSE SUSPENSE-MGR-RPT
           END-IF
           SET CD-FUNC-CLOSE TO TRUE
           CALL 'CALCHK' USING CALENDAR-CHECK-AREA
           .
       9000-EXIT.
           EXIT.
