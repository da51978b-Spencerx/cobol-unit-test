      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   OWN ALL READS OF THE BUSINESS-DAY CALENDAR MASTER
      *            (CALMST, COPYBOOK CALMREC) FOR THE PROGRAMS THAT
      *            COUNT OR CHECK BUSINESS DAYS.  CALLED WITH THE
      *            CALENDAR-CHECK-AREA (COPYBOOK CALCHKA):
      *              FUNCTION L  LOOK UP CD-DATE AND RETURN ITS DAY
      *                          TYPE, MONTH-END FLAG, BUSINESS-DAY
      *                          NUMBER, AND HOLIDAY NAME.
      *              FUNCTION C  CLOSE THE MASTER AT END OF STEP.
      *            THE MASTER IS OPENED ON THE FIRST LOOKUP AND LEFT
      *            OPEN, SINCE A CALLER AGING A WHOLE FILE LOOKS UP
      *            ONE DATE PER RECORD.  A STEP WITH NO CALMST
      *            ALLOCATED GETS EVERY LOOKUP BACK UNAVAILABLE, THE
      *            SAME WAY CYCCHK TREATS A MISSING CYCSTAT, SO THE
      *            CALENDAR CAN BE BROUGHT IN ONE STEP AT A TIME.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-MASTER-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALMREC.
       WORKING-STORAGE SECTION.
       77  WS-CAL-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-CAL-STATE-SW             PIC X(01)  VALUE SPACE.
           88  WS-CAL-NOT-TRIED                    VALUE SPACE.
           88  WS-CAL-OPEN                         VALUE 'O'.
           88  WS-CAL-UNAVAILABLE                  VALUE 'U'.
       LINKAGE SECTION.
       COPY CALCHKA.
       PROCEDURE DIVISION USING CALENDAR-CHECK-AREA.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN CD-FUNC-LOOKUP
                   PERFORM 1000-LOOKUP-DATE THRU 1000-EXIT
               WHEN CD-FUNC-CLOSE
                   PERFORM 2000-CLOSE-CALENDAR THRU 2000-EXIT
               WHEN OTHER
                   SET CD-UNAVAILABLE TO TRUE
           END-EVALUATE
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * ONE DATE.  THE OPEN IS TRIED ONCE PER STEP; AFTER A FAILED
      * OPEN EVERY LOOKUP COMES BACK UNAVAILABLE WITHOUT TRYING
      * AGAIN.
      **********************************************************************
       1000-LOOKUP-DATE.
           MOVE SPACE  TO CD-DAY-TYPE
           MOVE SPACE  TO CD-MONTH-END-SW
           MOVE ZERO   TO CD-BUSINESS-DAY-NUMBER
           MOVE SPACES TO CD-HOLIDAY-NAME
           IF WS-CAL-NOT-TRIED
               OPEN INPUT CALENDAR-MASTER-FILE
               IF WS-CAL-FILE-STATUS = '00'
                   SET WS-CAL-OPEN TO TRUE
               ELSE
                   SET WS-CAL-UNAVAILABLE TO TRUE
               END-IF
           END-IF
           IF WS-CAL-UNAVAILABLE
               SET CD-UNAVAILABLE TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE CD-DATE TO CA-DATE
           READ CALENDAR-MASTER-FILE
               INVALID KEY
                   SET CD-NOT-ON-CALENDAR TO TRUE
                   GO TO 1000-EXIT
           END-READ
           SET CD-FOUND TO TRUE
           MOVE CA-DAY-TYPE            TO CD-DAY-TYPE
           MOVE CA-MONTH-END-SW        TO CD-MONTH-END-SW
           MOVE CA-BUSINESS-DAY-NUMBER TO CD-BUSINESS-DAY-NUMBER
           MOVE CA-HOLIDAY-NAME        TO CD-HOLIDAY-NAME
           .
       1000-EXIT.
           EXIT.

       2000-CLOSE-CALENDAR.
           IF WS-CAL-OPEN
               CLOSE CALENDAR-MASTER-FILE
           END-IF
           MOVE SPACE TO WS-CAL-STATE-SW
           .
       2000-EXIT.
           EXIT.

       9999-END.
           GOBACK.
