      *              D  DEACTIVATE AN EXISTING KEY
      *            EVERY TRANSACTION IS EDITED AND SHOWN ON THE EDIT
      *            REPORT (KEYMRPT) AS APPLIED OR REJECTED WITH THE
      *            REASON.  EVERY APPLIED UPDATE WRITES A BEFORE/AFTER
      *            IMAGE TO THE CHANGE LOG (KEYCHG), AS PARMMNT DOES
      *            FOR THE PARAMETER MASTER.  THE WEEKLY KEYSYNC RUN
      *            PRODUCES THIS PROGRAM'S TRANSACTIONS FROM THE
      *            UPSTREAM REFERENCE EXTRACT FOR ANALYST REVIEW.  A
      *            MISSING MASTER IS CREATED ON THE FIRST RUN.  THE
      *            STEP ENDS WITH RETURN CODE 4 WHEN ANY TRANSACTION
      *            WAS REJECTED AND 12 ON A FILE FAILURE.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  24 AUG 2026  DN    INITIAL VERSION.
      *                     STILL DEFAULTS TO ACTIVE) - THE EDIT
      *                     ACCEPTED STATUS I BUT THE ADD FORCED
      *                     THE KEY ACTIVE ANYWAY.
      *  15 OCT 2026  DN    EVERY APPLIED ADD, CHANGE, AND DEACTIVATE
      *                     NOW WRITES A TIMESTAMPED BEFORE/AFTER
      *                     IMAGE TO THE NEW CHANGE LOG, KEYCHG.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYMAINT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KEYM-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "KEYCHG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDIT-RPT ASSIGN TO "KEYMRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       COPY KEYMREC.

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-LOG-RECORD.
           05  CL-DATE                 PIC 9(08).
           05  CL-TIME                 PIC 9(08).
           05  CL-ACTION               PIC X(01).
           05  CL-KEY                  PIC X(10).
           05  CL-BEFORE-STATUS        PIC X(01).
           05  CL-BEFORE-OWNER         PIC X(08).
           05  CL-BEFORE-DESCRIPTION   PIC X(30).
           05  CL-AFTER-STATUS         PIC X(01).
           05  CL-AFTER-OWNER          PIC X(08).
           05  CL-AFTER-DESCRIPTION    PIC X(30).

       FD  EDIT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       77  WS-RPT-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-RPT-OPEN                         VALUE 'Y'.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-TRANS-READ               PIC 9(09) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED            PIC 9(09) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED           PIC 9(09) COMP VALUE ZERO.
       77  WS-EDIT-REASON              PIC X(30)  VALUE SPACES.
       77  WS-LOG-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-LOG-OPEN                         VALUE 'Y'.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-STATUS        PIC X(01)  VALUE SPACES.
           05  WS-BEFORE-OWNER         PIC X(08)  VALUE SPACES.
           05  WS-BEFORE-DESCRIPTION   PIC X(30)  VALUE SPACES.
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(25)
      **********************************************************************
      * OPEN THE FILES AND WRITE THE REPORT TITLE.  A MASTER THAT
      * DOES NOT EXIST YET IS CREATED EMPTY, SO THE FIRST LOAD OF THE
      * KEY MASTER IS JUST AN ORDINARY RUN OF ADD TRANSACTIONS.  THE
      * CHANGE LOG IS OPENED EXTEND SO THE AUDIT TRAIL ACCUMULATES
      * ACROSS RUNS.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN OUTPUT EDIT-RPT
           SET WS-RPT-OPEN TO TRUE
           MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND CHANGE-LOG-FILE
           SET WS-LOG-OPEN TO TRUE
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'KEYMAINT - TRANSACTION FILE OPEN FAILED, '
           IF WS-KEYM-FILE-STATUS = '22'
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'KEY ALREADY ON MASTER' TO WS-EDIT-REASON
               GO TO 4100-EXIT
           END-IF
           IF WS-KEYM-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 4500-WRITE-CHANGE-LOG THRU 4500-EXIT
           .
       4100-EXIT.
           EXIT.
                   MOVE 'KEY NOT ON MASTER' TO WS-EDIT-REASON
                   GO TO 4200-EXIT
           END-READ
           PERFORM 4400-SAVE-BEFORE-IMAGE THRU 4400-EXIT
           IF KT-STATUS NOT = SPACE
               MOVE KT-STATUS TO KM-STATUS
           END-IF
           REWRITE KEY-MASTER-RECORD
           IF WS-KEYM-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 4200-EXIT
           END-IF
           PERFORM 4500-WRITE-CHANGE-LOG THRU 4500-EXIT
           .
       4200-EXIT.
           EXIT.
               MOVE 'KEY ALREADY INACTIVE' TO WS-EDIT-REASON
               GO TO 4300-EXIT
           END-IF
           PERFORM 4400-SAVE-BEFORE-IMAGE THRU 4400-EXIT
           SET KM-INACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO KM-LAST-MAINT-DATE
           REWRITE KEY-MASTER-RECORD
           IF WS-KEYM-FILE-STATUS NOT = '00'
               PERFORM 8000-REPORT-FILE-FAILURE THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF
           PERFORM 4500-WRITE-CHANGE-LOG THRU 4500-EXIT
           .
       4300-EXIT.
           EXIT.

       4400-SAVE-BEFORE-IMAGE.
           MOVE KM-STATUS      TO WS-BEFORE-STATUS
           MOVE KM-OWNER       TO WS-BEFORE-OWNER
           MOVE KM-DESCRIPTION TO WS-BEFORE-DESCRIPTION
           .
       4400-EXIT.
           EXIT.

      **********************************************************************
      * ONE TIMESTAMPED BEFORE/AFTER IMAGE PER APPLIED UPDATE, SO
      * EVERY CHANGE TO THE KEY MASTER CAN BE TRACED TO A RUN OF
      * THIS PROGRAM.  AN ADD HAS A BLANK BEFORE IMAGE.
      **********************************************************************
       4500-WRITE-CHANGE-LOG.
           MOVE WS-CURRENT-DATE       TO CL-DATE
           MOVE WS-CURRENT-TIME       TO CL-TIME
           MOVE KT-ACTION             TO CL-ACTION
           MOVE KM-KEY                TO CL-KEY
           MOVE WS-BEFORE-STATUS      TO CL-BEFORE-STATUS
           MOVE WS-BEFORE-OWNER       TO CL-BEFORE-OWNER
           MOVE WS-BEFORE-DESCRIPTION TO CL-BEFORE-DESCRIPTION
           MOVE KM-STATUS             TO CL-AFTER-STATUS
           MOVE KM-OWNER              TO CL-AFTER-OWNER
           MOVE KM-DESCRIPTION        TO CL-AFTER-DESCRIPTION
           WRITE CHANGE-LOG-RECORD
           .
       4500-EXIT.
           EXIT.

       5000-WRITE-EDIT-LINE.
           MOVE KT-ACTION TO WS-DET-ACTION
           MOVE KT-KEY    TO WS-DET-KEY
           IF WS-MASTER-OPEN
               CLOSE KEY-MASTER-FILE
           END-IF
           IF WS-LOG-OPEN
               CLOSE CHANGE-LOG-FILE
           END-IF
           IF WS-TRAN-FILE-STATUS = '00'
                   OR WS-TRAN-FILE-STATUS = '10'
               CLOSE TRAN-FILE
