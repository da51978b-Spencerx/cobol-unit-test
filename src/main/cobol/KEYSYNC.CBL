      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   SYNCHRONIZE THE KEY MASTER (KEYMST) WITH THE FULL
      *            KEY REFERENCE EXTRACT THE UPSTREAM SYSTEM OF RECORD
      *            SENDS WEEKLY (KEYREF).  THE TWO ARE MATCHED ON THE
      *            KEY AND COMPARED FIELD BY FIELD - STATUS, OWNER,
      *            AND DESCRIPTION.  EVERY DIFFERENCE IS LISTED ON
      *            THE DISCREPANCY REPORT (KEYSRPT) WITH BOTH VALUES,
      *            AND THE KEYMAINT TRANSACTION THAT WOULD CORRECT IT
      *            IS WRITTEN TO KEYSTRAN, IN THE KEYMTRAN LAYOUT:
      *              A  KEY ON THE EXTRACT ONLY - ADDED WITH THE
      *                 EXTRACT'S STATUS, OWNER, AND DESCRIPTION
      *              C  KEY ON BOTH, OWNER OR DESCRIPTION DIFFERS (OR
      *                 THE STATUS WITH THEM) - ONLY THE DIFFERING
      *                 FIELDS ARE FILLED IN, PER KEYMAINT'S OVERLAY
      *                 CONVENTION
      *              D  ACTIVE KEY NOT ON THE EXTRACT, OR MADE
      *                 INACTIVE UPSTREAM WITH NOTHING ELSE CHANGED
      *            NOTHING IS APPLIED HERE: AN ANALYST REVIEWS THE
      *            REPORT AND RUNS KEYSTRAN THROUGH KEYMAINT AS
      *            KEYMTRAN, WHICH LOGS EACH CHANGE TO KEYCHG.  A
      *            BLANK OWNER OR DESCRIPTION ON THE EXTRACT CANNOT BE
      *            CARRIED BY A TRANSACTION AND IS REPORTED ONLY.
      *            THE REPORT THEN LISTS ACTIVE KEYS NOT SEEN ON
      *            PROCKEYS OR AUDITMST WITHIN THE DORMANCY PERIOD AS
      *            CANDIDATES FOR DEACTIVATION.  JCL PARM: THE
      *            DORMANCY PERIOD IN DAYS, 1 TO 999, DEFAULT 90.
      *            THE EXTRACT MUST BE SORTED BY KEY (A SORT STEP IN
      *            THE JOB PRECEDES THIS ONE); AN EMPTY OR OUT-OF-
      *            SEQUENCE EXTRACT ENDS THE RUN WITH RETURN CODE 12
      *            RATHER THAN PROPOSE DEACTIVATING THE WHOLE MASTER.
      *            THE STEP ENDS WITH RETURN CODE 4 WHEN ANY
      *            DISCREPANCY OR DORMANT KEY IS FOUND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYSYNC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-FILE ASSIGN TO "KEYREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT KEY-MASTER-FILE ASSIGN TO "KEYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KEYM-FILE-STATUS.
           SELECT PROCESSED-KEY-FILE ASSIGN TO "PROCKEYS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-PROCESSED-KEY
               FILE STATUS IS WS-PROC-FILE-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MASTER-KEY
               FILE STATUS IS WS-AUDM-FILE-STATUS.
           SELECT TRAN-OUT-FILE ASSIGN TO "KEYSTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYNC-RPT ASSIGN TO "KEYSRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REF-RECORD.
           05  RF-KEY                  PIC X(10).
           05  RF-STATUS               PIC X(01).
               88  RF-ACTIVE                       VALUE 'A'.
               88  RF-INACTIVE                     VALUE 'I'.
           05  RF-OWNER                PIC X(08).
           05  RF-DESCRIPTION          PIC X(30).

       FD  KEY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY KEYMREC.

       FD  PROCESSED-KEY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRCKREC.

       FD  AUDIT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDMREC.

       FD  TRAN-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           05  KT-ACTION               PIC X(01).
           05  KT-KEY                  PIC X(10).
           05  KT-STATUS               PIC X(01).
           05  KT-OWNER                PIC X(08).
           05  KT-DESCRIPTION          PIC X(30).

       FD  SYNC-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SYNC-RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-REF-FILE-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-KEYM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-PROC-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-AUDM-FILE-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-EOF-REF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-REF                          VALUE 'Y'.
       77  WS-EOF-KEYM-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-KEYM                         VALUE 'Y'.
       77  WS-EOF-AUDM-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-AUDM                         VALUE 'Y'.
       77  WS-REF-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-REF-OPEN                         VALUE 'Y'.
       77  WS-MASTER-OPEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-MASTER-OPEN                      VALUE 'Y'.
       77  WS-PROC-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-PROC-OPEN                        VALUE 'Y'.
       77  WS-AUDM-OPEN-SW             PIC X(01)  VALUE 'N'.
           88  WS-AUDM-OPEN                        VALUE 'Y'.
       77  WS-OUTPUT-OPEN-SW           PIC X(01)  VALUE 'N'.
           88  WS-OUTPUT-OPEN                      VALUE 'Y'.
       77  WS-SEEN-SW                  PIC X(01)  VALUE 'N'.
           88  WS-KEY-SEEN                         VALUE 'Y'.
       77  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
       77  WS-CUTOFF-DATE              PIC 9(08)  VALUE ZERO.
       77  WS-DORMANT-DAYS             PIC 9(03)  VALUE 90.
       77  WS-DAY-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-PARM-LENGTH-BOUNDED      PIC 9(04) COMP VALUE ZERO.
       77  WS-PARM-WORK                PIC X(03)  VALUE SPACES.
       77  WS-RUN-RC                   PIC 9(04) COMP VALUE ZERO.
       77  WS-REF-COMPARE-KEY          PIC X(10)  VALUE SPACES.
       77  WS-KEYM-COMPARE-KEY         PIC X(10)  VALUE SPACES.
       77  WS-PREV-REF-KEY             PIC X(10)  VALUE LOW-VALUES.
       77  WS-REF-READ                 PIC 9(09) COMP VALUE ZERO.
       77  WS-KEYS-MATCHED             PIC 9(09) COMP VALUE ZERO.
       77  WS-KEYS-DIFFERENT           PIC 9(09) COMP VALUE ZERO.
       77  WS-KEYS-EXTRACT-ONLY        PIC 9(09) COMP VALUE ZERO.
       77  WS-KEYS-MASTER-ONLY         PIC 9(09) COMP VALUE ZERO.
       77  WS-DISCREPANCIES            PIC 9(09) COMP VALUE ZERO.
       77  WS-TRANS-ADD                PIC 9(09) COMP VALUE ZERO.
       77  WS-TRANS-CHANGE             PIC 9(09) COMP VALUE ZERO.
       77  WS-TRANS-DEACTIVATE         PIC 9(09) COMP VALUE ZERO.
       77  WS-ACTIVE-CHECKED           PIC 9(09) COMP VALUE ZERO.
       77  WS-KEYS-DORMANT             PIC 9(09) COMP VALUE ZERO.
       77  WS-STATUS-DIFF-SW           PIC X(01)  VALUE 'N'.
           88  WS-STATUS-DIFFERS                   VALUE 'Y'.
       77  WS-OWNER-DIFF-SW            PIC X(01)  VALUE 'N'.
           88  WS-OWNER-DIFFERS                    VALUE 'Y'.
       77  WS-DESC-DIFF-SW             PIC X(01)  VALUE 'N'.
           88  WS-DESC-DIFFERS                     VALUE 'Y'.
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
       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER              PIC X(34)
                   VALUE 'KEYSYNC KEY MASTER DISCREPANCIES  '.
               10  WS-RPT-TITLE-DATE   PIC 9(08).
           05  WS-RPT-DISC-COL-LINE.
               10  FILLER              PIC X(12)
                   VALUE 'KEY         '.
               10  FILLER              PIC X(18)
                   VALUE 'DISCREPANCY       '.
               10  FILLER              PIC X(32)
                   VALUE 'KEY MASTER VALUE                '.
               10  FILLER              PIC X(32)
                   VALUE 'EXTRACT VALUE                   '.
               10  FILLER              PIC X(04)
                   VALUE 'TRAN'.
           05  WS-RPT-NO-DISC-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'NO DISCREPANCIES                 '.
           05  WS-RPT-DORM-HDR-LINE.
               10  FILLER              PIC X(39)
                   VALUE 'ACTIVE KEYS WITH NO ACTIVITY SINCE    '.
               10  WS-RPT-DORM-CUTOFF  PIC 9(08).
           05  WS-RPT-DORM-COL-LINE.
               10  FILLER              PIC X(12)
                   VALUE 'KEY         '.
               10  FILLER              PIC X(10)
                   VALUE 'OWNER     '.
               10  FILLER              PIC X(32)
                   VALUE 'DESCRIPTION                     '.
               10  FILLER              PIC X(10)
                   VALUE 'ADDED     '.
               10  FILLER              PIC X(10)
                   VALUE 'LAST MAINT'.
           05  WS-RPT-NO-DORM-LINE.
               10  FILLER              PIC X(33)
                   VALUE 'NO DORMANT KEYS                  '.
           05  WS-RPT-NO-ACTIVITY-LINE.
               10  FILLER              PIC X(41)
                   VALUE 'NO ACTIVITY FILES - DORMANT CHECK SKIPPED'.
       01  WS-DISC-DETAIL-LINE.
           05  WS-DD-KEY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DD-DISCREPANCY       PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DD-MASTER-VALUE      PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DD-EXTRACT-VALUE     PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DD-TRAN              PIC X(01).
       01  WS-DORM-DETAIL-LINE.
           05  WS-OD-KEY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-OWNER             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-ADDED-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-LAST-MAINT-DATE   PIC 9(08).
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL            PIC X(25).
           05  WS-SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC 9(04) COMP.
           05  LK-PARM-TEXT            PIC X(08).
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-RC = ZERO
               PERFORM 2000-MATCH-FILES THRU 2000-EXIT
                   UNTIL WS-EOF-REF AND WS-EOF-KEYM
           END-IF
           IF WS-RUN-RC = ZERO
               PERFORM 4000-LIST-DORMANT-KEYS THRU 4000-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           GO TO 9999-END.
       0000-EXIT.
           EXIT.

      **********************************************************************
      * RESOLVE THE DORMANCY PERIOD FROM THE PARM, OPEN THE FILES,
      * AND PRIME BOTH SIDES OF THE MATCH.  THE EXTRACT AND THE KEY
      * MASTER ARE BOTH REQUIRED; AN EMPTY EXTRACT IS REFUSED.
      **********************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LENGTH > ZERO
               IF LK-PARM-LENGTH > 3
                   MOVE 3 TO WS-PARM-LENGTH-BOUNDED
               ELSE
                   MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH-BOUNDED
               END-IF
               MOVE '000' TO WS-PARM-WORK
               MOVE LK-PARM-TEXT(1:WS-PARM-LENGTH-BOUNDED)
                   TO WS-PARM-WORK(4 - WS-PARM-LENGTH-BOUNDED:
                       WS-PARM-LENGTH-BOUNDED)
               IF WS-PARM-WORK IS NUMERIC AND WS-PARM-WORK > '000'
                   MOVE WS-PARM-WORK TO WS-DORMANT-DAYS
               ELSE
                   DISPLAY 'KEYSYNC - INVALID DORMANCY DAYS PARM '
                       LK-PARM-TEXT ' - USING 90'
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE TO WS-CONVERT-DATE
           PERFORM 6000-STEP-BACK-ONE-DAY THRU 6000-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DORMANT-DAYS
           MOVE WS-CONVERT-DATE TO WS-CUTOFF-DATE
           OPEN OUTPUT SYNC-RPT
           OPEN OUTPUT TRAN-OUT-FILE
           SET WS-OUTPUT-OPEN TO TRUE
           MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE-LINE TO SYNC-RPT-RECORD
           WRITE SYNC-RPT-RECORD
           MOVE WS-RPT-DISC-COL-LINE TO SYNC-RPT-RECORD
           WRITE SYNC-RPT-RECORD
           OPEN INPUT REF-FILE
           IF WS-REF-FILE-STATUS NOT = '00'
               DISPLAY 'KEYSYNC - REFERENCE EXTRACT OPEN FAILED, '
                   'STATUS ' WS-REF-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           SET WS-REF-OPEN TO TRUE
           OPEN INPUT KEY-MASTER-FILE
           IF WS-KEYM-FILE-STATUS NOT = '00'
               DISPLAY 'KEYSYNC - KEY MASTER OPEN FAILED, STATUS '
                   WS-KEYM-FILE-STATUS
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           SET WS-MASTER-OPEN TO TRUE
           PERFORM 2100-READ-REF-RECORD THRU 2100-EXIT
           IF WS-EOF-REF
               DISPLAY 'KEYSYNC - REFERENCE EXTRACT IS EMPTY, '
                   'NOTHING COMPARED'
               MOVE 12 TO WS-RUN-RC
               GO TO 1000-EXIT
           END-IF
           PERFORM 2200-READ-KEYM-RECORD THRU 2200-EXIT
           .
       1000-EXIT.
           EXIT.

      **********************************************************************
      * TWO-FILE BALANCE LINE ON THE KEY, AS ARGCMP DOES.  A FILE AT
      * END-OF-FILE PRESENTS HIGH-VALUES SO THE OTHER FILE'S
      * REMAINING KEYS FALL OUT AS EXTRACT-ONLY OR MASTER-ONLY.
      **********************************************************************
       2000-MATCH-FILES.
           IF WS-REF-COMPARE-KEY = WS-KEYM-COMPARE-KEY
               PERFORM 3000-COMPARE-MATCHED-KEY THRU 3000-EXIT
               PERFORM 2100-READ-REF-RECORD THRU 2100-EXIT
               PERFORM 2200-READ-KEYM-RECORD THRU 2200-EXIT
           ELSE
               IF WS-REF-COMPARE-KEY < WS-KEYM-COMPARE-KEY
                   PERFORM 3100-REPORT-EXTRACT-ONLY THRU 3100-EXIT
                   PERFORM 2100-READ-REF-RECORD THRU 2100-EXIT
               ELSE
                   PERFORM 3200-REPORT-MASTER-ONLY THRU 3200-EXIT
                   PERFORM 2200-READ-KEYM-RECORD THRU 2200-EXIT
               END-IF
           END-IF
           IF WS-RUN-RC NOT < 12
               SET WS-EOF-REF TO TRUE
               SET WS-EOF-KEYM TO TRUE
           END-IF
           .
       2000-EXIT.
           EXIT.

      **********************************************************************
      * THE EXTRACT MUST BE IN ASCENDING KEY ORDER WITH NO DUPLICATE
      * KEYS, OR THE MATCH WOULD PROPOSE ADDS AND DEACTIVATES FOR
      * KEYS THAT ARE ACTUALLY ON BOTH SIDES.
      **********************************************************************
       2100-READ-REF-RECORD.
           READ REF-FILE
               AT END
                   SET WS-EOF-REF TO TRUE
                   MOVE HIGH-VALUES TO WS-REF-COMPARE-KEY
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-REF-READ
           IF RF-KEY NOT > WS-PREV-REF-KEY
               DISPLAY 'KEYSYNC - REFERENCE EXTRACT OUT OF SEQUENCE '
                   'AT KEY ' RF-KEY ', RECORD ' WS-REF-READ
               MOVE 12 TO WS-RUN-RC
               SET WS-EOF-REF TO TRUE
               MOVE HIGH-VALUES TO WS-REF-COMPARE-KEY
               GO TO 2100-EXIT
           END-IF
           MOVE RF-KEY TO WS-PREV-REF-KEY
           MOVE RF-KEY TO WS-REF-COMPARE-KEY
           .
       2100-EXIT.
           EXIT.

       2200-READ-KEYM-RECORD.
           READ KEY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-KEYM TO TRUE
                   MOVE HIGH-VALUES TO WS-KEYM-COMPARE-KEY
               NOT AT END
                   MOVE KM-KEY TO WS-KEYM-COMPARE-KEY
           END-READ
           .
       2200-EXIT.
           EXIT.

      **********************************************************************
      * KEY ON BOTH SIDES.  A KEY MADE INACTIVE UPSTREAM WITH NOTHING
      * ELSE CHANGED GETS A DEACTIVATE; ANY OTHER DIFFERENCE GETS A
      * CHANGE CARRYING ONLY THE FIELDS THAT DIFFER.  A BLANK OWNER
      * OR DESCRIPTION ON THE EXTRACT CANNOT BE APPLIED THROUGH
      * KEYMAINT'S OVERLAY AND IS REPORTED WITH NO TRANSACTION.
      **********************************************************************
       3000-COMPARE-MATCHED-KEY.
           MOVE 'N' TO WS-STATUS-DIFF-SW
           MOVE 'N' TO WS-OWNER-DIFF-SW
           MOVE 'N' TO WS-DESC-DIFF-SW
           IF NOT RF-ACTIVE AND NOT RF-INACTIVE
               ADD 1 TO WS-KEYS-DIFFERENT
               MOVE RF-KEY TO WS-DD-KEY
               MOVE 'BAD EXTRACT STAT' TO WS-DD-DISCREPANCY
               MOVE KM-STATUS TO WS-DD-MASTER-VALUE
               MOVE RF-STATUS TO WS-DD-EXTRACT-VALUE
               MOVE SPACE     TO WS-DD-TRAN
               PERFORM 3900-WRITE-DISC-LINE THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
           IF RF-STATUS NOT = KM-STATUS
               SET WS-STATUS-DIFFERS TO TRUE
           END-IF
           IF RF-OWNER NOT = KM-OWNER AND RF-OWNER NOT = SPACES
               SET WS-OWNER-DIFFERS TO TRUE
           END-IF
           IF RF-DESCRIPTION NOT = KM-DESCRIPTION
                   AND RF-DESCRIPTION NOT = SPACES
               SET WS-DESC-DIFFERS TO TRUE
           END-IF
           MOVE SPACES TO TRAN-RECORD
           MOVE RF-KEY TO KT-KEY
           EVALUATE TRUE
               WHEN RF-INACTIVE AND WS-STATUS-DIFFERS
                       AND NOT WS-OWNER-DIFFERS AND NOT WS-DESC-DIFFERS
                   MOVE 'D' TO KT-ACTION
               WHEN WS-STATUS-DIFFERS OR WS-OWNER-DIFFERS
                       OR WS-DESC-DIFFERS
                   MOVE 'C' TO KT-ACTION
                   IF WS-STATUS-DIFFERS
                       MOVE RF-STATUS TO KT-STATUS
                   END-IF
                   IF WS-OWNER-DIFFERS
                       MOVE RF-OWNER TO KT-OWNER
                   END-IF
                   IF WS-DESC-DIFFERS
                       MOVE RF-DESCRIPTION TO KT-DESCRIPTION
                   END-IF
           END-EVALUATE
           MOVE RF-KEY    TO WS-DD-KEY
           MOVE KT-ACTION TO WS-DD-TRAN
           IF WS-STATUS-DIFFERS
               MOVE 'STATUS          ' TO WS-DD-DISCREPANCY
               MOVE KM-STATUS TO WS-DD-MASTER-VALUE
               MOVE RF-STATUS TO WS-DD-EXTRACT-VALUE
               PERFORM 3900-WRITE-DISC-LINE THRU 3900-EXIT
           END-IF
           IF RF-OWNER NOT = KM-OWNER
               MOVE 'OWNER           ' TO WS-DD-DISCREPANCY
               MOVE KM-OWNER TO WS-DD-MASTER-VALUE
               MOVE RF-OWNER TO WS-DD-EXTRACT-VALUE
               IF NOT WS-OWNER-DIFFERS
                   MOVE 'OWNER NOT SENT  ' TO WS-DD-DISCREPANCY
                   MOVE SPACE TO WS-DD-TRAN
               END-IF
               PERFORM 3900-WRITE-DISC-LINE THRU 3900-EXIT
               MOVE KT-ACTION TO WS-DD-TRAN
           END-IF
           IF RF-DESCRIPTION NOT = KM-DESCRIPTION
               MOVE 'DESCRIPTION     ' TO WS-DD-DISCREPANCY
               MOVE KM-DESCRIPTION TO WS-DD-MASTER-VALUE
               MOVE RF-DESCRIPTION TO WS-DD-EXTRACT-VALUE
               IF NOT WS-DESC-DIFFERS
                   MOVE 'DESC NOT SENT   ' TO WS-DD-DISCREPANCY
                   MOVE SPACE TO WS-DD-TRAN
               END-IF
               PERFORM 3900-WRITE-DISC-LINE THRU 3900-EXIT
           END-IF
           IF KT-ACTION = SPACE
               IF RF-OWNER = KM-OWNER
                       AND RF-DESCRIPTION = KM-DESCRIPTION
                   ADD 1 TO WS-KEYS-MATCHED
               ELSE
                   ADD 1 TO WS-KEYS-DIFFERENT
               END-IF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-KEYS-DIFFERENT
           PERFORM 3800-WRITE-TRANSACTION THRU 3800-EXIT
           .
       3000-EXIT.
           EXIT.

      **********************************************************************
      * KEY ON THE EXTRACT ONLY.  IT IS ADDED WITH THE EXTRACT'S
      * STATUS; WITHOUT AN OWNER (WHICH KEYMAINT WOULD REJECT) OR A
      * VALID STATUS, NONE IS WRITTEN AND THE KEY IS REPORTED FOR
      * FOLLOW-UP.
      **********************************************************************
       3100-REPORT-EXTRACT-ONLY.
           ADD 1 TO WS-KEYS-EXTRACT-ONLY
           MOVE SPACES         TO TRAN-RECORD
           MOVE RF-KEY         TO WS-DD-KEY
           MOVE 'NOT ON MASTER   ' TO WS-DD-DISCREPANCY
           MOVE SPACES         TO WS-DD-MASTER-VALUE
           MOVE RF-OWNER       TO WS-DD-EXTRACT-VALUE
           MOVE SPACE          TO WS-DD-TRAN
           IF RF-OWNER = SPACES
               MOVE 'NO OWNER SENT   ' TO WS-DD-DISCREPANCY
               PERFORM 3900-WRITE-DISC-LINE THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF
           IF NOT RF-ACTIVE AND NOT RF-INACTIVE
               MOVE 'BAD EXTRACT STAT' TO WS-DD-DISCREPANCY
               MOVE RF-STATUS TO WS-DD-EXTRACT-VALUE
               PERFORM 3900-WRITE-DISC-LINE THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE 'A'            TO KT-ACTION
           MOVE RF-KEY         TO KT-KEY
           MOVE RF-STATUS      TO KT-STATUS
           MOVE RF-OWNER       TO KT-OWNER
           MOVE RF-DESCRIPTION TO KT-DESCRIPTION
           MOVE KT-ACTION      TO WS-DD-TRAN
           PERFORM 3900-WRITE-DISC-LINE THRU 3900-EXIT
           PERFORM 3800-WRITE-TRANSACTION THRU 3800-EXIT
           .
       3100-EXIT.
           EXIT.

      **********************************************************************
      * KEY ON THE MASTER ONLY.  THE EXTRACT IS THE FULL SET OF KEYS
      * UPSTREAM RECOGNIZES, SO AN ACTIVE KEY MISSING FROM IT IS
      * DEACTIVATED; AN INACTIVE ONE IS ALREADY IN STEP.
      **********************************************************************
       3200-REPORT-MASTER-ONLY.
           ADD 1 TO WS-KEYS-MASTER-ONLY
           IF NOT KM-ACTIVE
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES    TO TRAN-RECORD
           MOVE 'D'       TO KT-ACTION
           MOVE KM-KEY    TO KT-KEY
           MOVE KM-KEY    TO WS-DD-KEY
           MOVE 'NOT ON EXTRACT  ' TO WS-DD-DISCREPANCY
           MOVE KM-OWNER  TO WS-DD-MASTER-VALUE
           MOVE SPACES    TO WS-DD-EXTRACT-VALUE
           MOVE KT-ACTION TO WS-DD-TRAN
           PERFORM 3900-WRITE-DISC-LINE THRU 3900-EXIT
           PERFORM 3800-WRITE-TRANSACTION THRU 3800-EXIT
           .
       3200-EXIT.
           EXIT.

       3800-WRITE-TRANSACTION.
           EVALUATE KT-ACTION
               WHEN 'A'
                   ADD 1 TO WS-TRANS-ADD
               WHEN 'C'
                   ADD 1 TO WS-TRANS-CHANGE
               WHEN 'D'
                   ADD 1 TO WS-TRANS-DEACTIVATE
           END-EVALUATE
           WRITE TRAN-RECORD
           .
       3800-EXIT.
           EXIT.

       3900-WRITE-DISC-LINE.
           ADD 1 TO WS-DISCREPANCIES
           MOVE WS-DISC-DETAIL-LINE TO SYNC-RPT-RECORD
           WRITE SYNC-RPT-RECORD
           .
       3900-EXIT.
           EXIT.

      **********************************************************************
      * LIST ACTIVE KEYS WITH NO ACTIVITY SINCE THE CUTOFF DATE - NO
      * PROCESSED-KEY ENTRY AND NO AUDIT-HISTORY CALL (OTHER THAN ONE
      * BACKED OUT) ON OR AFTER IT.  A KEY ADDED SINCE THE CUTOFF HAS
      * NOT HAD THE FULL PERIOD AND IS NOT LISTED.  EITHER ACTIVITY
      * FILE MAY BE ABSENT; WITH NEITHER THE CHECK IS SKIPPED.
      **********************************************************************
       4000-LIST-DORMANT-KEYS.
           IF WS-DISCREPANCIES = ZERO
               MOVE WS-RPT-NO-DISC-LINE TO SYNC-RPT-RECORD
               WRITE SYNC-RPT-RECORD
           END-IF
           MOVE SPACES TO SYNC-RPT-RECORD
           WRITE SYNC-RPT-RECORD
           MOVE WS-CUTOFF-DATE TO WS-RPT-DORM-CUTOFF
           MOVE WS-RPT-DORM-HDR-LINE TO SYNC-RPT-RECORD
           WRITE SYNC-RPT-RECORD
           OPEN INPUT PROCESSED-KEY-FILE
           IF WS-PROC-FILE-STATUS = '00'
               SET WS-PROC-OPEN TO TRUE
           END-IF
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDM-FILE-STATUS = '00'
               SET WS-AUDM-OPEN TO TRUE
           END-IF
           IF NOT WS-PROC-OPEN AND NOT WS-AUDM-OPEN
               MOVE WS-RPT-NO-ACTIVITY-LINE TO SYNC-RPT-RECORD
               WRITE SYNC-RPT-RECORD
               GO TO 4000-EXIT
           END-IF
           MOVE WS-RPT-DORM-COL-LINE TO SYNC-RPT-RECORD
           WRITE SYNC-RPT-RECORD
           MOVE 'N' TO WS-EOF-KEYM-SW
           MOVE LOW-VALUES TO KM-KEY
           START KEY-MASTER-FILE KEY >= KM-KEY
               INVALID KEY
                   SET WS-EOF-KEYM TO TRUE
           END-START
           IF NOT WS-EOF-KEYM
               PERFORM 2200-READ-KEYM-RECORD THRU 2200-EXIT
           END-IF
           PERFORM 4100-CHECK-KEY-ACTIVITY THRU 4100-EXIT
               UNTIL WS-EOF-KEYM
           IF WS-KEYS-DORMANT = ZERO
               MOVE WS-RPT-NO-DORM-LINE TO SYNC-RPT-RECORD
               WRITE SYNC-RPT-RECORD
           END-IF
           .
       4000-EXIT.
           EXIT.

       4100-CHECK-KEY-ACTIVITY.
           IF NOT KM-ACTIVE OR KM-ADDED-DATE NOT < WS-CUTOFF-DATE
               GO TO 4100-NEXT
           END-IF
           ADD 1 TO WS-ACTIVE-CHECKED
           MOVE 'N' TO WS-SEEN-SW
           IF WS-PROC-OPEN
               PERFORM 4200-CHECK-PROCESSED-KEYS THRU 4200-EXIT
           END-IF
           IF WS-AUDM-OPEN AND NOT WS-KEY-SEEN
               PERFORM 4300-CHECK-AUDIT-HISTORY THRU 4300-EXIT
           END-IF
           IF WS-KEY-SEEN
               GO TO 4100-NEXT
           END-IF
           ADD 1 TO WS-KEYS-DORMANT
           MOVE KM-KEY             TO WS-OD-KEY
           MOVE KM-OWNER           TO WS-OD-OWNER
           MOVE KM-DESCRIPTION     TO WS-OD-DESCRIPTION
           MOVE KM-ADDED-DATE      TO WS-OD-ADDED-DATE
           MOVE KM-LAST-MAINT-DATE TO WS-OD-LAST-MAINT-DATE
           MOVE WS-DORM-DETAIL-LINE TO SYNC-RPT-RECORD
           WRITE SYNC-RPT-RECORD
           .
       4100-NEXT.
           PERFORM 2200-READ-KEYM-RECORD THRU 2200-EXIT
           .
       4100-EXIT.
           EXIT.

       4200-CHECK-PROCESSED-KEYS.
           MOVE KM-KEY         TO PK-KEY
           MOVE WS-CUTOFF-DATE TO PK-DATE
           START PROCESSED-KEY-FILE KEY >= PK-PROCESSED-KEY
               INVALID KEY
                   GO TO 4200-EXIT
           END-START
           READ PROCESSED-KEY-FILE NEXT RECORD
               AT END
                   GO TO 4200-EXIT
           END-READ
           IF PK-KEY = KM-KEY
               SET WS-KEY-SEEN TO TRUE
           END-IF
           .
       4200-EXIT.
           EXIT.

       4300-CHECK-AUDIT-HISTORY.
           MOVE 'N' TO WS-EOF-AUDM-SW
           MOVE KM-KEY         TO AM-KEY
           MOVE WS-CUTOFF-DATE TO AM-DATE
           MOVE ZERO           TO AM-TIME
           MOVE ZERO           TO AM-SEQ
           START AUDIT-MASTER-FILE KEY >= AM-MASTER-KEY
               INVALID KEY
                   GO TO 4300-EXIT
           END-START
           PERFORM 4310-READ-AUDIT-ENTRY THRU 4310-EXIT
               UNTIL WS-EOF-AUDM
           .
       4300-EXIT.
           EXIT.

       4310-READ-AUDIT-ENTRY.
           READ AUDIT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF-AUDM TO TRUE
                   GO TO 4310-EXIT
           END-READ
           IF AM-KEY NOT = KM-KEY
               SET WS-EOF-AUDM TO TRUE
               GO TO 4310-EXIT
           END-IF
           IF NOT AM-BACKED-OUT
               SET WS-KEY-SEEN TO TRUE
               SET WS-EOF-AUDM TO TRUE
           END-IF
           .
       4310-EXIT.
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
      * WRITE THE SUMMARY COUNTS, CLOSE THE FILES, AND SET THE STEP
      * RETURN CODE.
      **********************************************************************
       9000-FINALIZE.
           IF WS-OUTPUT-OPEN
               MOVE SPACES TO SYNC-RPT-RECORD
               WRITE SYNC-RPT-RECORD
               MOVE 'EXTRACT KEYS READ.      ' TO WS-SUM-LABEL
               MOVE WS-REF-READ TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               MOVE 'KEYS IN STEP.           ' TO WS-SUM-LABEL
               MOVE WS-KEYS-MATCHED TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               MOVE 'KEYS DIFFERING.         ' TO WS-SUM-LABEL
               MOVE WS-KEYS-DIFFERENT TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               MOVE 'KEYS ON EXTRACT ONLY.   ' TO WS-SUM-LABEL
               MOVE WS-KEYS-EXTRACT-ONLY TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               MOVE 'KEYS ON MASTER ONLY.    ' TO WS-SUM-LABEL
               MOVE WS-KEYS-MASTER-ONLY TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               MOVE 'ADD TRANSACTIONS.       ' TO WS-SUM-LABEL
               MOVE WS-TRANS-ADD TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               MOVE 'CHANGE TRANSACTIONS.    ' TO WS-SUM-LABEL
               MOVE WS-TRANS-CHANGE TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               MOVE 'DEACTIVATE TRANSACTIONS.' TO WS-SUM-LABEL
               MOVE WS-TRANS-DEACTIVATE TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               MOVE 'ACTIVE KEYS CHECKED.    ' TO WS-SUM-LABEL
               MOVE WS-ACTIVE-CHECKED TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               MOVE 'DORMANT KEYS.           ' TO WS-SUM-LABEL
               MOVE WS-KEYS-DORMANT TO WS-SUM-COUNT
               PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
               CLOSE SYNC-RPT
               CLOSE TRAN-OUT-FILE
           END-IF
           IF WS-REF-OPEN
               CLOSE REF-FILE
           END-IF
           IF WS-MASTER-OPEN
               CLOSE KEY-MASTER-FILE
           END-IF
           IF WS-PROC-OPEN
               CLOSE PROCESSED-KEY-FILE
           END-IF
           IF WS-AUDM-OPEN
               CLOSE AUDIT-MASTER-FILE
           END-IF
           IF WS-RUN-RC = ZERO
               IF WS-DISCREPANCIES > ZERO OR WS-KEYS-DORMANT > ZERO
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           DISPLAY 'KEYSYNC - DISCREPANCIES ' WS-DISCREPANCIES
               ' DORMANT KEYS ' WS-KEYS-DORMANT
           .
       9000-EXIT.
           EXIT.

       9100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO SYNC-RPT-RECORD
           WRITE SYNC-RPT-RECORD
           .
       9100-EXIT.
           EXIT.

       9999-END.
           IF WS-RUN-RC > ZERO
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           GOBACK.
