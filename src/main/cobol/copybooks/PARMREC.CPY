      *                 CHKPT   NAME = INTERVAL; VALUE = RECORDS
      *                         BETWEEN CHECKPOINTS
      *                 DUPWIN  NAME = DAYS; VALUE = THE DUPLICATE-
      *                         KEY RETENTION WINDOW IN DAYS.
      *                         NAME = BUSDAYS; VALUE = THE WINDOW
      *                         IN BUSINESS DAYS ON THE CALENDAR
      *                         MASTER, WHICH WHEN IN EFFECT TAKES
      *                         PRECEDENCE OVER DAYS
      *                 ALERT   NAME = SEV1, SEV2, OR SEV3; VALUE =
      *                         HOURS AN OPEN ALERT OF THAT
      *                         SEVERITY MAY GO UNACKNOWLEDGED
      *                         BEFORE ALRTMGR ESCALATES IT (ZERO =
      *                         NEVER); PROGRAM = THE SECOND-LEVEL
      *                         CONTACT THE ESCALATION IS SENT TO
      *                 RATE    NAME = A CHARGE CODE (SUCC, FAIL,
      *                         REVR, OR REJ) IN POSITIONS 1-4,
      *                         OPTIONALLY FOLLOWED BY A TARGET
      *                         PROGRAM IN POSITIONS 5-12 (BLANK =
      *                         EVERY PROGRAM WITHOUT ITS OWN RATE;
      *                         ALWAYS BLANK FOR REJ); VALUE = THE
      *                         CHGBACK CHARGE PER ITEM IN TEN-
      *                         THOUSANDTHS OF THE BILLING CURRENCY
      *                         UNIT
      *               THE MASTER IS MAINTAINED BY PARMMNT, WHICH
      *               EDITS EVERY UPDATE AND LOGS BEFORE AND AFTER
      *               IMAGES.  ANY PROGRAM THAT READS OR WRITES THE
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  02 SEP 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    ADDED DUPWIN NAME BUSDAYS.
      *  15 OCT 2026  DN    ADDED PARAMETER TYPE ALERT.
      *  15 OCT 2026  DN    ADDED PARAMETER TYPE RATE.
      *  15 OCT 2026  DN    ADDED RATE CHARGE CODE REVR.
      **********************************************************************
       01  PARM-MASTER-RECORD.
           05  PM-MASTER-KEY.
                   88  PM-TYPE-LIMIT               VALUE 'LIMIT'.
                   88  PM-TYPE-CHKPT               VALUE 'CHKPT'.
                   88  PM-TYPE-DUPWIN              VALUE 'DUPWIN'.
                   88  PM-TYPE-ALERT               VALUE 'ALERT'.
                   88  PM-TYPE-RATE                VALUE 'RATE'.
               10  PM-PARM-NAME        PIC X(12).
               10  PM-EFFECTIVE-DATE   PIC 9(08).
           05  PM-PROGRAM-NAME         PIC X(08).
