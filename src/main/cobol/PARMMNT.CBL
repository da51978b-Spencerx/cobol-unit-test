      *            COPYBOOK PARMREC), THE EFFECTIVE-DATED
      *            CONSOLIDATION OF SUBPROGD'S ROUTING TABLE, RUN
      *            LIMITS, CHECKPOINT INTERVAL, AND DUPLICATE-KEY
      *            WINDOW, PLUS THE ALRTMGR ESCALATION LIMITS AND
      *            THE CHGBACK CHARGEBACK RATES.
      *            TRANSACTIONS ARRIVE ON PARMTRAN, ONE PER RECORD:
      *              A  ADD AN ENTRY (TYPE, NAME, EFFECTIVE DATE)
      *              C  CHANGE AN EXISTING ENTRY - A NON-BLANK
      *                 TRANSACTION FIELD REPLACES THE MASTER VALUE
      *                     ROUTING TABLE ON THE FIRST TWO BYTES AND
      *                     A FAT-FINGERED 'AB1' USED TO APPLY
      *                     SILENTLY AS TYPE 'AB'.
      *  15 OCT 2026  DN    A DUPWIN ENTRY MAY NOW BE NAMED BUSDAYS -
      *                     THE DUPLICATE WINDOW COUNTED IN BUSINESS
      *                     DAYS ON THE CALENDAR MASTER - AS WELL AS
      *                     DAYS; THE SAME 1 TO 999 EDIT APPLIES.
      *  15 OCT 2026  DN    NEW PARAMETER TYPE ALERT, NAMES SEV1 TO
      *                     SEV3: THE HOURS ALRTMGR ALLOWS BEFORE IT
      *                     ESCALATES AN UNACKNOWLEDGED ALERT AND THE
      *                     SECOND-LEVEL CONTACT, WHICH AN ADD MUST
      *                     NAME.
      *  15 OCT 2026  DN    NEW PARAMETER TYPE RATE: THE CHGBACK
      *                     CHARGE PER ITEM, NAMED BY CHARGE CODE
      *                     (SUCC, FAIL, OR REJ) AND OPTIONALLY A
      *                     TARGET PROGRAM.  AN ADD MUST CARRY A
      *                     NUMERIC RATE; A REJECT RATE CANNOT NAME A
      *                     PROGRAM, SINCE A REJECT NEVER REACHED ONE.
      *  15 OCT 2026  DN    A RATE MAY NOW BE NAMED BY CHARGE CODE
      *                     REVR, THE CHARGE FOR A REVERSAL.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.
           IF PT-PARM-TYPE NOT = 'ROUTE' AND PT-PARM-TYPE NOT =
                   'LIMIT' AND PT-PARM-TYPE NOT = 'CHKPT'
                   AND PT-PARM-TYPE NOT = 'DUPWIN'
                   AND PT-PARM-TYPE NOT = 'ALERT'
                   AND PT-PARM-TYPE NOT = 'RATE'
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'UNKNOWN PARAMETER TYPE' TO WS-EDIT-REASON
               GO TO 3000-EXIT
                   PERFORM 3400-EDIT-CHKPT-FIELDS THRU 3400-EXIT
               WHEN 'DUPWIN'
                   PERFORM 3500-EDIT-DUPWIN-FIELDS THRU 3500-EXIT
               WHEN 'ALERT'
                   PERFORM 3600-EDIT-ALERT-FIELDS THRU 3600-EXIT
               WHEN 'RATE'
                   PERFORM 3700-EDIT-RATE-FIELDS THRU 3700-EXIT
           END-EVALUATE
           .
       3000-EXIT.
      * THE DUPLICATE WINDOW MUST FIT THE THREE-DIGIT FIELD
      * SUBPROGD COMPARES AGES AGAINST: 1 TO 999.  A LARGER VALUE
      * WOULD TRUNCATE - 1000 WOULD LAND AS ZERO AND PRUNE THE
      * WHOLE PROCESSED-KEY HISTORY.  THE WINDOW IS NAMED DAYS FOR
      * CALENDAR DAYS OR BUSDAYS FOR BUSINESS DAYS.
      **********************************************************************
       3500-EDIT-DUPWIN-FIELDS.
           IF PT-PARM-NAME NOT = 'DAYS' AND PT-PARM-NAME NOT =
                   'BUSDAYS'
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'DUPWIN NAME NOT DAYS/BUSDAYS' TO WS-EDIT-REASON
               GO TO 3500-EXIT
           END-IF
           IF NOT PT-DELETE
       3500-EXIT.
           EXIT.

      **********************************************************************
      * AN ALERT ENTRY IS NAMED FOR ITS SEVERITY, SEV1 TO SEV3.  THE
      * VALUE IS THE ESCALATION TIME LIMIT IN HOURS (ZERO MEANS
      * NEVER ESCALATE) AND AN ADD MUST NAME THE SECOND-LEVEL
      * CONTACT IN THE PROGRAM FIELD.
      **********************************************************************
       3600-EDIT-ALERT-FIELDS.
           IF PT-PARM-NAME NOT = 'SEV1' AND PT-PARM-NAME NOT = 'SEV2'
                   AND PT-PARM-NAME NOT = 'SEV3'
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'ALERT NAME NOT SEV1/SEV2/SEV3' TO WS-EDIT-REASON
               GO TO 3600-EXIT
           END-IF
           IF PT-ADD AND PT-PROGRAM-NAME = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'ALERT HAS NO CONTACT' TO WS-EDIT-REASON
               GO TO 3600-EXIT
           END-IF
           IF NOT PT-DELETE
               IF PT-ADD AND PT-LIMIT-VALUE NOT NUMERIC
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'ALERT HOURS NOT NUMERIC' TO WS-EDIT-REASON
                   GO TO 3600-EXIT
               END-IF
               IF PT-LIMIT-VALUE IS NUMERIC
                       AND PT-LIMIT-VALUE > '000009999'
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'ALERT HOURS NOT 0 TO 9999'
                       TO WS-EDIT-REASON
               END-IF
           END-IF
           .
       3600-EXIT.
           EXIT.

      **********************************************************************
      * A RATE ENTRY IS NAMED BY ITS CHARGE CODE IN POSITIONS 1-4 -
      * SUCC, FAIL, REVR, OR REJ - AND, FOR A PROGRAM-SPECIFIC RATE, THE
      * TARGET PROGRAM IN POSITIONS 5-12.  A REJECT NEVER REACHED A
      * TARGET, SO A REJ RATE NAMES NO PROGRAM.  THE VALUE IS THE
      * CHARGE PER ITEM IN TEN-THOUSANDTHS OF THE CURRENCY UNIT;
      * ZERO IS ALLOWED FOR A FREE CHARGE.
      **********************************************************************
       3700-EDIT-RATE-FIELDS.
           IF PT-PARM-NAME(1:4) NOT = 'SUCC'
                   AND PT-PARM-NAME(1:4) NOT = 'FAIL'
                   AND PT-PARM-NAME(1:4) NOT = 'REVR'
                   AND PT-PARM-NAME(1:4) NOT = 'REJ '
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'RATE CODE NOT A CHARGE CODE' TO WS-EDIT-REASON
               GO TO 3700-EXIT
           END-IF
           IF PT-PARM-NAME(1:4) = 'REJ '
                   AND PT-PARM-NAME(5:8) NOT = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'REJ RATE CANNOT NAME A PROGRAM' TO WS-EDIT-REASON
               GO TO 3700-EXIT
           END-IF
           IF PT-ADD AND PT-LIMIT-VALUE NOT NUMERIC
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'RATE VALUE NOT NUMERIC' TO WS-EDIT-REASON
               GO TO 3700-EXIT
           END-IF
           IF PT-CHANGE AND PT-LIMIT-VALUE NOT = SPACES
                   AND PT-LIMIT-VALUE NOT NUMERIC
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'RATE VALUE NOT NUMERIC' TO WS-EDIT-REASON
           END-IF
           .
       3700-EXIT.
           EXIT.

       4000-APPLY-TRANSACTION.
           MOVE PT-PARM-TYPE      TO PM-PARM-TYPE
           MOVE PT-PARM-NAME      TO PM-PARM-NAME
