      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUT OF THE OPERATOR ALERT MASTER
      *               (ALRTMST), THE INDEXED FILE ALRTMGR BUILDS FROM
      *               EACH NIGHT'S OPERALRT RECORDS.  ONE ENTRY PER
      *               ALERT, KEYED ON THE RAISING PROGRAM, THE LIMIT
      *               NAME, AND THE ALERT KEY (AL-PROGRAM,
      *               AL-LIMIT-NAME, AL-KEY), PLUS A SEQUENCE NUMBER
      *               SO A CONDITION THAT COMES BACK AFTER ITS ALERT
      *               WAS CLOSED OPENS A FRESH ENTRY AND THE CLOSED
      *               ONE STAYS ON FILE FOR THE MONTHLY HISTORY.  A
      *               REPEAT OCCURRENCE OF AN ALERT STILL OPEN ADDS TO
      *               AX-OCCURRENCES AND MOVES AX-LAST-SEEN.  THE
      *               ACKNOWLEDGMENT AND CLOSE FIELDS RECORD WHO
      *               HANDLED THE ALERT, WHEN, AND THE RESOLUTION.
      *               SEVERITY IS SET FROM THE ALERT RETURN CODE:
      *               1 FOR 20 AND OVER (THE RUN OR THE CYCLE IS
      *               STOPPED OR OUT OF BALANCE), 2 FOR 8 TO 19, AND
      *               3 BELOW 8.  ANY PROGRAM THAT READS OR WRITES THE
      *               MASTER SHOULD COPY THIS MEMBER RATHER THAN
      *               REDEFINE THE LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       01  ALERT-MASTER-RECORD.
           05  AX-MASTER-KEY.
               10  AX-ALERT-ID.
                   15  AX-PROGRAM      PIC X(08).
                   15  AX-LIMIT-NAME   PIC X(12).
                   15  AX-KEY          PIC X(10).
               10  AX-SEQUENCE         PIC 9(04).
           05  AX-STATUS               PIC X(01).
               88  AX-OPEN                         VALUE 'O'.
               88  AX-ACKNOWLEDGED                 VALUE 'A'.
               88  AX-CLOSED                       VALUE 'C'.
           05  AX-SEVERITY             PIC 9(01).
           05  AX-RETURN-CODE          PIC 9(04).
           05  AX-LIMIT-VALUE          PIC 9(09).
           05  AX-ACTUAL-VALUE         PIC 9(09).
           05  AX-FIRST-SEEN.
               10  AX-FIRST-DATE       PIC 9(08).
               10  AX-FIRST-TIME       PIC 9(08).
           05  AX-LAST-SEEN.
               10  AX-LAST-DATE        PIC 9(08).
               10  AX-LAST-TIME        PIC 9(08).
           05  AX-OCCURRENCES          PIC 9(07).
           05  AX-ESCALATED-SW         PIC X(01).
               88  AX-ESCALATED                    VALUE 'Y'.
           05  AX-ESCALATED-DATE       PIC 9(08).
           05  AX-ESCALATED-TO         PIC X(08).
           05  AX-ACK-BY               PIC X(08).
           05  AX-ACK-DATE             PIC 9(08).
           05  AX-ACK-TIME             PIC 9(08).
           05  AX-CLOSED-BY            PIC X(08).
           05  AX-CLOSED-DATE          PIC 9(08).
           05  AX-CLOSED-TIME          PIC 9(08).
           05  AX-RESOLUTION           PIC X(60).
