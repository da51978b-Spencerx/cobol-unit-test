      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUTS OF THE MONTH-END CHARGEBACK
      *               INTERFACE FILE (GLBILL) THAT CHGBACK WRITES FOR
      *               THE GENERAL-LEDGER FEED.  FIXED 100-BYTE
      *               RECORDS: ONE HEADER NAMING THE BILLING PERIOD,
      *               ONE DETAIL PER OWNER, TARGET PROGRAM, AND
      *               CHARGE CODE (SUCC SUCCESSFUL CALLS, FAIL FAILED
      *               CALLS, REVR REVERSALS, REJ REJECTS - PROGRAM
      *               *REJECT*), AND ONE
      *               TRAILER CARRYING THE DETAIL RECORD COUNT, THE
      *               ITEM COUNT, AND THE AMOUNT TOTAL FOR THE FEED TO
      *               BALANCE TO.  AMOUNTS CARRY TWO IMPLIED DECIMAL
      *               PLACES.  THE TRAILER IS WITHHELD WHEN THE RUN
      *               COULD NOT BILL THE WHOLE MONTH, SO A PARTIAL
      *               FILE CAN NEVER BALANCE.  ANY PROGRAM THAT READS
      *               OR WRITES THE FILE SHOULD COPY THIS MEMBER
      *               RATHER THAN REDEFINE THE LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    ADDED CHARGE CODE REVR FOR REVERSALS.
      **********************************************************************
       01  GL-HEADER-RECORD.
           05  GH-RECORD-TYPE          PIC X(03).
               88  GH-HEADER-RECORD                VALUE 'HDR'.
           05  GH-FILE-ID              PIC X(08).
           05  GH-BILLING-PERIOD       PIC 9(06).
           05  GH-RUN-DATE             PIC 9(08).
           05  GH-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(67).
       01  GL-DETAIL-RECORD.
           05  GD-RECORD-TYPE          PIC X(03).
               88  GD-DETAIL-RECORD                VALUE 'DTL'.
           05  GD-BILLING-PERIOD       PIC 9(06).
           05  GD-OWNER                PIC X(08).
           05  GD-PROGRAM              PIC X(08).
           05  GD-CHARGE-CODE          PIC X(04).
           05  GD-ITEM-COUNT           PIC 9(09).
           05  GD-AMOUNT               PIC 9(11)V99.
           05  FILLER                  PIC X(49).
       01  GL-TRAILER-RECORD.
           05  GT-RECORD-TYPE          PIC X(03).
               88  GT-TRAILER-RECORD               VALUE 'TRL'.
           05  GT-RECORD-COUNT         PIC 9(09).
           05  GT-ITEM-TOTAL           PIC 9(11).
           05  GT-AMOUNT-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(62).
