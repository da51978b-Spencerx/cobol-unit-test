      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  31 AUG 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    ADDED SM-ORIGIN-SOURCE, THE UPSTREAM SHOP
      *                     THE PARKED KEY CAME FROM, AND
      *                     SM-LAST-PARK-DATE, THE DATE OF THE MOST
      *                     RECENT PARK.  SM-PARK-DATE STILL HOLDS THE
      *                     DATE THE ITEM FIRST OPENED AND IS WHAT
      *                     AGING IS MEASURED FROM; THE LAST-PARK DATE
      *                     TELLS THE RETURN-FILE STEP WHICH KEYS WENT
      *                     TO SUSPENSE ON TONIGHT'S CYCLE.
      **********************************************************************
       01  SUSPENSE-MASTER-RECORD.
           05  SM-KEY                  PIC X(10).
           05  SM-RECYCLE-COUNT        PIC 9(03).
           05  SM-PARK-DATE            PIC 9(08).
           05  SM-RELEASE-DATE         PIC 9(08).
           05  SM-ORIGIN-SOURCE        PIC X(01).
           05  SM-LAST-PARK-DATE       PIC 9(08).
