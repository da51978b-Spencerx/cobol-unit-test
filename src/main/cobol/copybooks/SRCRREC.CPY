      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUT OF THE SOURCE RECEIPT FILE
      *               (SRCRCPT) WRITTEN BY ARGCONSL ON A CLEAN
      *               COMBINE, ONE RECORD PER UPSTREAM SOURCE TAKEN
      *               IN: THE SOURCE NUMBER, THE BUSINESS DATE, THE
      *               SOURCE'S OWN CYCLE NUMBER FROM ITS HEADER, AND
      *               THE DETAIL COUNT AND KEY HASH ITS TRAILER
      *               BALANCED TO.  SRCRETN ANSWERS EACH SOURCE IN
      *               ITS OWN CYCLE NUMBERING AND BALANCES THE
      *               RETURN FILE TO THESE TOTALS.  ANY PROGRAM THAT
      *               READS OR WRITES THIS FILE SHOULD COPY THIS
      *               MEMBER RATHER THAN REDEFINE THE LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    ADDED SR-RELEASED-COUNT AND SR-RELEASED-
      *                     HASH: THE SOURCE'S FUTURE-DATED DETAILS
      *                     THE PENDREL RELEASE STEP HANDED BACK
      *                     TONIGHT (ARGPREL), WHICH ARGCONSL TAKES IN
      *                     UNDER THE SOURCE THAT FIRST SENT THEM.
      *                     SRCRETN BALANCES THE SOURCE'S RETURN FILE
      *                     TO THE TRAILER TOTALS PLUS THESE.  A SOURCE
      *                     WITH RELEASED ITEMS BUT NO TRANSMISSION
      *                     TONIGHT GETS A RECEIPT WITH ITS LAST CYCLE
      *                     NUMBER AND ZERO TRAILER TOTALS.
      **********************************************************************
       01  SOURCE-RECEIPT-RECORD.
           05  SR-SOURCE               PIC 9(01).
           05  SR-BUSINESS-DATE        PIC 9(08).
           05  SR-CYCLE-NUMBER         PIC 9(04).
           05  SR-RECORD-COUNT         PIC 9(09).
           05  SR-KEY-HASH-TOTAL       PIC 9(18).
           05  SR-RELEASED-COUNT       PIC 9(09).
           05  SR-RELEASED-HASH        PIC 9(18).
           05  FILLER                  PIC X(13).
