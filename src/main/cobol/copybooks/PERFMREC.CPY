      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUT OF THE PERFORMANCE HISTORY MASTER
      *               (PERFMST), THE INDEXED FILE PERFHIST ROLLS THE
      *               NIGHTLY PERFLOG INTO, KEYED ON TARGET PROGRAM AND
      *               DATE.  WHEN CYCBKOUT BACKS OUT A CYCLE, THE DAY'S
      *               FIGURES ARE NOT DELETED: THEY ARE MOVED INTO THE
      *               PH-BKO FIELDS, THE LIVE FIGURES ARE CLEARED, AND
      *               THE ENTRY IS FLAGGED BACKED OUT.  THE RERUN'S
      *               CONSOLIDATE THEN BUILDS THE LIVE FIGURES AFRESH
      *               AND MARKS THE ENTRY RERUN.  ANY PROGRAM THAT
      *               READS OR WRITES THE MASTER SHOULD COPY THIS
      *               MEMBER RATHER THAN REDEFINE THE LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    EXTRACTED FROM THE PERFHIST FILE SECTION
      *                     FOR THE CYCLE BACKOUT UTILITY (CYCBKOUT),
      *                     AND ADDED THE BACKOUT FLAG, DATE, AND
      *                     BACKED-OUT FIGURES.  RECORD LENGTH IS NOW
      *                     101.
      **********************************************************************
       01  MASTER-RECORD.
           05  PH-MASTER-KEY.
               10  PH-PROGRAM          PIC X(08).
               10  PH-DATE             PIC 9(08).
           05  PH-CALL-COUNT           PIC 9(09).
           05  PH-TOTAL-HUNDREDTHS     PIC 9(15).
           05  PH-AVG-HUNDREDTHS       PIC 9(09).
           05  PH-SLOWEST-KEY          PIC X(10).
           05  PH-SLOWEST-HUNDREDTHS   PIC 9(09).
           05  PH-BACKOUT-SW           PIC X(01).
               88  PH-BACKED-OUT                   VALUE 'B'.
               88  PH-RERUN-AFTER-BACKOUT          VALUE 'R'.
           05  PH-BACKOUT-DATE         PIC 9(08).
           05  PH-BKO-CALL-COUNT       PIC 9(09).
           05  PH-BKO-TOTAL-HUNDREDTHS PIC 9(15).
