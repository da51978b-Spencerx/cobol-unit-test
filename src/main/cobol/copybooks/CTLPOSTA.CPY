      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      ARGUMENT AREA PASSED BY REFERENCE TO THE CTLPOST
      *               SUBPROGRAM, WHICH OWNS ALL WRITES TO THE SHARED
      *               CONTROL-TOTALS LEDGER (CTLLEDG).  THE CALLER
      *               FILLS IN ITS PROGRAM NAME, STREAM (ZERO FOR A
      *               SINGLE-STREAM STEP), BUSINESS DATE, ITS OWN
      *               START STAMP, AND UP TO EIGHT NAMED COUNTERS,
      *               EACH A RECORD COUNT AND A KEY HASH TOTAL;
      *               CP-COUNTER-COUNT SAYS HOW MANY ARE FILLED IN.
      *               CTLPOST WRITES ONE LEDGER RECORD PER COUNTER
      *               AND SETS CP-STATUS.  A STEP IN THE CYCLE-STATUS
      *               CHAIN POSTS ONLY WHEN ITS RUN IS BEING RECORDED
      *               ON CYCSTAT, SO AD HOC AND TEST RUNS LEAVE THE
      *               LEDGER ALONE.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       01  CONTROL-POST-AREA.
           05  CP-PROGRAM              PIC X(08).
           05  CP-STREAM               PIC 9(01).
           05  CP-BUSINESS-DATE        PIC 9(08).
           05  CP-RUN-DATE             PIC 9(08).
           05  CP-RUN-TIME             PIC 9(08).
           05  CP-COUNTER-COUNT        PIC 9(01).
           05  CP-COUNTER OCCURS 8 TIMES.
               10  CP-COUNTER-NAME     PIC X(12).
               10  CP-RECORD-COUNT     PIC 9(09).
               10  CP-KEY-HASH         PIC 9(18).
           05  CP-STATUS               PIC X(01).
               88  CP-POSTED                       VALUE 'P'.
               88  CP-FAILED                       VALUE 'F'.
           05  CP-MESSAGE              PIC X(60).
