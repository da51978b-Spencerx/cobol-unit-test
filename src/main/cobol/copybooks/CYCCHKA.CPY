      *               COMPLETED CLEANLY FOR THE BUSINESS DATE AND
      *               THAT THE CALLER HAS NOT ITSELF ALREADY
      *               COMPLETED; FUNCTION R RECORDS THE CALLER'S RUN
      *               AT END OF STEP; FUNCTION B (USED ONLY BY THE
      *               CYCBKOUT UTILITY) RECORDS A BACKOUT MARKER FOR
      *               CC-PROGRAM AND CC-STREAM THAT CANCELS THEIR
      *               EARLIER RUNS FOR THE BUSINESS DATE.
      *               CC-PRED-STREAM-COUNT ZERO MEANS ANY ONE CLEAN
      *               PREDECESSOR RECORD WILL DO;
      *               1 TO 4 REQUIRES A CLEAN RECORD FOR EACH STREAM.
      *               A CALLER WHOSE VERIFY CAME BACK SKIPPED (NO
      *               CYCSTAT ALLOCATED TO THE STEP) SHOULD NOT CALL
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  25 AUG 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    ADDED FUNCTION B, RECORD A BACKOUT MARKER.
      **********************************************************************
       01  CYCLE-CHECK-AREA.
           05  CC-FUNCTION             PIC X(01).
               88  CC-FUNC-VERIFY                  VALUE 'V'.
               88  CC-FUNC-RECORD                  VALUE 'R'.
               88  CC-FUNC-BACKOUT                 VALUE 'B'.
           05  CC-PROGRAM              PIC X(08).
           05  CC-STREAM               PIC 9(01).
           05  CC-BUSINESS-DATE        PIC 9(08).
