      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  25 AUG 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    ADDED CS-RECORD-TYPE.  BLANK IS A STEP RUN
      *                     AS BEFORE; B IS A BACKOUT MARKER WRITTEN BY
      *                     THE CYCBKOUT UTILITY, WHICH CANCELS EVERY
      *                     EARLIER RUN OF THE SAME PROGRAM AND STREAM
      *                     FOR THE BUSINESS DATE SO THE CHAIN CAN BE
      *                     RERUN FOR IT.  RECORD LENGTH IS NOW 54.
      **********************************************************************
       01  CYCLE-STATUS-RECORD.
           05  CS-PROGRAM              PIC X(08).
           05  CS-END-DATE             PIC 9(08).
           05  CS-END-TIME             PIC 9(08).
           05  CS-RETURN-CODE          PIC 9(04).
           05  CS-RECORD-TYPE          PIC X(01).
               88  CS-RUN-RECORD                   VALUE SPACE.
               88  CS-BACKOUT-RECORD               VALUE 'B'.
