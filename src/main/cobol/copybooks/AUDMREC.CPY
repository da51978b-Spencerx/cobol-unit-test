      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUT OF THE AUDIT-HISTORY MASTER
      *               (AUDITMST), THE INDEXED COMPLIANCE RECORD
      *               AUDITHST BUILDS FROM THE DAILY AUDIT LOG, KEYED
      *               ON KEY, DATE, TIME, AND A SEQUENCE NUMBER THAT
      *               KEEPS SAME-SECOND CALLS FOR ONE KEY DISTINCT.
      *               AN ENTRY WHOSE CYCLE WAS BACKED OUT BY CYCBKOUT
      *               IS NEVER DELETED; IT IS FLAGGED BACKED OUT WITH
      *               THE DATE OF THE BACKOUT, AND PROGRAMS THAT COUNT
      *               OR PRICE CALLS FROM THE MASTER SHOULD SKIP IT.
      *               ANY PROGRAM THAT READS OR WRITES THE MASTER
      *               SHOULD COPY THIS MEMBER RATHER THAN REDEFINE THE
      *               LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    EXTRACTED FROM THE AUDITHST FILE SECTION
      *                     FOR THE CYCLE BACKOUT UTILITY (CYCBKOUT),
      *                     AND ADDED AM-BACKOUT-SW AND
      *                     AM-BACKOUT-DATE.  RECORD LENGTH IS NOW 218.
      **********************************************************************
       01  MASTER-RECORD.
           05  AM-MASTER-KEY.
               10  AM-KEY              PIC X(10).
               10  AM-DATE             PIC 9(08).
               10  AM-TIME             PIC 9(08).
               10  AM-SEQ              PIC 9(03).
           05  AM-PROGRAM-NAME         PIC X(08).
           05  AM-ARG-1                PIC X(80).
           05  AM-ARG-2                PIC X(80).
           05  AM-RETURN-CODE          PIC S9(04).
           05  AM-OUTCOME              PIC X(08).
           05  AM-BACKOUT-SW           PIC X(01).
               88  AM-BACKED-OUT                   VALUE 'B'.
           05  AM-BACKOUT-DATE         PIC 9(08).
