      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUT OF THE SHARED CONTROL-TOTALS
      *               LEDGER (CTLLEDG).  EVERY STEP OF THE NIGHTLY
      *               CHAIN POSTS ITS IN AND OUT COUNTS AND KEY HASH
      *               TOTALS HERE, ONE RECORD PER COUNTER, THROUGH
      *               THE CTLPOST SUBPROGRAM; CYCBAL READS THE LEDGER
      *               BACK AND TIES EVERY HAND-OFF FOR THE BUSINESS
      *               DATE.  COUNTS ARE IN UPSTREAM DETAIL RECORDS: A
      *               CALL OR REJECT STANDING FOR A MULTI-SEGMENT SET
      *               COUNTS ONCE PER SEGMENT, AND ITS KEY IS HASHED
      *               ONCE PER SEGMENT, SO EVERY FIGURE BALANCES TO
      *               THE ARGFILE TRAILERS.  CL-RUN-DATE AND
      *               CL-RUN-TIME ARE THE POSTING STEP'S START STAMP
      *               AND TIE TOGETHER THE RECORDS ONE RUN POSTED; A
      *               RERUN OF A STEP POSTS AGAIN AND ITS FIGURES
      *               REPLACE THE EARLIER ONES.  ANY PROGRAM THAT
      *               READS OR WRITES THIS FILE SHOULD COPY THIS
      *               MEMBER RATHER THAN REDEFINE THE LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       01  CONTROL-LEDGER-RECORD.
           05  CL-BUSINESS-DATE        PIC 9(08).
           05  CL-PROGRAM              PIC X(08).
           05  CL-STREAM               PIC 9(01).
           05  CL-RUN-DATE             PIC 9(08).
           05  CL-RUN-TIME             PIC 9(08).
           05  CL-COUNTER-NAME         PIC X(12).
           05  CL-RECORD-COUNT         PIC 9(09).
           05  CL-KEY-HASH             PIC 9(18).
           05  CL-POST-DATE            PIC 9(08).
           05  CL-POST-TIME            PIC 9(08).
           05  FILLER                  PIC X(12).
