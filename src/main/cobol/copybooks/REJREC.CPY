      *  DATE         INIT  DESCRIPTION
      *  17 AUG 2026  DN    EXTRACTED FROM THE SUBPROGD FILE SECTION
      *                     FOR THE REJECT-RECYCLE JOB (REJRECYC).
      *  15 OCT 2026  DN    ADDED RJ-SOURCE, THE UPSTREAM SHOP THE
      *                     REJECTED DETAIL CAME FROM (AI-SOURCE), AND
      *                     RJ-SEG-COUNT, THE NUMBER OF PHYSICAL
      *                     ARGFILE RECORDS THE REJECT STANDS FOR (1
      *                     EXCEPT FOR A REJECTED SEGMENT SET), SO THE
      *                     PER-SOURCE RETURN FILES BALANCE TO THE
      *                     SHOP'S OWN TRAILER COUNT.  RECORD LENGTH IS
      *                     NOW 204.
      **********************************************************************
       01  REJECT-RECORD.
           05  RJ-KEY                  PIC X(10).
           05  RJ-ARG-1                PIC X(80).
           05  RJ-ARG-2                PIC X(80).
           05  RJ-REASON               PIC X(30).
           05  RJ-SOURCE               PIC X(01).
           05  RJ-SEG-COUNT            PIC 9(01).
