      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  10 AUG 2026  DN    EXTRACTED FROM THE SUBPROGD FILE SECTION.
      *  15 OCT 2026  DN    ADDED AU-SOURCE, THE UPSTREAM SHOP THE
      *                     CALLED DETAIL CAME FROM (AI-SOURCE), AND
      *                     AU-SEG-COUNT, THE NUMBER OF PHYSICAL
      *                     ARGFILE RECORDS THE CALL STANDS FOR (1
      *                     EXCEPT FOR A MULTI-SEGMENT SET), SO THE
      *                     PER-SOURCE RETURN FILES BALANCE TO THE
      *                     SHOP'S OWN TRAILER COUNT.  RECORD LENGTH IS
      *                     NOW 208.
      *  15 OCT 2026  DN    ADDED AU-REVERSED-DATE.  ON THE CALL FOR A
      *                     REVERSAL TRANSACTION IT HOLDS THE BUSINESS
      *                     DATE OF THE CALL BEING BACKED OUT; IT IS
      *                     ZERO ON AN ORDINARY CALL.  A REVERSAL THE
      *                     TARGET ACCEPTED IS LOGGED WITH OUTCOME
      *                     REVERSAL (NOT SUCCESS), SO DOWNSTREAM
      *                     COUNTS CAN NET IT OFF AGAINST THE
      *                     ORIGINAL; ONE IT REFUSED IS AN ORDINARY
      *                     FAILURE.  RECORD LENGTH IS NOW 216.
      **********************************************************************
       01  AUDIT-RECORD.
           05  AU-DATE                 PIC 9(08).
           05  AU-ARG-2                PIC X(80).
           05  AU-RETURN-CODE          PIC S9(04).
           05  AU-OUTCOME              PIC X(08).
           05  AU-SOURCE               PIC X(01).
           05  AU-SEG-COUNT            PIC 9(01).
           05  AU-REVERSED-DATE        PIC 9(08).
