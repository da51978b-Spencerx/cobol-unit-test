      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUT OF THE PROCESSED-KEY FILE
      *               (PROCKEYS), THE INDEXED FILE OF KEY AND BUSINESS
      *               DATE PAIRS SUBPROGD KEEPS FOR ITS DUPLICATE-
      *               DETAIL CHECK.  CYCBKOUT DELETES A BACKED-OUT
      *               CYCLE'S ENTRIES SO ITS RERUN IS NOT REJECTED AS
      *               DUPLICATES.  ANY PROGRAM THAT READS OR WRITES
      *               THIS FILE SHOULD COPY THIS MEMBER RATHER THAN
      *               REDEFINE THE LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    EXTRACTED FROM THE SUBPROGD FILE SECTION
      *                     FOR THE CYCLE BACKOUT UTILITY (CYCBKOUT).
      *  15 OCT 2026  DN    ADDED THE ARGUMENT VALUES THE TARGET HANDED
      *                     BACK ON THE CALL (THE SAME AFTER-VALUES
      *                     WRITTEN TO ARGOUT), SO A LATER REVERSAL OF
      *                     THE KEY CAN SUPPLY THEM, AND
      *                     PK-REVERSED-SW AND PK-REVERSED-DATE, SET
      *                     WHEN THE CALL IS BACKED OUT BY A REVERSAL
      *                     SO IT CANNOT BE REVERSED TWICE OR QUIETLY
      *                     POSTED AGAIN.  AN ENTRY WRITTEN BEFORE THIS
      *                     CHANGE HAS BLANK AFTER-VALUES AND CANNOT BE
      *                     REVERSED.  RECORD LENGTH IS NOW 187.
      **********************************************************************
       01  PROCESSED-KEY-RECORD.
           05  PK-PROCESSED-KEY.
               10  PK-KEY              PIC X(10).
               10  PK-DATE             PIC 9(08).
           05  PK-ARG-1-AFTER          PIC X(80).
           05  PK-ARG-2-AFTER          PIC X(80).
           05  PK-REVERSED-SW          PIC X(01).
               88  PK-REVERSED                     VALUE 'R'.
           05  PK-REVERSED-DATE        PIC 9(08).
