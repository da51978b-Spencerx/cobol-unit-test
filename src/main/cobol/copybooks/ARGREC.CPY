      *                     COUNTS ONCE IN THE TRAILER TOTALS, SO
      *                     THE EXISTING BALANCING CONVENTIONS ARE
      *                     UNCHANGED.
      *  15 OCT 2026  DN    ADDED AI-SOURCE, THE UPSTREAM SHOP (1 TO 4)
      *                     A DETAIL CAME FROM.  UPSTREAM SENDS IT
      *                     BLANK; ARGCONSL STAMPS IT AS IT COMBINES
      *                     THE SOURCES, AND IT RIDES THROUGH THE
      *                     SPLIT, THE STREAMS, AND THE RECYCLE SO THE
      *                     DISPOSITION OF EVERY KEY CAN BE RETURNED
      *                     TO THE SHOP THAT SENT IT.  RECORD LENGTH
      *                     IS NOW 175.
      *  15 OCT 2026  DN    ADDED AI-EFFECTIVE-DATE (YYYYMMDD).  BLANK
      *                     MEANS EFFECTIVE AT ONCE; A DATE LATER THAN
      *                     THE HEADER'S BUSINESS DATE MAKES SUBPROGD
      *                     PARK THE DETAIL ON THE PENDING-TRANSACTION
      *                     FILE (PENDMST) UNTIL THE PENDREL RELEASE
      *                     STEP HANDS IT BACK ON ITS DUE DATE.  A
      *                     MULTI-SEGMENT SET TAKES ITS DATE FROM ITS
      *                     FIRST SEGMENT.  RECORD LENGTH IS NOW 183.
      *  15 OCT 2026  DN    ADDED TRANSACTION TYPE RV, A REVERSAL THAT
      *                     BACKS OUT ONE KEY SUBPROGD HAS ALREADY
      *                     CALLED.  AI-KEY NAMES THE ORIGINAL KEY AND
      *                     THE FIRST EIGHT BYTES OF AI-ARG-1 CARRY
      *                     THE BUSINESS DATE (YYYYMMDD) THE ORIGINAL
      *                     POSTED ON, SEEN THROUGH AI-REVERSAL-ARGS;
      *                     THE REST OF THE ARGUMENTS ARE IGNORED.  A
      *                     REVERSAL IS ALWAYS A SINGLE RECORD.  THE
      *                     RECORD LENGTH IS UNCHANGED.
      **********************************************************************
       01  ARG-IN-RECORD.
           05  AI-KEY                  PIC X(10).
           05  AI-KEY-NUM REDEFINES AI-KEY
                                       PIC 9(10).
           05  AI-TRAN-TYPE            PIC X(02).
               88  AI-REVERSAL                     VALUE 'RV'.
           05  AI-ARG-1                PIC X(80).
           05  AI-REVERSAL-ARGS REDEFINES AI-ARG-1.
               10  AI-REV-ORIGINAL-DATE    PIC X(08).
               10  AI-REV-ORIGINAL-DATE-NUM REDEFINES
                       AI-REV-ORIGINAL-DATE
                                           PIC 9(08).
               10  FILLER                  PIC X(72).
           05  AI-ARG-2                PIC X(80).
           05  AI-SEG-NUMBER           PIC X(01).
           05  AI-SEG-LAST-SW          PIC X(01).
               88  AI-SEG-LAST                     VALUE 'Y'.
           05  AI-SOURCE               PIC X(01).
           05  AI-EFFECTIVE-DATE       PIC X(08).
           05  AI-EFFECTIVE-DATE-NUM REDEFINES AI-EFFECTIVE-DATE
                                       PIC 9(08).
       01  ARG-HEADER-RECORD.
           05  AH-RECORD-TYPE          PIC X(03).
               88  AH-HEADER-RECORD                VALUE 'HDR'.
           05  AH-FILE-ID              PIC X(08).
           05  AH-BUSINESS-DATE        PIC 9(08).
           05  AH-CYCLE-NUMBER         PIC 9(04).
           05  FILLER                  PIC X(160).
       01  ARG-TRAILER-RECORD.
           05  AT-RECORD-TYPE          PIC X(03).
               88  AT-TRAILER-RECORD               VALUE 'TRL'.
           05  AT-RECORD-COUNT         PIC 9(09).
           05  AT-KEY-HASH-TOTAL       PIC 9(18).
           05  FILLER                  PIC X(153).
