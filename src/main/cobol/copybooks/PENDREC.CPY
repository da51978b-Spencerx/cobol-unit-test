      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUT OF THE PENDING-TRANSACTION FILE
      *               (PENDMST), THE INDEXED FILE ON WHICH SUBPROGD
      *               PARKS A DETAIL WHOSE EFFECTIVE DATE
      *               (AI-EFFECTIVE-DATE) IS LATER THAN THE BUSINESS
      *               DATE IT ARRIVED ON.  ONE ENTRY PER PHYSICAL
      *               DETAIL RECORD, KEYED ON THE DUE DATE, THE
      *               TRANSACTION TYPE, THE DETAIL KEY, THE BUSINESS
      *               DATE IT WAS PARKED, THE SOURCE, AND THE SEGMENT
      *               NUMBER, SO THE FILE READS IN DUE-DATE AND TYPE
      *               ORDER AND THE SEGMENTS OF A SET STAY TOGETHER
      *               AND IN ORDER.  PD-SET-SEG-COUNT IS THE NUMBER OF
      *               SEGMENTS IN THE SET THE ENTRY BELONGS TO (1 FOR
      *               AN ORDINARY DETAIL).  THE PENDREL RELEASE STEP
      *               MARKS AN ENTRY RELEASED ON THE NIGHT IT HANDS
      *               IT BACK, OR CANCELLED WHEN UPSTREAM WITHDRAWS
      *               IT, AND PURGES BOTH ONCE THEY ARE 30 DAYS OLD.
      *               ANY PROGRAM THAT READS OR WRITES THE FILE
      *               SHOULD COPY THIS MEMBER RATHER THAN REDEFINE THE
      *               LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       01  PENDING-RECORD.
           05  PD-PENDING-KEY.
               10  PD-DUE-DATE         PIC 9(08).
               10  PD-TRAN-TYPE        PIC X(02).
               10  PD-KEY              PIC X(10).
               10  PD-KEY-NUM REDEFINES PD-KEY
                                       PIC 9(10).
               10  PD-PARKED-DATE      PIC 9(08).
               10  PD-SOURCE           PIC X(01).
               10  PD-SEG-NUMBER       PIC X(01).
           05  PD-SEG-LAST-SW          PIC X(01).
               88  PD-SEG-LAST                     VALUE 'Y'.
           05  PD-SET-SEG-COUNT        PIC 9(01).
           05  PD-ARG-1                PIC X(80).
           05  PD-ARG-2                PIC X(80).
           05  PD-STATUS               PIC X(01).
               88  PD-WAITING                      VALUE 'P'.
               88  PD-RELEASED                     VALUE 'R'.
               88  PD-CANCELLED                    VALUE 'C'.
           05  PD-STATUS-DATE          PIC 9(08).
           05  PD-PARKED-STREAM        PIC 9(01).
           05  PD-CANCEL-REF           PIC X(10).
           05  FILLER                  PIC X(10).
