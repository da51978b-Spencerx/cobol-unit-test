      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUTS OF THE PER-SOURCE RETURN FILES
      *               (RETSRC1 THROUGH RETSRC4) SRCRETN SENDS BACK TO
      *               EACH UPSTREAM SHOP AT END OF CYCLE: A HEADER IN
      *               THE SHOP'S OWN CYCLE NUMBERING, ONE DETAIL PER
      *               CALL OR REJECT GIVING THE KEY'S DISPOSITION, AND
      *               A TRAILER.  RD-SEG-COUNT IS THE NUMBER OF
      *               PHYSICAL RECORDS THE SHOP SENT THAT THE DETAIL
      *               ANSWERS (MORE THAN 1 ONLY FOR A MULTI-SEGMENT
      *               SET), SO RT-SENT-COUNT AND RT-KEY-HASH-TOTAL
      *               BALANCE TO THE TRAILER OF THE SHOP'S ORIGINAL
      *               TRANSMISSION; RT-RECORD-COUNT IS THE NUMBER OF
      *               DETAILS ON THE RETURN FILE ITSELF.  ALL THREE
      *               RECORDS ARE 80 BYTES.  ANY PROGRAM THAT READS OR
      *               WRITES THESE FILES SHOULD COPY THIS MEMBER
      *               RATHER THAN REDEFINE THE LAYOUTS BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    ADDED DISPOSITION DEFERRED: A FUTURE-DATED
      *                     DETAIL PARKED ON THE PENDING-TRANSACTION
      *                     FILE (PENDMST) TONIGHT, WITH ITS DUE DATE
      *                     IN RD-REASON.  ITS FINAL DISPOSITION IS
      *                     RETURNED ON THE CYCLE THAT RELEASES IT.
      *  15 OCT 2026  DN    ADDED DISPOSITION REVERSED: A REVERSAL
      *                     (TRAN TYPE RV) THAT WAS ACCEPTED AND
      *                     BACKED OUT ITS ORIGINAL, WITH THE
      *                     ORIGINAL'S BUSINESS DATE IN RD-REASON.  A
      *                     REVERSAL THAT FAILS IS RETURNED AS CALL
      *                     FAIL LIKE ANY OTHER CALL.
      **********************************************************************
       01  RETURN-DETAIL-RECORD.
           05  RD-KEY                  PIC X(10).
           05  RD-KEY-NUM REDEFINES RD-KEY
                                       PIC 9(10).
           05  RD-TRAN-TYPE            PIC X(02).
           05  RD-DISPOSITION          PIC X(09).
               88  RD-CALLED-OK                    VALUE 'CALLED OK'.
               88  RD-CALL-FAILED                  VALUE 'CALL FAIL'.
               88  RD-REJECTED                     VALUE 'REJECTED'.
               88  RD-SUSPENSE                     VALUE 'SUSPENSE'.
               88  RD-DUPLICATE                    VALUE 'DUPLICATE'.
               88  RD-DEFERRED                     VALUE 'DEFERRED'.
               88  RD-REVERSED                     VALUE 'REVERSED'.
           05  RD-REASON               PIC X(30).
           05  RD-SEG-COUNT            PIC 9(01).
           05  FILLER                  PIC X(28).
       01  RETURN-HEADER-RECORD.
           05  RH-RECORD-TYPE          PIC X(03).
               88  RH-HEADER-RECORD                VALUE 'HDR'.
           05  RH-FILE-ID              PIC X(08).
           05  RH-SOURCE               PIC 9(01).
           05  RH-BUSINESS-DATE        PIC 9(08).
           05  RH-CYCLE-NUMBER         PIC 9(04).
           05  FILLER                  PIC X(56).
       01  RETURN-TRAILER-RECORD.
           05  RT-RECORD-TYPE          PIC X(03).
               88  RT-TRAILER-RECORD               VALUE 'TRL'.
           05  RT-RECORD-COUNT         PIC 9(09).
           05  RT-SENT-COUNT           PIC 9(09).
           05  RT-KEY-HASH-TOTAL       PIC 9(18).
           05  FILLER                  PIC X(41).
