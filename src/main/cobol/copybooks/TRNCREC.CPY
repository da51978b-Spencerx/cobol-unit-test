      *               MARKS IT ACKNOWLEDGED OR REJECTED FROM THE
      *               WAREHOUSE'S ACKNOWLEDGMENT FILE AND QUEUES A
      *               RETRANSMISSION WHEN A CYCLE IS REJECTED,
      *               MISMATCHED, OR NEVER ACKNOWLEDGED; CYCBKOUT
      *               MARKS IT WITHDRAWN WHEN THE CYCLE IS BACKED
      *               OUT AND THE WAREHOUSE IS TOLD TO DISCARD IT.  ANY
      *               PROGRAM THAT READS OR WRITES THIS FILE SHOULD
      *               COPY THIS MEMBER RATHER THAN REDEFINE THE
      *               LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  01 SEP 2026  DN    INITIAL VERSION.
      *  15 OCT 2026  DN    ADDED STATUS W (WITHDRAWN) AND
      *                     TN-WITHDRAWN-DATE FOR THE CYCBKOUT BACKOUT
      *                     UTILITY.  RECORD LENGTH IS NOW 78.
      **********************************************************************
       01  TRANS-CONTROL-RECORD.
           05  TN-RUN-DATE             PIC 9(08).
               88  TN-ACKNOWLEDGED                 VALUE 'A'.
               88  TN-REJECTED                     VALUE 'R'.
               88  TN-RETRANS-QUEUED               VALUE 'Q'.
               88  TN-WITHDRAWN                    VALUE 'W'.
           05  TN-RECORD-COUNT         PIC 9(09).
           05  TN-SUCCESS-COUNT        PIC 9(09).
           05  TN-FAILURE-COUNT        PIC 9(09).
           05  TN-KEY-HASH-TOTAL       PIC 9(18).
           05  TN-SENT-DATE            PIC 9(08).
           05  TN-ACK-DATE             PIC 9(08).
           05  TN-WITHDRAWN-DATE       PIC 9(08).
