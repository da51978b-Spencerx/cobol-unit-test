      *                     TARGET THAT HANDLES A LARGER TYPE READS
      *                     WS-SEGMENT-COUNT AND TAKES SEGMENTS 2 TO
      *                     4 FROM WS-ARG-EXTENSION.
      *  15 OCT 2026  DN    ADDED THE REQUEST TYPE AT THE END OF THE
      *                     AREA.  IT IS 'P' FOR AN ORDINARY POSTING,
      *                     AS EVERY CALL WAS BEFORE, AND 'R' WHEN
      *                     SUBPROGD IS BACKING OUT AN EARLIER CALL:
      *                     WS-ARG-1 AND WS-ARG-2 THEN HOLD THE VALUES
      *                     THE TARGET HANDED BACK ON THE ORIGINAL
      *                     CALL AND WS-REVERSED-DATE THE BUSINESS
      *                     DATE THAT CALL POSTED ON.  A TARGET THAT
      *                     DOES NOT SUPPORT REVERSALS SHOULD SET
      *                     WS-STATUS-ERROR WHEN IT SEES ONE.
      **********************************************************************
       01  WS-ARGUMENTS.
           05  WS-ARG-1      PIC X(80).
               10  WS-EXT-SEGMENT OCCURS 3 TIMES.
                   15  WS-EXT-ARG-1    PIC X(80).
                   15  WS-EXT-ARG-2    PIC X(80).
           05  WS-REQUEST-TYPE         PIC X(01)  VALUE 'P'.
               88  WS-REQUEST-POSTING              VALUE 'P'.
               88  WS-REQUEST-REVERSAL             VALUE 'R'.
           05  WS-REVERSED-DATE        PIC 9(08)  VALUE ZERO.
