      *               RUN-GOVERNANCE LIMIT AND PERFHIST FOR A
      *               DEGRADED TARGET; AL-LIMIT-NAME SAYS WHICH
      *               CONDITION FIRED AND AL-KEY CARRIES THE RECORD
      *               KEY OR TARGET PROGRAM THE ALERT IS ABOUT.
      *               AL-ALERT-LEVEL IS 1 ON A FIRST-LEVEL ALERT AND 2
      *               ON AN ESCALATION WRITTEN BY ALRTMGR, WHICH THEN
      *               NAMES THE SECOND-LEVEL CONTACT IN AL-CONTACT.  ANY
      *               PROGRAM THAT READS OR WRITES THE ALERT FILE
      *               SHOULD COPY THIS MEMBER RATHER THAN REDEFINE
      *               THE LAYOUT BY HAND.
      *  03 SEP 2026  DN    EXTRACTED FROM THE SUBPROGD FILE SECTION
      *                     FOR THE PERFORMANCE-HISTORY JOB
      *                     (PERFHIST).
      *  15 OCT 2026  DN    ADDED AL-ALERT-LEVEL AND AL-CONTACT FOR
      *                     ALRTMGR ESCALATIONS.
      **********************************************************************
       01  ALERT-RECORD.
           05  AL-PROGRAM              PIC X(08).
           05  AL-ACTUAL-VALUE         PIC 9(09).
           05  AL-KEY                  PIC X(10).
           05  AL-RETURN-CODE          PIC 9(04).
           05  AL-ALERT-LEVEL          PIC 9(01).
               88  AL-ESCALATION                   VALUE 2.
           05  AL-CONTACT              PIC X(08).
