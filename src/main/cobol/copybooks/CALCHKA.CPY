      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      ARGUMENT AREA PASSED BY REFERENCE TO THE CALCHK
      *               SUBPROGRAM, WHICH OWNS ALL READS OF THE
      *               BUSINESS-DAY CALENDAR MASTER (CALMST).
      *               FUNCTION L LOOKS UP CD-DATE AND RETURNS ITS DAY
      *               TYPE, MONTH-END FLAG, BUSINESS-DAY NUMBER, AND
      *               HOLIDAY NAME; FUNCTION C CLOSES THE MASTER AT
      *               END OF STEP.  CD-RESULT SAYS WHETHER THE DATE
      *               WAS FOUND, IS NOT ON THE CALENDAR (ITS YEAR HAS
      *               NOT BEEN LOADED), OR WHETHER NO CALENDAR IS
      *               ALLOCATED TO THE STEP AT ALL - IN WHICH CASE
      *               THE CALLER CARRIES ON WITH CALENDAR DAYS, THE
      *               WAY IT ALWAYS DID.  THE DIFFERENCE OF TWO
      *               DATES' CD-BUSINESS-DAY-NUMBER VALUES IS THE
      *               NUMBER OF BUSINESS DAYS BETWEEN THEM.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       01  CALENDAR-CHECK-AREA.
           05  CD-FUNCTION             PIC X(01).
               88  CD-FUNC-LOOKUP                  VALUE 'L'.
               88  CD-FUNC-CLOSE                   VALUE 'C'.
           05  CD-DATE                 PIC 9(08).
           05  CD-RESULT               PIC X(01).
               88  CD-FOUND                        VALUE 'F'.
               88  CD-NOT-ON-CALENDAR              VALUE 'N'.
               88  CD-UNAVAILABLE                  VALUE 'U'.
           05  CD-DAY-TYPE             PIC X(01).
               88  CD-PROCESSING-DAY               VALUE 'B'.
               88  CD-WEEKEND                      VALUE 'W'.
               88  CD-HOLIDAY                      VALUE 'H'.
           05  CD-MONTH-END-SW         PIC X(01).
               88  CD-MONTH-END                    VALUE 'Y'.
           05  CD-BUSINESS-DAY-NUMBER  PIC 9(07).
           05  CD-HOLIDAY-NAME         PIC X(30).
