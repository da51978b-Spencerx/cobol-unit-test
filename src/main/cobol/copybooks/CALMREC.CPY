      **********************************************************************
      * AUTHOR:      DAVE NICOLETTE
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:      RECORD LAYOUT OF THE BUSINESS-DAY CALENDAR
      *               MASTER (CALMST), THE INDEXED FILE KEYED ON
      *               CALENDAR DATE THAT HOLDS ONE ENTRY FOR EVERY
      *               DAY OF EVERY YEAR LOADED.  EACH DAY IS A
      *               PROCESSING (BUSINESS) DAY, A WEEKEND, OR A
      *               HOLIDAY; THE LAST PROCESSING DAY OF EACH MONTH
      *               IS FLAGGED MONTH-END.  CA-BUSINESS-DAY-NUMBER
      *               COUNTS PROCESSING DAYS FROM THE FIRST DAY ON
      *               THE CALENDAR; A WEEKEND OR HOLIDAY CARRIES THE
      *               NUMBER OF THE PROCESSING DAY BEFORE IT, SO THE
      *               DIFFERENCE OF TWO DATES' NUMBERS IS THE COUNT
      *               OF BUSINESS DAYS BETWEEN THEM.  THE MASTER IS
      *               MAINTAINED BY CALMAINT, WHICH RENUMBERS IT
      *               AFTER EVERY CHANGE, AND READ THROUGH THE CALCHK
      *               SUBPROGRAM.  ANY PROGRAM THAT READS OR WRITES
      *               THE MASTER SHOULD COPY THIS MEMBER RATHER THAN
      *               REDEFINE THE LAYOUT BY HAND.
      * MODIFICATION HISTORY:
      *  DATE         INIT  DESCRIPTION
      *  15 OCT 2026  DN    INITIAL VERSION.
      **********************************************************************
       01  CALENDAR-RECORD.
           05  CA-DATE                 PIC 9(08).
           05  CA-DATE-PARTS REDEFINES CA-DATE.
               10  CA-YEAR             PIC 9(04).
               10  CA-MONTH            PIC 9(02).
               10  CA-DAY              PIC 9(02).
           05  CA-DAY-OF-WEEK          PIC 9(01).
               88  CA-SATURDAY                     VALUE 6.
               88  CA-SUNDAY                       VALUE 7.
           05  CA-DAY-TYPE             PIC X(01).
               88  CA-BUSINESS-DAY                 VALUE 'B'.
               88  CA-WEEKEND                      VALUE 'W'.
               88  CA-HOLIDAY                      VALUE 'H'.
           05  CA-MONTH-END-SW         PIC X(01).
               88  CA-MONTH-END                    VALUE 'Y'.
           05  CA-BUSINESS-DAY-NUMBER  PIC 9(07).
           05  CA-HOLIDAY-NAME         PIC X(30).
           05  CA-LAST-MAINT-DATE      PIC 9(08).
