      *---------------------------------------------------------*
      *  CALENDRC.CPY                                            *
      *  BUSINESS CALENDAR RECORD - ONE ROW PER CALENDAR DAY,    *
      *  KEYED BY DATE, MARKED AS A BUSINESS DAY, A WEEKEND OR   *
      *  A BANK HOLIDAY. MAINTAINED BY BUSINESSCALENDARMAINT,    *
      *  WHICH LOADS A WHOLE YEAR AT A TIME (SATURDAYS AND       *
      *  SUNDAYS AS WEEKENDS, EVERY OTHER DAY AS A BUSINESS      *
      *  DAY) AND THEN MARKS THE HOLIDAYS. TRANENTRY AND         *
      *  DESKFILECONSOLIDATE REFUSE A BATCH DATED ON ANYTHING    *
      *  BUT A BUSINESS DAY; MISSEDRUNCHECK WALKS THE BUSINESS   *
      *  DAYS LOOKING FOR ONE WITH NO COMPLETED RUN. THE ROW     *
      *  KEYED 00000000 IS NOT A DAY - IT IS THE CONTROL ROW     *
      *  THAT HOLDS THE DATE MISSEDRUNCHECK HAS CHECKED          *
      *  THROUGH.                                                *
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-09 PBC   ORIGINAL VERSION - BUSINESS CALENDAR.  *
      *---------------------------------------------------------*
       01  CALENDAR-RECORD.
           05  CL-DATE                 PIC 9(08).
           05  CL-DATE-PARTS REDEFINES CL-DATE.
               10  CL-YEAR             PIC 9(04).
               10  CL-MONTH            PIC 9(02).
               10  CL-DAY              PIC 9(02).
           05  CL-DAY-TYPE             PIC X(01).
               88  CL-BUSINESS-DAY     VALUE "B".
               88  CL-WEEKEND          VALUE "W".
               88  CL-HOLIDAY          VALUE "H".
               88  CL-NON-BUSINESS-DAY VALUE "W" "H".
               88  CL-CONTROL-ROW      VALUE "C".
           05  CL-DESCRIPTION          PIC X(30).
           05  CL-CHANGE-DATE          PIC 9(08).
           05  CL-CHECKED-THROUGH      PIC 9(08).
           05  FILLER                  PIC X(15).
