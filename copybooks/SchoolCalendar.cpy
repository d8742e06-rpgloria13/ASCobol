      ******************************************************************
      * SchoolCalendar.cpy
      * Shared field layout for a school calendar record
      * (SCHOOLCAL.DAT), one per date the district calendar sets
      * apart from the ordinary week - holidays, breaks and teacher
      * days with no school, and any Saturday made up as a school
      * day.  A date with no record follows the ordinary week:
      * Monday to Friday in session, Saturday and Sunday not.  The
      * CalendarMaint session keeps the file in ascending date order;
      * the SchoolDay routine reads it to roll the business date,
      * set due dates and count school days late, and CalendarList
      * prints a year of it to check against the district calendar.
      * COPY this into the 01-level record of any FD or
      * working-storage area that holds a calendar record; qualify
      * (OF <record-name>) wherever a program has more than one copy
      * of it in scope at once.
      *     CaDate         the calendar date (CCYYMMDD)
      *     CaSession      Y school in session, N no school
      *     CaDescription  why, e.g. WINTER BREAK
      *     CaOperator     operator who last set the date
      ******************************************************************
           05  CaDate              PIC X(8).
           05  CaSession           PIC X.
           05  CaDescription       PIC X(24).
           05  CaOperator          PIC X(4).
