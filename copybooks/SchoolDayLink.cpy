      ******************************************************************
      * SchoolDayLink.cpy
      * Parameter block for a CALL "SchoolDay" - the one routine
      * every program uses to ask the school calendar (SCHOOLCAL.DAT)
      * a question, so the batch's date roll, the due dates and the
      * days-late counts all agree on what a school day is.  COPY
      * this under an 01-level item in the caller's working storage
      * and pass that item.
      *     SdFunction     S is SdFromDate a school day
      *                    N first school day on or after SdFromDate
      *                    A first school day after SdFromDate
      *                    C school days after SdFromDate up to and
      *                      including SdToDate
      *     SdFromDate     date asked about (CCYYMMDD)
      *     SdToDate       end of the span for C
      *     SdResultDate   the school day found, for N and A
      *     SdDayCount     the count, for C
      *     SdSession      Y / N for S and for the date found; E when
      *                    SdFromDate is not a real date or no school
      *                    day falls within a year of it
      *     SdDescription  the calendar's description of the date,
      *                    spaces when the date is not on the file
      ******************************************************************
           05  SdFunction          PIC X.
           05  SdFromDate          PIC 9(8).
           05  SdToDate            PIC 9(8).
           05  SdResultDate        PIC 9(8).
           05  SdDayCount          PIC 9(5).
           05  SdSession           PIC X.
           05  SdDescription       PIC X(24).
