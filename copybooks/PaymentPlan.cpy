      *                      ahead of the due date is still current
      *                      when the date arrives, whichever cycle
      *                      the money actually merged in
      *     PpDueDay         day of the month installments fall
      *                      due, as the plan was set up; a due
      *                      date that lands on a day with no school
      *                      is carried to the next school day, and
      *                      the month after goes back to this day.
      *                      Spaces on plans set up before it was
      *                      kept - the due date's own day serves
      ******************************************************************
           05  PpStudentId         PIC 9(7).
           05  PpTotalOwed         PIC 9(5)V99.
           05  PpInstallsMet       PIC 9(3).
           05  PpStatus            PIC X.
           05  PpPaidToDate        PIC 9(7)V99.
           05  PpDueDay            PIC 99.
