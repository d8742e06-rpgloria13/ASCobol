      *          can also be cancelled.  The file (PAYPLAN.DAT) is
      *          left in ascending student order so the nightly
      *          Merge's plan pass and BalanceInquiry's display can
      *          walk it beside the master.  A first due date with
      *          no school that day (SCHOOLCAL.DAT, through the
      *          SchoolDay routine) is carried to the next school day
      *          and the operator told; the keyed day of the month is
      *          kept on the plan as the day later installments fall.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  Entry-Total          PIC 9(5)V99.
       01  Entry-Installment    PIC 9(5)V99.
       01  Entry-DueDate        PIC 9(8).
       01  Entry-Due-Month      PIC 9(6).
       01  Entry-Due-Day        PIC 99.
       01  SchoolDay-Parms.
           COPY SchoolDayLink.
       01  Confirm-Code         PIC X.
       01  Changes-Made         PIC 9(5) VALUE ZEROS.

               10  TbPpInstallsMet     PIC 9(3).
               10  TbPpStatus          PIC X.
               10  TbPpPaidToDate      PIC 9(7)V99.
               10  TbPpDueDay          PIC 99.

       PROCEDURE DIVISION.
       Begin.
                   " REQUIRED - PLAN NOT SET UP"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SdFunction
           MOVE Entry-DueDate TO SdFromDate
           CALL "SchoolDay" USING SchoolDay-Parms
           END-CALL
           IF SdSession NOT = "Y"
               DISPLAY Entry-DueDate " IS NOT A DATE THE SCHOOL"
                   " CALENDAR KNOWS - PLAN NOT SET UP"
               EXIT PARAGRAPH
           END-IF
           DIVIDE Entry-DueDate BY 100
               GIVING Entry-Due-Month REMAINDER Entry-Due-Day
           IF SdResultDate NOT = Entry-DueDate
               DISPLAY "NO SCHOOL ON " Entry-DueDate
                   " - FIRST INSTALLMENT DUE " SdResultDate
               MOVE SdResultDate TO Entry-DueDate
           END-IF
           ADD 1 TO Plan-Count
           MOVE Plan-Count TO Plan-Sub
           MOVE SPACES TO Plan-Entry(Plan-Sub)
           MOVE ZEROS TO TbPpInstallsMet(Plan-Sub)
           MOVE "A" TO TbPpStatus(Plan-Sub)
           MOVE ZEROS TO TbPpPaidToDate(Plan-Sub)
           MOVE Entry-Due-Day TO TbPpDueDay(Plan-Sub)
           ADD 1 TO Changes-Made
           MOVE SPACES TO ActivityLogRec
           MOVE "PLN" TO OlTransType
