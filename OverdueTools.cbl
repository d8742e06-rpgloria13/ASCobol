      *          the student's name and how many days the tool is
      *          late (TOOLOVER.RPT).  A checkout whose student has
      *          since left the master lists by ID alone; the
      *          equipment is still ours either way.  Days late are
      *          school days on the school calendar (SCHOOLCAL.DAT,
      *          through the SchoolDay routine), so a tool due before
      *          winter break is not charged with the break.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  Student-EOF          PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Late-Days            PIC 9(5).
       01  Tools-Listed         PIC 9(5) VALUE ZEROS.

       01  SchoolDay-Parms.
           COPY SchoolDayLink.

       01  Report-Heading       PIC X(80) VALUE
           "TOOLS OUT PAST THEIR DUE DATE - DAYS LATE ARE SCHOOL DAYS".

       01  Date-Line.
           05  FILLER              PIC X(15)
       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Run-Control

           OPEN INPUT CheckoutFile
           IF Checkout-Status = "35"
           END-IF
           MOVE TcToolCode TO DL-ToolCode
           MOVE TcDueDate TO DL-DueDate
           MOVE "C" TO SdFunction
           MOVE TcDueDate TO SdFromDate
           MOVE Run-Date TO SdToDate
           CALL "SchoolDay" USING SchoolDay-Parms
           END-CALL
           MOVE SdDayCount TO Late-Days
           MOVE Late-Days TO DL-LateDays
           WRITE ReportLine FROM Detail-Line
           ADD 1 TO Tools-Listed.
