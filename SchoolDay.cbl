      ******************************************************************
      * Author:
      * Date:
      * Purpose: Answers school-calendar questions for its callers:
      *          whether a date is a school day, the first school day
      *          on or after a date, and how many school days fall in
      *          a span.  The calendar (SCHOOLCAL.DAT) holds only the
      *          dates that differ from the ordinary week - a date not
      *          on it is a school day Monday to Friday and not on a
      *          weekend - and is read once, on the first call, and
      *          kept for the rest of the run.  With no calendar on
      *          file every weekday counts as a school day.  The
      *          parameter block is SchoolDayLink.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SchoolDay.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO "SCHOOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile.
       01  CalendarRec.
           COPY SchoolCalendar.

       WORKING-STORAGE SECTION.
       01  Calendar-Status      PIC XX.
       01  Calendar-Loaded      PIC X VALUE "N".
       01  Calendar-EOF         PIC X.
       01  Calendar-Count       PIC 9(4) VALUE ZEROS.
       01  Calendar-Limit       PIC 9(4) VALUE 3000.
       01  Calendar-Sub         PIC 9(4).

       01  Day-Integer          PIC 9(8).
       01  Last-Integer         PIC 9(8).
       01  Day-Date             PIC 9(8).
       01  Day-Text             PIC X(8).
       01  Day-Session          PIC X.
       01  Day-Description      PIC X(24).
       01  Week-Base            PIC 9(8).
       01  Week-Count           PIC 9(8).
       01  Week-Day             PIC 9.
       01  Days-Tried           PIC 9(3).

       01  Calendar-Table.
           05  Calendar-Entry OCCURS 3000 TIMES.
               10  TbCaDate            PIC X(8).
               10  TbCaSession         PIC X.
               10  TbCaDescription     PIC X(24).

       LINKAGE SECTION.
       01  SchoolDay-Parms.
           COPY SchoolDayLink.

       PROCEDURE DIVISION USING SchoolDay-Parms.
       Begin.
           IF Calendar-Loaded = "N"
               PERFORM Load-Calendar
           END-IF
           MOVE ZEROS TO SdResultDate
           MOVE ZEROS TO SdDayCount
           MOVE SPACES TO SdDescription
           IF FUNCTION TEST-DATE-YYYYMMDD(SdFromDate) NOT = ZEROS
               MOVE "E" TO SdSession
               MOVE SdFromDate TO SdResultDate
               EXIT PROGRAM
           END-IF
           COMPUTE Day-Integer = FUNCTION INTEGER-OF-DATE(SdFromDate)
           EVALUATE SdFunction
               WHEN "S"
                   PERFORM Judge-One-Day
                   MOVE Day-Session TO SdSession
                   MOVE Day-Description TO SdDescription
               WHEN "N"
                   PERFORM Find-School-Day
               WHEN "A"
                   ADD 1 TO Day-Integer
                   PERFORM Find-School-Day
               WHEN "C"
                   PERFORM Count-School-Days
               WHEN OTHER
                   MOVE "E" TO SdSession
           END-EVALUATE
           EXIT PROGRAM.

      ******************************************************************
      * The calendar is kept in date order by CalendarMaint; it is
      * loaded as it stands.  No file is not an error - the ordinary
      * week simply applies to every date.
      ******************************************************************
       Load-Calendar.
           MOVE "Y" TO Calendar-Loaded
           OPEN INPUT CalendarFile
           IF Calendar-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Calendar-EOF
           PERFORM UNTIL Calendar-EOF = "Y"
               READ CalendarFile
                   AT END
                       MOVE "Y" TO Calendar-EOF
                   NOT AT END
                       IF Calendar-Count >= Calendar-Limit
                           DISPLAY "ABORTED - MORE THAN "
                               Calendar-Limit
                               " DATES ON SCHOOLCAL.DAT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Calendar-Count
                       MOVE CaDate TO TbCaDate(Calendar-Count)
                       MOVE CaSession TO TbCaSession(Calendar-Count)
                       MOVE CaDescription
                           TO TbCaDescription(Calendar-Count)
               END-READ
           END-PERFORM
           CLOSE CalendarFile.

      ******************************************************************
      * Day 1 of the integer date count (1601-01-01) was a Monday, so
      * the remainder of (day - 1) / 7 runs 0 Monday to 6 Sunday.  A
      * date on the calendar overrides the ordinary week.
      ******************************************************************
       Judge-One-Day.
           COMPUTE Day-Date = FUNCTION DATE-OF-INTEGER(Day-Integer)
           MOVE Day-Date TO Day-Text
           MOVE SPACES TO Day-Description
           SUBTRACT 1 FROM Day-Integer GIVING Week-Base
           DIVIDE Week-Base BY 7
               GIVING Week-Count REMAINDER Week-Day
           IF Week-Day > 4
               MOVE "N" TO Day-Session
           ELSE
               MOVE "Y" TO Day-Session
           END-IF
           PERFORM VARYING Calendar-Sub FROM 1 BY 1
               UNTIL Calendar-Sub > Calendar-Count
               OR TbCaDate(Calendar-Sub) > Day-Text
               IF TbCaDate(Calendar-Sub) = Day-Text
                   MOVE TbCaSession(Calendar-Sub) TO Day-Session
                   MOVE TbCaDescription(Calendar-Sub)
                       TO Day-Description
               END-IF
           END-PERFORM.

      * A calendar that shuts school for a whole year is a keying
      * error; the search gives up rather than run on forever.
       Find-School-Day.
           MOVE ZEROS TO Days-Tried
           PERFORM Judge-One-Day
           PERFORM UNTIL Day-Session = "Y" OR Days-Tried > 366
               ADD 1 TO Day-Integer
               ADD 1 TO Days-Tried
               PERFORM Judge-One-Day
           END-PERFORM
           IF Day-Session = "Y"
               MOVE Day-Date TO SdResultDate
               MOVE "Y" TO SdSession
               MOVE Day-Description TO SdDescription
           ELSE
               MOVE SdFromDate TO SdResultDate
               MOVE "E" TO SdSession
           END-IF.

       Count-School-Days.
           MOVE "Y" TO SdSession
           IF FUNCTION TEST-DATE-YYYYMMDD(SdToDate) NOT = ZEROS
               MOVE "E" TO SdSession
               EXIT PARAGRAPH
           END-IF
           COMPUTE Last-Integer = FUNCTION INTEGER-OF-DATE(SdToDate)
           ADD 1 TO Day-Integer
           PERFORM UNTIL Day-Integer > Last-Integer
               PERFORM Judge-One-Day
               IF Day-Session = "Y"
                   ADD 1 TO SdDayCount
               END-IF
               ADD 1 TO Day-Integer
           END-PERFORM.
