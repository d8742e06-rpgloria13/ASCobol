      ******************************************************************
      * Author:
      * Date:
      * Purpose: School calendar listing (SCHOOLCAL.RPT), run for a
      *          school year at a time to check the calendar against
      *          the district's printed one.  Every date in the keyed
      *          range prints with its weekday, whether school is in
      *          session and the calendar's description, judged by
      *          the same SchoolDay routine the nightly date roll,
      *          the due dates and the overdue count use - so what
      *          prints here is what the batch will do.  Each month
      *          closes with its count of school days, and the range
      *          with the total.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarList.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO "SCHOOLCAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  From-Date            PIC 9(8).
       01  To-Date              PIC 9(8).
       01  Day-Integer          PIC 9(8).
       01  Last-Integer         PIC 9(8).
       01  Day-Date             PIC 9(8).
       01  Day-Month            PIC 9(6).
       01  Open-Month           PIC 9(6) VALUE ZEROS.
       01  Week-Base            PIC 9(8).
       01  Week-Count           PIC 9(8).
       01  Week-Day             PIC 9.
       01  Day-Name-Sub         PIC 9.
       01  Month-School-Days    PIC 9(3) VALUE ZEROS.
       01  Total-School-Days    PIC 9(5) VALUE ZEROS.
       01  Total-Days-Listed    PIC 9(5) VALUE ZEROS.

       01  SchoolDay-Parms.
           COPY SchoolDayLink.

      * Monday first, the way the integer date count runs.
       01  Day-Name-Table.
           05  FILLER              PIC X(9) VALUE "MONDAY".
           05  FILLER              PIC X(9) VALUE "TUESDAY".
           05  FILLER              PIC X(9) VALUE "WEDNESDAY".
           05  FILLER              PIC X(9) VALUE "THURSDAY".
           05  FILLER              PIC X(9) VALUE "FRIDAY".
           05  FILLER              PIC X(9) VALUE "SATURDAY".
           05  FILLER              PIC X(9) VALUE "SUNDAY".
       01  Day-Names REDEFINES Day-Name-Table.
           05  Day-Name            PIC X(9) OCCURS 7 TIMES.

       01  Report-Heading       PIC X(80)
           VALUE "SCHOOL CALENDAR LISTING".

       01  Range-Line.
           05  FILLER              PIC X(6) VALUE "FROM: ".
           05  RG-From             PIC 9(8).
           05  FILLER              PIC X(6) VALUE "  TO: ".
           05  RG-To               PIC 9(8).

       01  Column-Line          PIC X(80) VALUE
           "DATE      WEEKDAY    SESSION    DESCRIPTION".

       01  Detail-Line.
           05  DL-Date             PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-DayName          PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Session          PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DL-Description      PIC X(24).

       01  Month-Line.
           05  FILLER              PIC X(15)
               VALUE "SCHOOL DAYS IN ".
           05  ML-Month            PIC 9(6).
           05  FILLER              PIC X(2) VALUE ": ".
           05  ML-Count            PIC ZZ9.

       01  Total-Line.
           05  TL-Label            PIC X(28).
           05  TL-Count            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "FROM DATE CCYYMMDD: "
           ACCEPT From-Date
           DISPLAY "TO DATE CCYYMMDD: "
           ACCEPT To-Date
           IF FUNCTION TEST-DATE-YYYYMMDD(From-Date) NOT = ZEROS
               OR FUNCTION TEST-DATE-YYYYMMDD(To-Date) NOT = ZEROS
               DISPLAY "ABORTED - FROM AND TO MUST BE REAL DATES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF To-Date < From-Date
               DISPLAY "ABORTED - TO DATE PRECEDES FROM DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE Day-Integer = FUNCTION INTEGER-OF-DATE(From-Date)
           COMPUTE Last-Integer = FUNCTION INTEGER-OF-DATE(To-Date)

           OPEN OUTPUT ReportFile
           WRITE ReportLine FROM Report-Heading
           MOVE From-Date TO RG-From
           MOVE To-Date TO RG-To
           WRITE ReportLine FROM Range-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Column-Line

           PERFORM UNTIL Day-Integer > Last-Integer
               PERFORM List-One-Day
               ADD 1 TO Day-Integer
           END-PERFORM
           PERFORM Close-Month

           MOVE "DAYS LISTED" TO TL-Label
           MOVE Total-Days-Listed TO TL-Count
           WRITE ReportLine FROM Total-Line
           MOVE "SCHOOL DAYS IN RANGE" TO TL-Label
           MOVE Total-School-Days TO TL-Count
           WRITE ReportLine FROM Total-Line
           CLOSE ReportFile

           DISPLAY "SCHOOL DAYS IN RANGE: " Total-School-Days
           DISPLAY "REPORT WRITTEN TO SCHOOLCAL.RPT"
           STOP RUN.

      ******************************************************************
      * Day 1 of the integer date count (1601-01-01) was a Monday, so
      * the remainder of (day - 1) / 7 runs 0 Monday to 6 Sunday.
      * Whether school is in session comes from SchoolDay, never from
      * the weekday alone, so a make-up Saturday prints as a school
      * day.
      ******************************************************************
       List-One-Day.
           COMPUTE Day-Date = FUNCTION DATE-OF-INTEGER(Day-Integer)
           DIVIDE Day-Date BY 100 GIVING Day-Month
           IF Day-Month NOT = Open-Month
               IF Open-Month NOT = ZEROS
                   PERFORM Close-Month
               END-IF
               MOVE Day-Month TO Open-Month
           END-IF
           SUBTRACT 1 FROM Day-Integer GIVING Week-Base
           DIVIDE Week-Base BY 7
               GIVING Week-Count REMAINDER Week-Day
           COMPUTE Day-Name-Sub = Week-Day + 1
           MOVE "S" TO SdFunction
           MOVE Day-Date TO SdFromDate
           CALL "SchoolDay" USING SchoolDay-Parms
           END-CALL
           MOVE Day-Date TO DL-Date
           MOVE Day-Name(Day-Name-Sub) TO DL-DayName
           IF SdSession = "Y"
               MOVE "SCHOOL" TO DL-Session
               ADD 1 TO Month-School-Days
               ADD 1 TO Total-School-Days
           ELSE
               MOVE "NO SCHOOL" TO DL-Session
           END-IF
           MOVE SdDescription TO DL-Description
           WRITE ReportLine FROM Detail-Line
           ADD 1 TO Total-Days-Listed.

       Close-Month.
           MOVE Open-Month TO ML-Month
           MOVE Month-School-Days TO ML-Count
           WRITE ReportLine FROM Month-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE ZEROS TO Month-School-Days.
