      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor session for the school calendar
      *          (SCHOOLCAL.DAT).  The file holds only the dates the
      *          district calendar sets apart from the ordinary week
      *          - holidays, breaks and teacher days with no school,
      *          and any Saturday made up as a school day; every
      *          other date is a school day Monday to Friday and not
      *          on a weekend.  One date can be set in or out of
      *          session with a description, a whole break can be
      *          keyed as a range of no-school days (the weekends in
      *          it are already out of session and are left alone),
      *          and a date can be removed to put it back on the
      *          ordinary week.  Each date changed is logged to
      *          OPACTLOG.DAT under type CAL, and the file is left
      *          in ascending date order for the SchoolDay routine.
      *          The nightly date roll, tool and plan due dates and
      *          the overdue count all read this file, so the
      *          session is refused while the batch holds SYSLOCK.
      *          CalendarList prints the result for checking.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO "SCHOOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Calendar-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-Status.

           SELECT ActivityLogFile ASSIGN TO "OPACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT SortWorkFile ASSIGN TO "SCHOOLCAL.SRT".

           SELECT SysLockFile ASSIGN TO "SYSLOCK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SysLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SysLockFile.
       01  SysLockRec.
           05  LkHolder            PIC X(8).
           05  FILLER              PIC X(1).
           05  LkTimestamp         PIC X(14).

       FD  CalendarFile.
       01  CalendarRec.
           COPY SchoolCalendar.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  OperatorFile.
       01  OperatorRec.
           COPY Operator.

       FD  ActivityLogFile.
       01  ActivityLogRec.
           COPY OperatorLog.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY SchoolCalendar.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Calendar-Status      PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Calendar-EOF         PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Entry-Action         PIC X.
       01  Entry-Date           PIC 9(8).
       01  Break-FromDate       PIC 9(8).
       01  Break-ToDate         PIC 9(8).
       01  Entry-Session        PIC X.
       01  Entry-Description    PIC X(24).
       01  Confirm-Code         PIC X.
       01  Dates-Set            PIC 9(5) VALUE ZEROS.
       01  Dates-Removed        PIC 9(5) VALUE ZEROS.

      * SCHOOLCAL.DAT held in memory for the session and rewritten
      * once at the end; a removed date is blanked and left out of
      * the rewrite.
       01  Calendar-Limit       PIC 9(4) VALUE 3000.
       01  Calendar-Count       PIC 9(4) VALUE ZEROS.
       01  Calendar-Sub         PIC 9(4).
       01  Calendar-Found       PIC X.
       01  Calendar-Table.
           05  Calendar-Entry OCCURS 3000 TIMES.
               10  TbCaDate            PIC X(8).
               10  TbCaSession         PIC X.
               10  TbCaDescription     PIC X(24).
               10  TbCaOperator        PIC X(4).

       01  Search-Date          PIC X(8).
       01  Day-Integer          PIC 9(8).
       01  Last-Integer         PIC 9(8).
       01  Day-Date             PIC 9(8).
       01  Week-Base            PIC 9(8).
       01  Week-Count           PIC 9(8).
       01  Week-Day             PIC 9.
       01  Range-Days           PIC 9(5).
       01  Range-Set            PIC 9(5).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Calendar-Table

           MOVE SPACES TO Entry-Action
           PERFORM UNTIL Entry-Action = "X" OR Entry-Action = "x"
               PERFORM Maintain-One-Entry
           END-PERFORM

           IF Dates-Set > ZEROS OR Dates-Removed > ZEROS
               PERFORM Rewrite-Calendar-File
           END-IF

           DISPLAY "CALENDAR DATES SET:     " Dates-Set
           DISPLAY "CALENDAR DATES REMOVED: " Dates-Removed
           STOP RUN.

      ******************************************************************
      * Every session starts with an operator sign-on against
      * OPERATOR.DAT; an unknown ID ends the session before a
      * keystroke is accepted.  The calendar moves the business date
      * and every due date in the shop, so only a supervisor may
      * change it.
      ******************************************************************
       Sign-On-Operator.
           MOVE SPACES TO Operator-Id
           DISPLAY "OPERATOR ID: "
           ACCEPT Operator-Id
           MOVE "N" TO Operator-Found
           MOVE "N" TO Operator-EOF
           OPEN INPUT OperatorFile
           IF Operator-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN OPERATOR.DAT, STATUS "
                   Operator-Status
               DISPLAY "SET THE OPERATOR FILE UP BEFORE ANY SESSION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Operator-EOF = "Y"
               OR Operator-Found = "Y"
               READ OperatorFile
                   AT END
                       MOVE "Y" TO Operator-EOF
                   NOT AT END
                       IF OprOperatorId = Operator-Id
                           MOVE "Y" TO Operator-Found
                           MOVE OprLevel TO Operator-Level
                           DISPLAY "SIGNED ON: " OprName
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile
           IF Operator-Found = "N"
               DISPLAY "ABORTED - OPERATOR " Operator-Id
                   " NOT ON OPERATOR.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF Operator-Level NOT = "S"
               DISPLAY "ABORTED - OPERATOR " Operator-Id
                   " IS NOT A SUPERVISOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * OPACTLOG.DAT is the cumulative operator activity log the
      * OperActivity report summarizes - always EXTEND, never
      * restarted.  Callers fill the type, student and amount.
      ******************************************************************
       Write-Activity-Log.
           OPEN EXTEND ActivityLogFile
           IF ActLog-Status = "35"
               OPEN OUTPUT ActivityLogFile
           END-IF
           MOVE Run-Date TO OlDate
           MOVE Operator-Id TO OlOperator
           WRITE ActivityLogRec
           CLOSE ActivityLogFile.

      ******************************************************************
      * The business date on the run-control card stamps the
      * activity log; a missing or unreadable card falls back to the
      * wall clock, exactly the way Merge dates its cycle.
      ******************************************************************
       Read-Run-Control.
           MOVE FUNCTION CURRENT-DATE TO Current-DateTime
           MOVE Current-DateTime(1:8) TO Run-Date
           OPEN INPUT RunControlFile
           IF RunCtl-Status = "00"
               READ RunControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RcBusinessDate IS NUMERIC
                           MOVE RcBusinessDate TO Run-Date
                       END-IF
               END-READ
               CLOSE RunControlFile
           END-IF.

      * A missing calendar just means the ordinary week applies to
      * every date so far.
       Load-Calendar-Table.
           OPEN INPUT CalendarFile
           IF Calendar-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Calendar-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN SCHOOLCAL.DAT, STATUS "
                   Calendar-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Calendar-EOF = "Y"
               READ CalendarFile
                   AT END
                       MOVE "Y" TO Calendar-EOF
                   NOT AT END
                       PERFORM Store-One-Date
               END-READ
           END-PERFORM
           CLOSE CalendarFile.

       Store-One-Date.
           IF Calendar-Count >= Calendar-Limit
               DISPLAY "ABORTED - SCHOOLCAL.DAT EXCEEDS "
                   Calendar-Limit " RECORDS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Calendar-Count
           MOVE CalendarRec TO Calendar-Entry(Calendar-Count).

       Maintain-One-Entry.
           DISPLAY " "
           DISPLAY "D=SET ONE DATE, B=KEY A BREAK, R=REMOVE A DATE, "
               "X=EXIT: "
           MOVE SPACES TO Entry-Action
           ACCEPT Entry-Action
           EVALUATE Entry-Action
               WHEN "D"
               WHEN "d"
                   PERFORM Set-One-Date
               WHEN "B"
               WHEN "b"
                   PERFORM Set-Break-Range
               WHEN "R"
               WHEN "r"
                   PERFORM Remove-One-Date
           END-EVALUATE.

      ******************************************************************
      * Keys one date in or out of session - a holiday, a teacher
      * day, or a Saturday made up as a school day.  What the file
      * already says about the date is shown before it is changed.
      ******************************************************************
       Set-One-Date.
           PERFORM Accept-Calendar-Date
           IF Entry-Date = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Show-Date-On-File
           DISPLAY "SCHOOL IN SESSION (Y/N): "
           MOVE SPACES TO Entry-Session
           ACCEPT Entry-Session
           IF Entry-Session = "y"
               MOVE "Y" TO Entry-Session
           END-IF
           IF Entry-Session = "n"
               MOVE "N" TO Entry-Session
           END-IF
           IF Entry-Session NOT = "Y" AND Entry-Session NOT = "N"
               DISPLAY "SESSION MUST BE Y OR N - NOT SET"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION: "
           MOVE SPACES TO Entry-Description
           ACCEPT Entry-Description
           IF Calendar-Found = "N"
               AND Calendar-Count >= Calendar-Limit
               DISPLAY "CALENDAR FILE IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           PERFORM Store-Entry-Date
           DISPLAY Entry-Date " SET".

      ******************************************************************
      * A break is keyed once, first day to last: every weekday in
      * it goes out of session under the one description.  Weekends
      * are already out of session and are only touched when the
      * file has them, so a make-up Saturday inside the break is
      * taken back out.
      ******************************************************************
       Set-Break-Range.
           DISPLAY "FIRST DAY OF THE BREAK -"
           PERFORM Accept-Calendar-Date
           IF Entry-Date = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Date TO Break-FromDate
           DISPLAY "LAST DAY OF THE BREAK CCYYMMDD: "
           MOVE ZEROS TO Break-ToDate
           ACCEPT Break-ToDate
           IF FUNCTION TEST-DATE-YYYYMMDD(Break-ToDate) NOT = ZEROS
               DISPLAY Break-ToDate " IS NOT A VALID DATE"
               EXIT PARAGRAPH
           END-IF
           IF Break-ToDate < Break-FromDate
               DISPLAY "THE LAST DAY IS BEFORE THE FIRST - NOT SET"
               EXIT PARAGRAPH
           END-IF
           COMPUTE Day-Integer =
               FUNCTION INTEGER-OF-DATE(Break-FromDate)
           COMPUTE Last-Integer =
               FUNCTION INTEGER-OF-DATE(Break-ToDate)
           COMPUTE Range-Days = Last-Integer - Day-Integer + 1
           IF Range-Days > 366
               DISPLAY "A BREAK CANNOT RUN PAST A YEAR - NOT SET"
               EXIT PARAGRAPH
           END-IF
           IF Calendar-Count + Range-Days > Calendar-Limit
               DISPLAY "CALENDAR FILE IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION: "
           MOVE SPACES TO Entry-Description
           ACCEPT Entry-Description
           DISPLAY "NO SCHOOL " Break-FromDate " THROUGH " Break-ToDate
               " (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Entry-Session
           MOVE ZEROS TO Range-Set
           PERFORM UNTIL Day-Integer > Last-Integer
               PERFORM Set-One-Break-Day
               ADD 1 TO Day-Integer
           END-PERFORM
           DISPLAY Range-Set " DATES SET OUT OF SESSION".

      * Day 1 of the integer date count (1601-01-01) was a Monday,
      * so the remainder of (day - 1) / 7 runs 0 Monday to 6 Sunday.
       Set-One-Break-Day.
           COMPUTE Day-Date = FUNCTION DATE-OF-INTEGER(Day-Integer)
           MOVE Day-Date TO Search-Date
           PERFORM Find-Calendar-Date
           SUBTRACT 1 FROM Day-Integer GIVING Week-Base
           DIVIDE Week-Base BY 7
               GIVING Week-Count REMAINDER Week-Day
           IF Week-Day > 4 AND Calendar-Found = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE Day-Date TO Entry-Date
           PERFORM Store-Entry-Date
           ADD 1 TO Range-Set.

      * Puts a date back on the ordinary week.
       Remove-One-Date.
           PERFORM Accept-Calendar-Date
           IF Entry-Date = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Show-Date-On-File
           IF Calendar-Found = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REMOVE " Entry-Date " FROM THE CALENDAR"
               " (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TbCaDate(Calendar-Sub)
           MOVE SPACES TO ActivityLogRec
           MOVE "CAL" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           ADD 1 TO Dates-Removed
           DISPLAY Entry-Date " REMOVED".

      * Leaves a zero Entry-Date when the keyed date is not real.
       Accept-Calendar-Date.
           DISPLAY "DATE CCYYMMDD (0 TO CANCEL): "
           MOVE ZEROS TO Entry-Date
           ACCEPT Entry-Date
           IF Entry-Date = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(Entry-Date) NOT = ZEROS
               DISPLAY Entry-Date " IS NOT A VALID DATE"
               MOVE ZEROS TO Entry-Date
           END-IF.

       Show-Date-On-File.
           MOVE Entry-Date TO Search-Date
           PERFORM Find-Calendar-Date
           IF Calendar-Found = "N"
               DISPLAY Entry-Date " IS NOT ON THE CALENDAR - "
                   "ORDINARY WEEK"
           ELSE
               DISPLAY Entry-Date " SESSION "
                   TbCaSession(Calendar-Sub) " "
                   TbCaDescription(Calendar-Sub)
                   " SET BY " TbCaOperator(Calendar-Sub)
           END-IF.

      * Leaves the date's slot in Calendar-Sub when it is found.
       Find-Calendar-Date.
           MOVE "N" TO Calendar-Found
           PERFORM VARYING Calendar-Sub FROM 1 BY 1
               UNTIL Calendar-Sub > Calendar-Count
               OR Calendar-Found = "Y"
               IF TbCaDate(Calendar-Sub) = Search-Date
                   MOVE "Y" TO Calendar-Found
               END-IF
           END-PERFORM
           IF Calendar-Found = "Y"
               SUBTRACT 1 FROM Calendar-Sub
           END-IF.

      * Replaces the date found by Find-Calendar-Date, or adds it.
       Store-Entry-Date.
           IF Calendar-Found = "N"
               ADD 1 TO Calendar-Count
               MOVE Calendar-Count TO Calendar-Sub
           END-IF
           MOVE Entry-Date TO TbCaDate(Calendar-Sub)
           MOVE Entry-Session TO TbCaSession(Calendar-Sub)
           MOVE Entry-Description TO TbCaDescription(Calendar-Sub)
           MOVE Operator-Id TO TbCaOperator(Calendar-Sub)
           MOVE SPACES TO ActivityLogRec
           MOVE "CAL" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           ADD 1 TO Dates-Set.

      ******************************************************************
      * Written back in ascending date order, the order SchoolDay
      * searches it in; removed dates drop out.
      ******************************************************************
       Rewrite-Calendar-File.
           OPEN OUTPUT CalendarFile
           PERFORM VARYING Calendar-Sub FROM 1 BY 1
               UNTIL Calendar-Sub > Calendar-Count
               IF TbCaDate(Calendar-Sub) NOT = SPACES
                   MOVE Calendar-Entry(Calendar-Sub) TO CalendarRec
                   WRITE CalendarRec
               END-IF
           END-PERFORM
           CLOSE CalendarFile
           SORT SortWorkFile
               ON ASCENDING KEY CaDate OF SortWorkRec
               USING CalendarFile
               GIVING CalendarFile.

      ******************************************************************
      * The nightly batch holds SYSLOCK.CTL from before its first
      * file-touching step until after its last; a session opened
      * mid-cycle used to race the archive step and lose keyed
      * work.  A lock left by an abended run is reported with its
      * holder and timestamp rather than silently honored forever -
      * the operator verifies that run is really dead and removes
      * the file.
      ******************************************************************
       Check-System-Lock.
           OPEN INPUT SysLockFile
           IF SysLock-Status = "00"
               READ SysLockFile
                   AT END
                       CONTINUE
               END-READ
               CLOSE SysLockFile
               DISPLAY "SYSTEM IN USE - LOCKED BY " LkHolder
                   " SINCE " LkTimestamp
               DISPLAY "TRY AGAIN AFTER THE BATCH FINISHES; IF THAT"
                   " RUN ABENDED, REMOVE SYSLOCK.CTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
