      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rolls the run-control card (RUNCTL.DAT) forward at
      *          the end of a cleanly completed nightly cycle: the
      *          business date moves to the next school day on the
      *          school calendar (SCHOOLCAL.DAT, through the SchoolDay
      *          routine) - over weekends, holidays and breaks - and
      *          the cycle number moves up one.  Aging, late fees,
      *          due dates and overdue counts all key off the card,
      *          so a date walked through winter break one calendar
      *          day at a time aged every balance on days the shop
      *          was shut.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessDateRoll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       WORKING-STORAGE SECTION.
       01  RunCtl-Status        PIC XX.
       01  Business-Date        PIC 9(8).
       01  Cycle-Number         PIC 9(4).

       01  SchoolDay-Parms.
           COPY SchoolDayLink.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT RunControlFile
           IF RunCtl-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN RUNCTL.DAT, STATUS "
                   RunCtl-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RunControlFile
               AT END
                   DISPLAY "ABORTED - RUNCTL.DAT IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE RunControlFile
           IF RcBusinessDate IS NOT NUMERIC
               OR RcCycleNumber IS NOT NUMERIC
               DISPLAY "ABORTED - RUNCTL.DAT IS UNREADABLE: "
                   RunControlRec
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RcBusinessDate TO Business-Date
           MOVE RcCycleNumber TO Cycle-Number

           MOVE "A" TO SdFunction
           MOVE Business-Date TO SdFromDate
           CALL "SchoolDay" USING SchoolDay-Parms
           END-CALL
           IF SdSession NOT = "Y"
               DISPLAY "ABORTED - NO SCHOOL DAY FOUND AFTER "
                   Business-Date " - CHECK SCHOOLCAL.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO Cycle-Number
           MOVE SPACES TO RunControlRec
           MOVE SdResultDate TO RcBusinessDate
           MOVE Cycle-Number TO RcCycleNumber
           OPEN OUTPUT RunControlFile
           WRITE RunControlRec
           CLOSE RunControlFile

           DISPLAY "Next business date: " SdResultDate
               " (cycle " Cycle-Number ")"
           STOP RUN.
