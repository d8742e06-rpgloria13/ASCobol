      *          the RUNCTL.DAT business date.  The file is left in
      *          ascending student order so the OverdueTools report
      *          and Merge's withdrawal interlock can walk it beside
      *          the master in one pass.  A student with a hold in
      *          force on HOLDS.DAT is refused a checkout (returns
      *          are always taken) and the hold and reason shown.
      *          A due date keyed on a day with no school (weekend,
      *          holiday or break on the SCHOOLCAL.DAT school
      *          calendar, through the SchoolDay routine) moves to
      *          the next school day, and the operator is told.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.

           SELECT SortWorkFile ASSIGN TO "TOOLCHK.SRT".

           SELECT SysLockFile ASSIGN TO "SYSLOCK.CTL"
       01  ActivityLogRec.
           COPY OperatorLog.

       FD  HoldFile.
       01  HoldRec.
           COPY AccountHold.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY ToolCheckout.
       01  Index-Status         PIC XX.
       01  Checkout-Status      PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Hold-Status          PIC XX.
       01  Hold-EOF             PIC X.
       01  Student-On-Hold      PIC X.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Entry-ToolCode       PIC X(8).
       01  Entry-Description    PIC X(20).
       01  Entry-DueDate        PIC 9(8).

       01  SchoolDay-Parms.
           COPY SchoolDayLink.
       01  Open-Found           PIC X.
       01  Checkouts-Written    PIC 9(5) VALUE ZEROS.
       01  Returns-Stamped      PIC 9(5) VALUE ZEROS.
           IF Student-Found NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Student-Holds
           IF Student-On-Hold = "Y"
               DISPLAY "NOT CHECKED OUT - SEE THE OFFICE"
               EXIT PARAGRAPH
           END-IF
           IF Checkout-Count >= Checkout-Limit
               DISPLAY "CHECKOUT FILE IS FULL - RAISE THE"
                   " TABLE LIMIT"
               DISPLAY "A DUE DATE IS REQUIRED - NOT CHECKED OUT"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SdFunction
           MOVE Entry-DueDate TO SdFromDate
           CALL "SchoolDay" USING SchoolDay-Parms
           END-CALL
           IF SdSession NOT = "Y"
               DISPLAY "DUE DATE " Entry-DueDate
                   " IS NOT A VALID DATE - NOT CHECKED OUT"
               EXIT PARAGRAPH
           END-IF
           IF SdResultDate NOT = Entry-DueDate
               DISPLAY "NO SCHOOL ON " Entry-DueDate
                   " - DUE DATE MOVED TO " SdResultDate
               MOVE SdResultDate TO Entry-DueDate
           END-IF
           ADD 1 TO Checkout-Count
           MOVE Checkout-Count TO Checkout-Sub
           MOVE SPACES TO Checkout-Entry(Checkout-Sub)
           DISPLAY "TOOL " Entry-ToolCode " CHECKED OUT TO "
               Entry-Id " DUE " Entry-DueDate.

      ******************************************************************
      * HOLDS.DAT is read fresh for each checkout so a hold the
      * office sets while this session is open takes effect at once.
      * Every hold in force on the student is shown.  No file means
      * no hold has been set yet.
      ******************************************************************
       Check-Student-Holds.
           MOVE "N" TO Student-On-Hold
           MOVE "N" TO Hold-EOF
           OPEN INPUT HoldFile
           IF Hold-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Hold-EOF = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO Hold-EOF
                   NOT AT END
                       IF AhStudentId = Entry-Id
                           MOVE "Y" TO Student-On-Hold
                           DISPLAY "ACCOUNT ON HOLD " AhHoldCode
                               " SINCE " AhDate " - " AhReason
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldFile.

       Return-One-Tool.
           PERFORM Verify-Entry-Id
           IF Student-Found NOT = "Y"
