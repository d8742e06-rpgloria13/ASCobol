      ******************************************************************
      * Author:
      * Date:
      * Purpose: Past-due collection letters for the student shop
      *          accounts.  Ages every open ShopTotal exactly the way
      *          AgedReceivables does - the open balance allocated
      *          back across the newest current-period charges as of
      *          the RUNCTL.DAT business date - and prints a letter
      *          to the guardian (address block from STUDCONT.DAT)
      *          for each student whose oldest open money is past
      *          30 days: a friendly reminder at 31-60, a second
      *          notice at 61-90 and a final notice before write-off
      *          over 90.  Students on an active, current payment
      *          plan (PAYPLAN.DAT status A) are left alone.  Every
      *          letter is recorded on the cumulative LTRHIST.DAT, and
      *          a student already sent the same notice in the last
      *          30 days is not sent it again.  Letters go to
      *          DUNNING.RPT, one per page, ready for window
      *          envelopes.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DunningLetters.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Status.

           SELECT LedgerFile ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.

           SELECT HistoryFile ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS History-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Contact-Status.

           SELECT PlanFile ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Plan-Status.

           SELECT LetterFile ASSIGN TO "LTRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Letter-Status.

           SELECT SortedLedgerFile ASSIGN TO "DUNNLDG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "DUNNLDG.SRT".

           SELECT ReportFile ASSIGN TO "DUNNING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
       01  StudentRec.
           COPY StudentMaster.

       FD  LedgerFile.
       01  LedgerRec.
           COPY LedgerRecord.

       FD  HistoryFile.
       01  HistoryRec.
           COPY BalanceHistory.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  ContactFile.
       01  ContactRec.
           COPY StudentContact.

       FD  PlanFile.
       01  PlanRec.
           COPY PaymentPlan.

       FD  LetterFile.
       01  LetterRec.
           COPY LetterHistory.

       FD  SortedLedgerFile.
       01  SortedLedgerRec.
           COPY LedgerRecord.

       SD  SortWorkFile.
       01  SortWorkRec.
           COPY LedgerRecord.

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  Student-Status       PIC XX.
       01  Ledger-Status        PIC XX.
       01  History-Status       PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Contact-Status       PIC XX.
       01  Plan-Status          PIC XX.
       01  Letter-Status        PIC XX.
       01  Student-EOF          PIC X VALUE "N".
       01  History-EOF          PIC X VALUE "N".
       01  Letter-EOF           PIC X VALUE "N".
       01  Have-Ledger          PIC X VALUE "N".
       01  Have-Contact         PIC X VALUE "N".
       01  Have-Plan            PIC X VALUE "N".
       01  Latest-Close         PIC X(8) VALUE "00000000".
       01  As-Of-Date           PIC X(8).
       01  As-Of-Days           PIC 9(7).
       01  Charge-Days          PIC 9(7).
       01  Letter-Days          PIC 9(7).
       01  Age-Days             PIC S9(7).
       01  Current-DateTime     PIC X(21).
       01  Letter-Tier          PIC 9.
       01  Past-Due-Amount      PIC 9(5)V99.
       01  Recently-Sent        PIC X.
       01  Letters-Printed      PIC 9(5) VALUE ZEROS.
       01  Tier-1-Count         PIC 9(5) VALUE ZEROS.
       01  Tier-2-Count         PIC 9(5) VALUE ZEROS.
       01  Tier-3-Count         PIC 9(5) VALUE ZEROS.
       01  Skipped-On-Plan      PIC 9(5) VALUE ZEROS.
       01  Skipped-Recent       PIC 9(5) VALUE ZEROS.
       01  No-Address-Count     PIC 9(5) VALUE ZEROS.

       01  Curr-Ledger.
           COPY LedgerRecord.

       01  Curr-Contact.
           COPY StudentContact.

       01  Curr-Plan.
           COPY PaymentPlan.

      * One student's current-period charges, oldest first, held
      * while the open balance is allocated back across them.
       01  Charge-Limit         PIC 9(3) VALUE 200.
       01  Charge-Count         PIC 9(3) VALUE ZEROS.
       01  Charge-Sub           PIC 9(3).
       01  Charge-Table.
           05  Charge-Entry OCCURS 200 TIMES.
               10  ChRunDate           PIC X(8).
               10  ChAmount            PIC 9(5)V99.

       01  Open-Balance         PIC 9(5)V99.
       01  Alloc-Amount         PIC 9(5)V99.
       01  Stu-Bucket-Current   PIC 9(5)V99.
       01  Stu-Bucket-31-60     PIC 9(5)V99.
       01  Stu-Bucket-61-90     PIC 9(5)V99.
       01  Stu-Bucket-Over-90   PIC 9(5)V99.

      * Letters sent inside the last 30 days, from LTRHIST.DAT -
      * older history can never stop a letter, so it is not held.
       01  Sent-Limit           PIC 9(5) VALUE 5000.
       01  Sent-Count           PIC 9(5) VALUE ZEROS.
       01  Sent-Sub             PIC 9(5).
       01  Sent-Table.
           05  Sent-Entry OCCURS 5000 TIMES.
               10  TbSentStudentId     PIC 9(7).
               10  TbSentTier          PIC 9.

       01  Letter-Heading-Line  PIC X(80)
           VALUE "STUDENT SHOP ACCOUNT OFFICE".

       01  Letter-Date-Line.
           05  FILLER              PIC X(6) VALUE "DATE: ".
           05  LD-Date             PIC X(8).

       01  Address-Name-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  AN-Guardian         PIC X(25).

       01  Address-Street-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  AS-Address          PIC X(25).

       01  Address-City-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  AC-City             PIC X(15).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  AC-State            PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  AC-Zip              PIC X(10).

       01  Regarding-Line.
           05  FILLER              PIC X(21)
               VALUE "RE: SHOP ACCOUNT OF  ".
           05  RL-FirstName        PIC X(20).
           05  RL-LastName         PIC X(20).
           05  FILLER              PIC X(4) VALUE "NO. ".
           05  RL-StudentId        PIC 9(7).

       01  Tier-Title-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  TT-Title            PIC X(40).

       01  Amount-Line.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  AL-Label            PIC X(30).
           05  AL-Amount           PIC ZZ,ZZ9.99.

       01  Tier-1-Text-1        PIC X(80) VALUE
           "OUR RECORDS SHOW PART OF THIS SHOP ACCOUNT IS MORE".
       01  Tier-1-Text-2        PIC X(80) VALUE
           "THAN 30 DAYS PAST DUE.  IF PAYMENT HAS ALREADY BEEN".
       01  Tier-1-Text-3        PIC X(80) VALUE
           "SENT, PLEASE DISREGARD THIS REMINDER.".

       01  Tier-2-Text-1        PIC X(80) VALUE
           "PART OF THIS SHOP ACCOUNT IS NOW MORE THAN 60 DAYS".
       01  Tier-2-Text-2        PIC X(80) VALUE
           "PAST DUE.  PLEASE PAY THE PAST-DUE AMOUNT OR CALL THE".
       01  Tier-2-Text-3        PIC X(80) VALUE
           "SHOP OFFICE TO SET UP A PAYMENT PLAN.".

       01  Tier-3-Text-1        PIC X(80) VALUE
           "PART OF THIS SHOP ACCOUNT IS MORE THAN 90 DAYS PAST".
       01  Tier-3-Text-2        PIC X(80) VALUE
           "DUE.  UNLESS IT IS PAID OR A PAYMENT PLAN IS SET UP".
       01  Tier-3-Text-3        PIC X(80) VALUE
           "WITHIN 10 DAYS, THE BALANCE WILL BE WRITTEN OFF AND".
       01  Tier-3-Text-4        PIC X(80) VALUE
           "THE ACCOUNT REFERRED FOR COLLECTION.".

       01  Closing-Text-1       PIC X(80) VALUE
           "PLEASE RETURN PAYMENT TO THE SHOP OFFICE WITH THE".
       01  Closing-Text-2       PIC X(80) VALUE
           "STUDENT NUMBER SHOWN ABOVE.  THANK YOU.".

       PROCEDURE DIVISION.
       Begin.
           PERFORM Determine-As-Of-Date
           PERFORM Find-Latest-Close
           PERFORM Load-Recent-Letters
           PERFORM Sort-Ledger-By-Student

           OPEN INPUT StudentFile
           IF Student-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.DAT, STATUS "
                   Student-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SortedLedgerFile
           PERFORM Open-Contact-File
           PERFORM Open-Plan-File
           OPEN EXTEND LetterFile
           IF Letter-Status = "35"
               OPEN OUTPUT LetterFile
           END-IF
           OPEN OUTPUT ReportFile

           PERFORM Read-Next-Ledger
           PERFORM UNTIL Student-EOF = "Y"
               READ StudentFile
                   AT END
                       MOVE "Y" TO Student-EOF
                   NOT AT END
                       PERFORM Dun-One-Student
               END-READ
           END-PERFORM

           CLOSE StudentFile
           CLOSE SortedLedgerFile
           IF Contact-Status = "00"
               CLOSE ContactFile
           END-IF
           IF Plan-Status = "00"
               CLOSE PlanFile
           END-IF
           CLOSE LetterFile
           CLOSE ReportFile

           DISPLAY "LETTERS PRINTED:              " Letters-Printed
           DISPLAY "  FRIENDLY REMINDERS:         " Tier-1-Count
           DISPLAY "  SECOND NOTICES:             " Tier-2-Count
           DISPLAY "  FINAL NOTICES:              " Tier-3-Count
           DISPLAY "SKIPPED - ON A CURRENT PLAN:  " Skipped-On-Plan
           DISPLAY "SKIPPED - SAME NOTICE SENT <30 DAYS: "
               Skipped-Recent
           IF No-Address-Count > ZEROS
               DISPLAY "WARNING - " No-Address-Count
                   " LETTERS HAVE NO ADDRESS ON STUDCONT.DAT"
           END-IF
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card is the aging
      * as-of date and the date on every letter; a missing or
      * unreadable card falls back to the wall clock, the same way
      * AgedReceivables dates its aging.
      ******************************************************************
       Determine-As-Of-Date.
           MOVE FUNCTION CURRENT-DATE TO Current-DateTime
           MOVE Current-DateTime(1:8) TO As-Of-Date
           OPEN INPUT RunControlFile
           IF RunCtl-Status = "00"
               READ RunControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RcBusinessDate IS NUMERIC
                           MOVE RcBusinessDate TO As-Of-Date
                       END-IF
               END-READ
               CLOSE RunControlFile
           END-IF
           COMPUTE As-Of-Days =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(As-Of-Date)).

      ******************************************************************
      * Only charges dated after the latest close on BALHIST.DAT can
      * be part of an open balance - the same boundary
      * AgedReceivables and Statement apply.
      ******************************************************************
       Find-Latest-Close.
           OPEN INPUT HistoryFile
           IF History-Status = "00"
               PERFORM UNTIL History-EOF = "Y"
                   READ HistoryFile
                       AT END
                           MOVE "Y" TO History-EOF
                       NOT AT END
                           IF HCloseDate > Latest-Close
                               MOVE HCloseDate TO Latest-Close
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoryFile
           END-IF.

      ******************************************************************
      * A student is never sent the same notice twice inside 30
      * days, so the letters dated within that window are held for
      * lookup.  No history file means no letters have gone out yet.
      ******************************************************************
       Load-Recent-Letters.
           OPEN INPUT LetterFile
           IF Letter-Status = "00"
               PERFORM UNTIL Letter-EOF = "Y"
                   READ LetterFile
                       AT END
                           MOVE "Y" TO Letter-EOF
                       NOT AT END
                           PERFORM Store-One-Recent-Letter
                   END-READ
               END-PERFORM
               CLOSE LetterFile
           END-IF.

       Store-One-Recent-Letter.
           IF LhLetterDate IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE Letter-Days = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LhLetterDate))
           COMPUTE Age-Days = As-Of-Days - Letter-Days
           IF Age-Days NOT LESS THAN 30
               EXIT PARAGRAPH
           END-IF
           IF Sent-Count >= Sent-Limit
               DISPLAY "ABORTED - MORE THAN " Sent-Limit
                   " LETTERS IN 30 DAYS ON LTRHIST.DAT - RAISE THE "
                   "TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Sent-Count
           MOVE LhStudentId TO TbSentStudentId(Sent-Count)
           MOVE LhTier TO TbSentTier(Sent-Count).

      ******************************************************************
      * LEDGER.DAT is in the order Merge applied things, not student
      * order, so it is sorted by student (then date and cycle) into
      * a work copy matched against the master in one side-by-side
      * pass.  A missing ledger just means no activity yet.
      ******************************************************************
       Sort-Ledger-By-Student.
           OPEN INPUT LedgerFile
           IF Ledger-Status = "35"
               OPEN OUTPUT LedgerFile
           END-IF
           CLOSE LedgerFile
           SORT SortWorkFile
               ON ASCENDING KEY LgStudentId OF SortWorkRec
               ON ASCENDING KEY LgRunDate OF SortWorkRec
               ON ASCENDING KEY LgCycle OF SortWorkRec
               USING LedgerFile
               GIVING SortedLedgerFile.

       Read-Next-Ledger.
           READ SortedLedgerFile INTO Curr-Ledger
               AT END
                   MOVE "N" TO Have-Ledger
               NOT AT END
                   MOVE "Y" TO Have-Ledger
           END-READ.

      * A shop without the contact file yet still gets its letters,
      * addressed by hand.
       Open-Contact-File.
           OPEN INPUT ContactFile
           IF Contact-Status = "00"
               PERFORM Read-Next-Contact
           ELSE
               MOVE "N" TO Have-Contact
           END-IF.

       Read-Next-Contact.
           READ ContactFile INTO Curr-Contact
               AT END
                   MOVE "N" TO Have-Contact
               NOT AT END
                   MOVE "Y" TO Have-Contact
           END-READ.

      * No plan file means no student is on a plan.
       Open-Plan-File.
           OPEN INPUT PlanFile
           IF Plan-Status = "00"
               PERFORM Read-Next-Plan
           ELSE
               MOVE "N" TO Have-Plan
           END-IF.

       Read-Next-Plan.
           READ PlanFile INTO Curr-Plan
               AT END
                   MOVE "N" TO Have-Plan
               NOT AT END
                   MOVE "Y" TO Have-Plan
           END-READ.

      ******************************************************************
      * Age the student the way AgedReceivables does, then pick the
      * notice from the oldest bucket holding money: over 90 gets
      * the final notice, 61-90 the second notice, 31-60 the
      * friendly reminder.  A balance that is all current gets
      * nothing.  A plan the family is keeping (status A) holds off
      * every letter; a plan gone past due does not.
      ******************************************************************
       Dun-One-Student.
           MOVE ZEROS TO Charge-Count
           PERFORM UNTIL Have-Ledger = "N"
               OR LgStudentId OF Curr-Ledger
                   NOT LESS THAN StudentId OF StudentRec
               PERFORM Read-Next-Ledger
           END-PERFORM
           PERFORM UNTIL Have-Ledger = "N"
               OR LgStudentId OF Curr-Ledger
                   NOT = StudentId OF StudentRec
               IF LgRunDate OF Curr-Ledger > Latest-Close
                   AND (LgTransType OF Curr-Ledger = "NEW"
                       OR LgTransType OF Curr-Ledger = "CHG"
                       OR LgTransType OF Curr-Ledger = "LTF"
                       OR LgTransType OF Curr-Ledger = "NSF"
                       OR LgTransType OF Curr-Ledger = "RCF")
                   PERFORM Store-One-Charge
               END-IF
               PERFORM Read-Next-Ledger
           END-PERFORM
           IF ShopTotal OF StudentRec = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM Bucket-Open-Balance
           EVALUATE TRUE
               WHEN Stu-Bucket-Over-90 > ZEROS
                   MOVE 3 TO Letter-Tier
               WHEN Stu-Bucket-61-90 > ZEROS
                   MOVE 2 TO Letter-Tier
               WHEN Stu-Bucket-31-60 > ZEROS
                   MOVE 1 TO Letter-Tier
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM UNTIL Have-Plan = "N"
               OR PpStudentId OF Curr-Plan
                   NOT LESS THAN StudentId OF StudentRec
               PERFORM Read-Next-Plan
           END-PERFORM
           IF Have-Plan = "Y"
               AND PpStudentId OF Curr-Plan = StudentId OF StudentRec
               AND PpStatus OF Curr-Plan = "A"
               ADD 1 TO Skipped-On-Plan
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO Recently-Sent
           PERFORM VARYING Sent-Sub FROM 1 BY 1
               UNTIL Sent-Sub > Sent-Count
               OR Recently-Sent = "Y"
               IF TbSentStudentId(Sent-Sub) = StudentId OF StudentRec
                   AND TbSentTier(Sent-Sub) = Letter-Tier
                   MOVE "Y" TO Recently-Sent
               END-IF
           END-PERFORM
           IF Recently-Sent = "Y"
               ADD 1 TO Skipped-Recent
               EXIT PARAGRAPH
           END-IF

           COMPUTE Past-Due-Amount = Stu-Bucket-31-60
               + Stu-Bucket-61-90 + Stu-Bucket-Over-90
           PERFORM Print-One-Letter
           PERFORM Record-Letter-Sent.

       Store-One-Charge.
           IF Charge-Count < Charge-Limit
               ADD 1 TO Charge-Count
               MOVE LgRunDate OF Curr-Ledger
                   TO ChRunDate(Charge-Count)
               MOVE LgAmount OF Curr-Ledger
                   TO ChAmount(Charge-Count)
           ELSE
               DISPLAY "WARNING - MORE THAN " Charge-Limit
                   " CHARGES FOR STUDENT " StudentId OF StudentRec
                   " - OLDEST NOT AGED INDIVIDUALLY"
           END-IF.

       Bucket-Open-Balance.
           MOVE ZEROS TO Stu-Bucket-Current
           MOVE ZEROS TO Stu-Bucket-31-60
           MOVE ZEROS TO Stu-Bucket-61-90
           MOVE ZEROS TO Stu-Bucket-Over-90
           MOVE ShopTotal OF StudentRec TO Open-Balance
           PERFORM VARYING Charge-Sub FROM Charge-Count BY -1
               UNTIL Charge-Sub < 1
               OR Open-Balance = ZEROS
               PERFORM Bucket-One-Charge
           END-PERFORM
           IF Open-Balance > ZEROS
               ADD Open-Balance TO Stu-Bucket-Over-90
           END-IF.

       Bucket-One-Charge.
           IF ChAmount(Charge-Sub) < Open-Balance
               MOVE ChAmount(Charge-Sub) TO Alloc-Amount
           ELSE
               MOVE Open-Balance TO Alloc-Amount
           END-IF
           SUBTRACT Alloc-Amount FROM Open-Balance
           COMPUTE Charge-Days = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ChRunDate(Charge-Sub)))
           COMPUTE Age-Days = As-Of-Days - Charge-Days
           EVALUATE TRUE
               WHEN Age-Days NOT GREATER THAN 30
                   ADD Alloc-Amount TO Stu-Bucket-Current
               WHEN Age-Days NOT GREATER THAN 60
                   ADD Alloc-Amount TO Stu-Bucket-31-60
               WHEN Age-Days NOT GREATER THAN 90
                   ADD Alloc-Amount TO Stu-Bucket-61-90
               WHEN OTHER
                   ADD Alloc-Amount TO Stu-Bucket-Over-90
           END-EVALUATE.

      ******************************************************************
      * One letter per page, the address block where a window
      * envelope shows it - the same block Statement prints.
      ******************************************************************
       Print-One-Letter.
           IF Letters-Printed > ZEROS
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               WRITE ReportLine
           END-IF
           WRITE ReportLine FROM Letter-Heading-Line
           MOVE As-Of-Date TO LD-Date
           WRITE ReportLine FROM Letter-Date-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM Print-Address-Block
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE FirstName OF StudentRec TO RL-FirstName
           MOVE LastName OF StudentRec TO RL-LastName
           MOVE StudentId OF StudentRec TO RL-StudentId
           WRITE ReportLine FROM Regarding-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine

           EVALUATE Letter-Tier
               WHEN 1
                   MOVE "FRIENDLY REMINDER" TO TT-Title
                   WRITE ReportLine FROM Tier-Title-Line
                   MOVE SPACES TO ReportLine
                   WRITE ReportLine
                   WRITE ReportLine FROM Tier-1-Text-1
                   WRITE ReportLine FROM Tier-1-Text-2
                   WRITE ReportLine FROM Tier-1-Text-3
                   ADD 1 TO Tier-1-Count
               WHEN 2
                   MOVE "SECOND NOTICE" TO TT-Title
                   WRITE ReportLine FROM Tier-Title-Line
                   MOVE SPACES TO ReportLine
                   WRITE ReportLine
                   WRITE ReportLine FROM Tier-2-Text-1
                   WRITE ReportLine FROM Tier-2-Text-2
                   WRITE ReportLine FROM Tier-2-Text-3
                   ADD 1 TO Tier-2-Count
               WHEN 3
                   MOVE "FINAL NOTICE BEFORE WRITE-OFF" TO TT-Title
                   WRITE ReportLine FROM Tier-Title-Line
                   MOVE SPACES TO ReportLine
                   WRITE ReportLine
                   WRITE ReportLine FROM Tier-3-Text-1
                   WRITE ReportLine FROM Tier-3-Text-2
                   WRITE ReportLine FROM Tier-3-Text-3
                   WRITE ReportLine FROM Tier-3-Text-4
                   ADD 1 TO Tier-3-Count
           END-EVALUATE

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "AMOUNT PAST DUE:" TO AL-Label
           MOVE Past-Due-Amount TO AL-Amount
           WRITE ReportLine FROM Amount-Line
           MOVE "TOTAL ACCOUNT BALANCE:" TO AL-Label
           MOVE ShopTotal OF StudentRec TO AL-Amount
           WRITE ReportLine FROM Amount-Line
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           WRITE ReportLine FROM Closing-Text-1
           WRITE ReportLine FROM Closing-Text-2
           ADD 1 TO Letters-Printed.

      ******************************************************************
      * The contact file runs in ascending student order like the
      * master, so one forward cursor addresses every letter in a
      * single pass.  No contact record, no block - the letter is
      * still printed and counted so the office can address it.
      ******************************************************************
       Print-Address-Block.
           PERFORM UNTIL Have-Contact = "N"
               OR ScStudentId OF Curr-Contact
                   NOT LESS THAN StudentId OF StudentRec
               PERFORM Read-Next-Contact
           END-PERFORM
           IF Have-Contact = "Y"
               AND ScStudentId OF Curr-Contact =
                   StudentId OF StudentRec
               MOVE ScGuardian OF Curr-Contact TO AN-Guardian
               WRITE ReportLine FROM Address-Name-Line
               MOVE ScAddress1 OF Curr-Contact TO AS-Address
               WRITE ReportLine FROM Address-Street-Line
               IF ScAddress2 OF Curr-Contact NOT = SPACES
                   MOVE ScAddress2 OF Curr-Contact TO AS-Address
                   WRITE ReportLine FROM Address-Street-Line
               END-IF
               MOVE ScCity OF Curr-Contact TO AC-City
               MOVE ScState OF Curr-Contact TO AC-State
               MOVE ScZip OF Curr-Contact TO AC-Zip
               WRITE ReportLine FROM Address-City-Line
           ELSE
               ADD 1 TO No-Address-Count
           END-IF.

       Record-Letter-Sent.
           MOVE SPACES TO LetterRec
           MOVE StudentId OF StudentRec TO LhStudentId
           MOVE As-Of-Date TO LhLetterDate
           MOVE Letter-Tier TO LhTier
           MOVE Past-Due-Amount TO LhPastDue
           MOVE ShopTotal OF StudentRec TO LhBalance
           WRITE LetterRec.
