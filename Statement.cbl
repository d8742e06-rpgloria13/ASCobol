      *     opening balance - they were settled at the close, so
      *     they never enter the opening-balance arithmetic, which
      *     still covers only the open period.
      *   - Collection letters DunningLetters has sent in the open
      *     period (LTRHIST.DAT) now print under the closing balance
      *     as a NOTICES SENT section - date and notice - so the
      *     statement and the letters tell the family the same
      *     story.
      *   - Late fees the nightly cycle charges (ledger type LTF)
      *     print as LATE FEE lines and count in the period's
      *     opening-balance arithmetic like any other charge.
      *   - A check the bank returned (ledger type NSF) prints as a
      *     RETURNED CHECK line and its fee (RCF) as a RETURNED
      *     CHECK FEE line; both add back to the balance like any
      *     other charge.
      *   - A student ID retired by account consolidation is looked
      *     up on the CONSXREF.DAT cross-reference and the statement
      *     printed for the account that absorbed it.  The retired
      *     account's ledger rows were re-keyed to the surviving ID,
      *     so they print on its statement; the move itself prints
      *     as an ACCOUNT COMBINED line that, like a refund-due
      *     line, stays out of the opening-balance arithmetic.
      *   - A student reinstated from a withdraw archive keeps the
      *     ledger history from before the withdrawal; the
      *     reinstatement (ledger type RIN) prints as an ACCOUNT
      *     REINSTATED line, and it and the ACCOUNT WITHDRAWN line
      *     before it count in the opening-balance arithmetic, so
      *     the balance reads straight through the gap.
      *   - Added a household mode for brothers and sisters linked on
      *     HOUSEHLD.DAT: one consolidated statement per household,
      *     mailed to the first member's contact address, with each
      *     child's activity and balance in a section of its own and
      *     a household total due at the foot.  Each child's section
      *     is built in the usual student-order pass onto a work file
      *     that is then sorted into household order and printed.
      *     A student in no household prints exactly as before, and
      *     an ID keyed in this mode prints that student's household.
      *   - Money the collection agency recovers on a written-off
      *     account (ledger type RCV) prints as a COLLECTION RECOVERY
      *     line.  It leaves the balance where the write-off put it
      *     and stays out of the opening-balance arithmetic.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Statement.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Contact-Status.

           SELECT LetterFile ASSIGN TO "LTRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Letter-Status.

           SELECT XrefFile ASSIGN TO "CONSXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-Status.

           SELECT HouseholdFile ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Household-Status.

           SELECT SectionFile ASSIGN TO "STMTHH.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SectionSortFile ASSIGN TO "STMTHH.SRT".

           SELECT StatementFile ASSIGN TO "STATEMENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  ContactRec.
           COPY StudentContact.

       FD  LetterFile.
       01  LetterRec.
           COPY LetterHistory.

       FD  XrefFile.
       01  XrefRec.
           COPY ConsolidationXref.

       FD  HouseholdFile.
       01  HouseholdRec.
           COPY Household.

      * One printed line of a household-mode statement, keyed so the
      * sort brings each household's sections together: the mailing
      * address first (student zero), then each child's section in
      * line order.  Line type A is the address, D a section line,
      * T the child's closing balance toward the household total
      * (never printed).
       FD  SectionFile.
       01  SectionRec.
           05  SrHouseholdId       PIC 9(6).
           05  SrStudentId         PIC 9(7).
           05  SrSeq               PIC 9(4).
           05  SrLineType          PIC X.
           05  SrAmount            PIC 9(5)V99.
           05  SrLine              PIC X(80).

       SD  SectionSortFile.
       01  SectionSortRec.
           05  SrHouseholdId       PIC 9(6).
           05  SrStudentId         PIC 9(7).
           05  SrSeq               PIC 9(4).
           05  SrLineType          PIC X.
           05  SrAmount            PIC 9(5)V99.
           05  SrLine              PIC X(80).

       FD  StatementFile.
       01  StatementLine           PIC X(80).

       01  Ledger-Status        PIC XX.
       01  History-Status       PIC XX.
       01  Contact-Status       PIC XX.
       01  Letter-Status        PIC XX.
       01  Letter-EOF           PIC X VALUE "N".
       01  Xref-Status          PIC XX.
       01  Xref-EOF             PIC X.
       01  Xref-Hit             PIC X.
       01  Xref-Hops            PIC 99.
       01  Ledger-Filename      PIC X(40) VALUE "LEDGER.DAT".
       01  Archive-Date         PIC 9(8).
       01  Combine-EOF          PIC X.
       01  Opening-Balance      PIC S9(7)V99.
       01  Net-Change           PIC S9(7)V99.
       01  Statements-Printed   PIC 9(5) VALUE ZEROS.
       01  Out-Line             PIC X(80).

      * Household mode.  HOUSEHLD.DAT runs in student order like the
      * master and is read with a forward cursor the way the contact
      * file is.  Each household's address goes on the work file
      * once, from the first member with a contact card.
       01  Statement-Mode       PIC X VALUE "S".
       01  Household-Status     PIC XX.
       01  Household-EOF        PIC X VALUE "N".
       01  Have-Household       PIC X VALUE "N".
       01  Curr-Household.
           COPY Household.
       01  Student-Household    PIC 9(6) VALUE ZEROS.
       01  Select-Household     PIC 9(6) VALUE ZEROS.
       01  Section-Student      PIC 9(7).
       01  Section-Seq          PIC 9(4).
       01  Section-Line-Type    PIC X.
       01  Saved-Seq            PIC 9(4).
       01  Section-EOF          PIC X.
       01  Group-Open           PIC X VALUE "N".
       01  Group-Household      PIC 9(6).
       01  Group-Student        PIC 9(7).
       01  Household-Total      PIC 9(7)V99.
       01  Household-Members    PIC 9(3).
       01  Addressed-Limit      PIC 9(4) VALUE 2000.
       01  Addressed-Count      PIC 9(4) VALUE ZEROS.
       01  Addressed-Sub        PIC 9(4).
       01  Addressed-Found      PIC X.
       01  Addressed-Table.
           05  TbAddressedHousehold PIC 9(6) OCCURS 2000 TIMES.

       01  Curr-Ledger.
           COPY LedgerRecord.
               10  AcPrior             PIC X.
       01  Prior-Count          PIC 9(3) VALUE ZEROS.

      * Collection letters sent since the latest close, from
      * LTRHIST.DAT in the order they went out.
       01  Notice-Limit         PIC 9(5) VALUE 5000.
       01  Notice-Count         PIC 9(5) VALUE ZEROS.
       01  Notice-Sub           PIC 9(5).
       01  Notices-Shown        PIC 9(3).
       01  Notice-Table.
           05  Notice-Entry OCCURS 5000 TIMES.
               10  TbNoticeStudentId   PIC 9(7).
               10  TbNoticeDate        PIC X(8).
               10  TbNoticeTier        PIC 9.

       01  Notice-Section-Line  PIC X(80) VALUE
           "NOTICES SENT".

       01  Notice-Line.
           05  NL-Date             PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  NL-Description      PIC X(40).

       01  Prior-Section-Line   PIC X(80) VALUE
           "PRIOR PERIOD ACTIVITY (SETTLED AT CLOSE)".

       01  Heading-Line-1       PIC X(80)
           VALUE "STATEMENT OF SHOP ACCOUNT".

       01  Household-Heading    PIC X(80)
           VALUE "HOUSEHOLD STATEMENT OF SHOP ACCOUNTS".

       01  Household-Ident-Line.
           05  FILLER              PIC X(11) VALUE "HOUSEHOLD: ".
           05  HL-HouseholdId      PIC 9(6).

       01  Ident-Line.
           05  FILLER              PIC X(9) VALUE "STUDENT: ".
           05  IL-StudentId        PIC 9(7).
       Begin.
           DISPLAY "ENTER STUDENT ID (0 FOR ALL STUDENTS): "
           ACCEPT Select-Id
           IF Select-Id NOT = ZEROS
               PERFORM Resolve-Retired-Id
           END-IF
           DISPLAY "ARCHIVE CUTOFF TO INCLUDE CCYYMMDD"
               " (0 = LIVE LEDGER ONLY): "
           ACCEPT Archive-Date
           DISPLAY "S=ONE STATEMENT PER STUDENT, H=ONE PER HOUSEHOLD"
               " (DEFAULT S): "
           ACCEPT Statement-Mode
           IF Statement-Mode = "h"
               MOVE "H" TO Statement-Mode
           END-IF
           IF Statement-Mode NOT = "H"
               MOVE "S" TO Statement-Mode
           END-IF
           IF Statement-Mode = "H" AND Select-Id NOT = ZEROS
               PERFORM Find-Selected-Household
           END-IF

           PERFORM Find-Latest-Close
           PERFORM Load-Notices-Sent
           PERFORM Sort-Ledger-By-Student

           OPEN INPUT StudentFile
           END-IF
           OPEN INPUT SortedLedgerFile
           PERFORM Open-Contact-File
           IF Statement-Mode = "H"
               PERFORM Open-Household-File
               OPEN OUTPUT SectionFile
           ELSE
               OPEN OUTPUT StatementFile
           END-IF

           PERFORM Read-Next-Ledger
           PERFORM UNTIL Student-EOF = "Y"
           CLOSE StudentFile
           CLOSE SortedLedgerFile
           CLOSE ContactFile
           IF Statement-Mode = "H"
               CLOSE HouseholdFile
               CLOSE SectionFile
               PERFORM Assemble-Household-Statements
           ELSE
               CLOSE StatementFile
           END-IF

           DISPLAY "STATEMENTS PRINTED: " Statements-Printed
           STOP RUN.

      ******************************************************************
      * An ID retired by AcctConsolidate is no longer on the master;
      * CONSXREF.DAT names the account that absorbed it, and that
      * account may itself have been folded in later, so the chain
      * is followed to its end.  No cross-reference file means no
      * account has ever been consolidated.
      ******************************************************************
       Resolve-Retired-Id.
           MOVE ZEROS TO Xref-Hops
           MOVE "Y" TO Xref-Hit
           PERFORM UNTIL Xref-Hit = "N" OR Xref-Hops > 20
               PERFORM Follow-Xref-Once
               ADD 1 TO Xref-Hops
           END-PERFORM.

       Follow-Xref-Once.
           MOVE "N" TO Xref-Hit
           MOVE "N" TO Xref-EOF
           OPEN INPUT XrefFile
           IF Xref-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Xref-EOF = "Y" OR Xref-Hit = "Y"
               READ XrefFile
                   AT END
                       MOVE "Y" TO Xref-EOF
                   NOT AT END
                       IF CxOldId = Select-Id
                           MOVE "Y" TO Xref-Hit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XrefFile
           IF Xref-Hit = "Y"
               DISPLAY "STUDENT " Select-Id " WAS CONSOLIDATED INTO "
                   CxNewId " ON " CxRunDate
               MOVE CxNewId TO Select-Id
               DISPLAY "PRINTING THE STATEMENT FOR " Select-Id
           END-IF.

      ******************************************************************
      * PeriodEnd zeroes every balance at term end without writing
      * ledger rows, so only ledger activity dated after the latest
               CLOSE HistoryFile
           END-IF.

      ******************************************************************
      * Only letters sent after the latest close belong on a
      * statement - the same period boundary as the ledger rows.
      * No LTRHIST.DAT means no letters have gone out yet.
      ******************************************************************
       Load-Notices-Sent.
           OPEN INPUT LetterFile
           IF Letter-Status = "00"
               PERFORM UNTIL Letter-EOF = "Y"
                   READ LetterFile
                       AT END
                           MOVE "Y" TO Letter-EOF
                       NOT AT END
                           IF LhLetterDate > Latest-Close
                               PERFORM Store-One-Notice
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LetterFile
           END-IF.

       Store-One-Notice.
           IF Notice-Count >= Notice-Limit
               DISPLAY "ABORTED - MORE THAN " Notice-Limit
                   " LETTERS THIS PERIOD ON LTRHIST.DAT - RAISE THE "
                   "TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Notice-Count
           MOVE LhStudentId TO TbNoticeStudentId(Notice-Count)
           MOVE LhLetterDate TO TbNoticeDate(Notice-Count)
           MOVE LhTier TO TbNoticeTier(Notice-Count).

      ******************************************************************
      * LEDGER.DAT is in the order Merge applied things, not student
      * order, so it is sorted by student (then date and cycle) into
                   MOVE "Y" TO Have-Ledger
           END-READ.

      ******************************************************************
      * With one student keyed in household mode, the whole of that
      * student's household prints.  A student in no household
      * prints alone, as in the per-student mode.
      ******************************************************************
       Find-Selected-Household.
           OPEN INPUT HouseholdFile
           IF Household-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Household-EOF = "Y"
               READ HouseholdFile
                   AT END
                       MOVE "Y" TO Household-EOF
                   NOT AT END
                       IF HhStudentId OF HouseholdRec = Select-Id
                           MOVE HhHouseholdId OF HouseholdRec
                               TO Select-Household
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HouseholdFile
           MOVE "N" TO Household-EOF.

      * No household file means no family is linked yet; every
      * student prints alone.  The file is opened regardless so the
      * close at the end is always paired.
       Open-Household-File.
           OPEN INPUT HouseholdFile
           IF Household-Status = "00"
               PERFORM Read-Next-Household
           ELSE
               OPEN OUTPUT HouseholdFile
               CLOSE HouseholdFile
               OPEN INPUT HouseholdFile
               MOVE "Y" TO Household-EOF
               MOVE "N" TO Have-Household
           END-IF.

       Read-Next-Household.
           READ HouseholdFile INTO Curr-Household
               AT END
                   MOVE "Y" TO Household-EOF
                   MOVE "N" TO Have-Household
               NOT AT END
                   MOVE "Y" TO Have-Household
           END-READ.

       Find-Student-Household.
           MOVE ZEROS TO Student-Household
           PERFORM UNTIL Have-Household = "N"
               OR HhStudentId OF Curr-Household
                   NOT LESS THAN StudentId OF StudentRec
               PERFORM Read-Next-Household
           END-PERFORM
           IF Have-Household = "Y"
               AND HhStudentId OF Curr-Household =
                   StudentId OF StudentRec
               MOVE HhHouseholdId OF Curr-Household
                   TO Student-Household
           END-IF.

       Process-One-Student.
           PERFORM Collect-Student-Activity
           IF Statement-Mode = "H"
               PERFORM Find-Student-Household
           END-IF
           IF Select-Id = ZEROS
               OR Select-Id = StudentId OF StudentRec
               OR (Select-Household NOT = ZEROS
                   AND Select-Household = Student-Household)
               PERFORM Print-One-Statement
           END-IF.

                       ADD LgAmount OF Curr-Ledger TO Net-Change
                   WHEN "CHG"
                       ADD LgAmount OF Curr-Ledger TO Net-Change
                   WHEN "LTF"
                       ADD LgAmount OF Curr-Ledger TO Net-Change
                   WHEN "NSF"
                       ADD LgAmount OF Curr-Ledger TO Net-Change
                   WHEN "RCF"
                       ADD LgAmount OF Curr-Ledger TO Net-Change
                   WHEN "RIN"
                       ADD LgAmount OF Curr-Ledger TO Net-Change
                   WHEN "PAY"
                       SUBTRACT LgAmount OF Curr-Ledger
                           FROM Net-Change
                   WHEN "WOF"
                       SUBTRACT LgAmount OF Curr-Ledger
                           FROM Net-Change
                   WHEN "WDL"
                       SUBTRACT LgAmount OF Curr-Ledger
                           FROM Net-Change
               END-EVALUATE
           END-IF.

       Print-One-Statement.
           MOVE StudentId OF StudentRec TO Section-Student
           MOVE ZEROS TO Section-Seq
           MOVE "D" TO Section-Line-Type
           MOVE StudentId OF StudentRec TO IL-StudentId
           MOVE FirstName OF StudentRec TO IL-FirstName
           MOVE LastName OF StudentRec TO IL-LastName
           IF Student-Household = ZEROS
               IF Statement-Mode = "S" AND Statements-Printed > ZEROS
                   MOVE SPACES TO Out-Line
                   PERFORM Put-Statement-Line
                   PERFORM Put-Statement-Line
               END-IF
               MOVE Heading-Line-1 TO Out-Line
               PERFORM Put-Statement-Line
               MOVE Ident-Line TO Out-Line
               PERFORM Put-Statement-Line
               PERFORM Print-Address-Block
           ELSE
               MOVE SPACES TO Out-Line
               PERFORM Put-Statement-Line
               MOVE Ident-Line TO Out-Line
               PERFORM Put-Statement-Line
               PERFORM Print-Household-Address
           END-IF
           MOVE SPACES TO Out-Line
           PERFORM Put-Statement-Line
           MOVE Column-Line TO Out-Line
           PERFORM Put-Statement-Line

      * Archived prior-period rows print first, as their own
      * section - they are history already settled at the close,
      * not part of the opening balance.
           IF Prior-Count > ZEROS
               MOVE Prior-Section-Line TO Out-Line
               PERFORM Put-Statement-Line
               PERFORM VARYING Activity-Sub FROM 1 BY 1
                   UNTIL Activity-Sub > Activity-Count
                   IF AcPrior(Activity-Sub) = "Y"
                       PERFORM Print-One-Transaction
                   END-IF
               END-PERFORM
               MOVE SPACES TO Out-Line
               PERFORM Put-Statement-Line
           END-IF

           MOVE SPACES TO Balance-Line
           MOVE "OPENING BALANCE" TO BL-Label
           MOVE Opening-Balance TO BL-Amount
           MOVE Balance-Line TO Out-Line
           PERFORM Put-Statement-Line

           PERFORM VARYING Activity-Sub FROM 1 BY 1
               UNTIL Activity-Sub > Activity-Count
           MOVE SPACES TO Balance-Line
           MOVE "CLOSING BALANCE" TO BL-Label
           MOVE ShopTotal OF StudentRec TO BL-Amount
           MOVE Balance-Line TO Out-Line
           PERFORM Put-Statement-Line
           PERFORM Print-Notices-Sent
           IF Student-Household NOT = ZEROS
               MOVE "T" TO Section-Line-Type
               MOVE SPACES TO Out-Line
               PERFORM Put-Statement-Line
           END-IF
           IF Statement-Mode = "S"
               ADD 1 TO Statements-Printed
           END-IF.

      ******************************************************************
      * Every statement line passes through here.  Per student it
      * goes straight to the statement file; in household mode it is
      * held on the section file with its household, student and
      * line number, and printed once the sort has brought each
      * household's children together.
      ******************************************************************
       Put-Statement-Line.
           IF Statement-Mode = "H"
               ADD 1 TO Section-Seq
               MOVE Student-Household TO SrHouseholdId OF SectionRec
               MOVE Section-Student TO SrStudentId OF SectionRec
               MOVE Section-Seq TO SrSeq OF SectionRec
               MOVE Section-Line-Type TO SrLineType OF SectionRec
               IF Section-Line-Type = "T"
                   MOVE ShopTotal OF StudentRec
                       TO SrAmount OF SectionRec
               ELSE
                   MOVE ZEROS TO SrAmount OF SectionRec
               END-IF
               MOVE Out-Line TO SrLine OF SectionRec
               WRITE SectionRec
           ELSE
               WRITE StatementLine FROM Out-Line
           END-IF.

      ******************************************************************
      * Past-due letters already mailed this period are repeated
      * under the balance, so a family that kept the statement and
      * lost the letter still sees the notice and its date.
      ******************************************************************
       Print-Notices-Sent.
           MOVE ZEROS TO Notices-Shown
           PERFORM VARYING Notice-Sub FROM 1 BY 1
               UNTIL Notice-Sub > Notice-Count
               IF TbNoticeStudentId(Notice-Sub) =
                   StudentId OF StudentRec
                   IF Notices-Shown = ZEROS
                       MOVE SPACES TO Out-Line
                       PERFORM Put-Statement-Line
                       MOVE Notice-Section-Line TO Out-Line
                       PERFORM Put-Statement-Line
                   END-IF
                   ADD 1 TO Notices-Shown
                   MOVE TbNoticeDate(Notice-Sub) TO NL-Date
                   EVALUATE TbNoticeTier(Notice-Sub)
                       WHEN 1
                           MOVE "FRIENDLY REMINDER" TO NL-Description
                       WHEN 2
                           MOVE "SECOND NOTICE" TO NL-Description
                       WHEN OTHER
                           MOVE "FINAL NOTICE BEFORE WRITE-OFF"
                               TO NL-Description
                   END-EVALUATE
                   MOVE Notice-Line TO Out-Line
                   PERFORM Put-Statement-Line
               END-IF
           END-PERFORM.

      ******************************************************************
      * The contact file runs in ascending student order like the
      * no block - the statement prints exactly as it used to.
      ******************************************************************
       Print-Address-Block.
           PERFORM Advance-Contact-Cursor
           IF Have-Contact = "Y"
               AND ScStudentId OF Curr-Contact =
                   StudentId OF StudentRec
               PERFORM Put-Address-Lines
           END-IF.

       Advance-Contact-Cursor.
           PERFORM UNTIL Have-Contact = "N"
               OR ScStudentId OF Curr-Contact
                   NOT LESS THAN StudentId OF StudentRec
               PERFORM Read-Next-Contact
           END-PERFORM.

       Put-Address-Lines.
           MOVE ScGuardian OF Curr-Contact TO AN-Guardian
           MOVE Address-Name-Line TO Out-Line
           PERFORM Put-Statement-Line
           MOVE ScAddress1 OF Curr-Contact TO AS-Address
           MOVE Address-Street-Line TO Out-Line
           PERFORM Put-Statement-Line
           IF ScAddress2 OF Curr-Contact NOT = SPACES
               MOVE ScAddress2 OF Curr-Contact TO AS-Address
               MOVE Address-Street-Line TO Out-Line
               PERFORM Put-Statement-Line
           END-IF
           MOVE ScCity OF Curr-Contact TO AC-City
           MOVE ScState OF Curr-Contact TO AC-State
           MOVE ScZip OF Curr-Contact TO AC-Zip
           MOVE Address-City-Line TO Out-Line
           PERFORM Put-Statement-Line.

      ******************************************************************
      * A household mails once, to the guardian on the first child
      * in student order who has a contact card.  The address lines
      * are filed under student zero so the sort puts them at the top
      * of the household statement, ahead of every child's section.
      ******************************************************************
       Print-Household-Address.
           PERFORM Advance-Contact-Cursor
           IF Have-Contact = "N"
               OR ScStudentId OF Curr-Contact NOT =
                   StudentId OF StudentRec
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Addressed-Found
           PERFORM VARYING Addressed-Sub FROM 1 BY 1
               UNTIL Addressed-Sub > Addressed-Count
               IF TbAddressedHousehold(Addressed-Sub) =
                   Student-Household
                   MOVE "Y" TO Addressed-Found
               END-IF
           END-PERFORM
           IF Addressed-Found = "Y"
               OR Addressed-Count NOT LESS THAN Addressed-Limit
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Addressed-Count
           MOVE Student-Household
               TO TbAddressedHousehold(Addressed-Count)
           MOVE Section-Seq TO Saved-Seq
           MOVE ZEROS TO Section-Student
           MOVE ZEROS TO Section-Seq
           MOVE "A" TO Section-Line-Type
           PERFORM Put-Address-Lines
           MOVE StudentId OF StudentRec TO Section-Student
           MOVE Saved-Seq TO Section-Seq
           MOVE "D" TO Section-Line-Type.

      ******************************************************************
      * Household mode, second pass.  The section file is sorted so
      * each household's address comes first, then each child's
      * section in student order; a household statement closes with
      * the total due across all its children.  Students in no
      * household (household zero) break on the student instead and
      * print just as they would per student.
      ******************************************************************
       Assemble-Household-Statements.
           SORT SectionSortFile
               ON ASCENDING KEY SrHouseholdId OF SectionSortRec
                                SrStudentId OF SectionSortRec
                                SrSeq OF SectionSortRec
               USING SectionFile
               GIVING SectionFile
           OPEN INPUT SectionFile
           OPEN OUTPUT StatementFile
           MOVE "N" TO Section-EOF
           MOVE "N" TO Group-Open
           PERFORM UNTIL Section-EOF = "Y"
               READ SectionFile
                   AT END
                       MOVE "Y" TO Section-EOF
                   NOT AT END
                       PERFORM Assemble-One-Line
               END-READ
           END-PERFORM
           IF Group-Open = "Y"
               PERFORM Close-Statement-Group
           END-IF
           CLOSE SectionFile
           CLOSE StatementFile.

       Assemble-One-Line.
           IF Group-Open = "Y"
               IF SrHouseholdId OF SectionRec NOT = Group-Household
                   OR (Group-Household = ZEROS
                       AND SrStudentId OF SectionRec NOT =
                           Group-Student)
                   PERFORM Close-Statement-Group
               END-IF
           END-IF
           IF Group-Open = "N"
               PERFORM Open-Statement-Group
           END-IF
           IF SrLineType OF SectionRec = "T"
               ADD SrAmount OF SectionRec TO Household-Total
               ADD 1 TO Household-Members
           ELSE
               WRITE StatementLine FROM SrLine OF SectionRec
           END-IF.

       Open-Statement-Group.
           MOVE "Y" TO Group-Open
           MOVE SrHouseholdId OF SectionRec TO Group-Household
           MOVE SrStudentId OF SectionRec TO Group-Student
           MOVE ZEROS TO Household-Total
           MOVE ZEROS TO Household-Members
           IF Statements-Printed > ZEROS
               MOVE SPACES TO StatementLine
               WRITE StatementLine
               WRITE StatementLine
           END-IF
           IF Group-Household NOT = ZEROS
               WRITE StatementLine FROM Household-Heading
               MOVE Group-Household TO HL-HouseholdId
               WRITE StatementLine FROM Household-Ident-Line
           END-IF.

       Close-Statement-Group.
           IF Group-Household NOT = ZEROS
               MOVE SPACES TO StatementLine
               WRITE StatementLine
               MOVE SPACES TO Balance-Line
               MOVE "HOUSEHOLD TOTAL DUE" TO BL-Label
               MOVE Household-Total TO BL-Amount
               WRITE StatementLine FROM Balance-Line
           END-IF
           ADD 1 TO Statements-Printed
           MOVE "N" TO Group-Open.

       Print-One-Transaction.
           MOVE SPACES TO Trans-Line
           MOVE AcRunDate(Activity-Sub) TO TL-Date
                   MOVE "ACCOUNT OPENED" TO TL-Description
               WHEN "CHG"
                   MOVE "SHOP CHARGE" TO TL-Description
               WHEN "LTF"
                   MOVE "LATE FEE" TO TL-Description
               WHEN "NSF"
                   MOVE "RETURNED CHECK" TO TL-Description
               WHEN "RCF"
                   MOVE "RETURNED CHECK FEE" TO TL-Description
               WHEN "PAY"
                   MOVE "PAYMENT - THANK YOU" TO TL-Description
               WHEN "CRM"
                   MOVE "NAME CORRECTION" TO TL-Description
               WHEN "WDL"
                   MOVE "ACCOUNT WITHDRAWN" TO TL-Description
               WHEN "CNI"
                   MOVE "ACCOUNT COMBINED" TO TL-Description
               WHEN "RIN"
                   MOVE "ACCOUNT REINSTATED" TO TL-Description
               WHEN "RCV"
                   MOVE "COLLECTION RECOVERY" TO TL-Description
               WHEN OTHER
                   MOVE AcTransType(Activity-Sub) TO TL-Description
           END-EVALUATE
           MOVE AcAmount(Activity-Sub) TO TL-Amount
           MOVE AcBalanceAfter(Activity-Sub) TO TL-Balance
           MOVE Trans-Line TO Out-Line
           PERFORM Put-Statement-Line.
