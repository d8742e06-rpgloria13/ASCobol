      *     marked UNPOSTED, and the resulting memo balance.  The
      *     nightly batch retires the memo file once its
      *     transactions merge.
      *   - A check charged back in a ReturnedCheck session shows
      *     in the overlay as UNPOSTED: RET CHECK, the bounced
      *     amount plus any returned-check fee added back on.
      *   - An ID lookup now shows every hold in force on the
      *     student from HOLDS.DAT - the kind of hold, the reason,
      *     and who set it when - so the counter can tell the family
      *     why the shop will not sell or lend to them.
      *   - An ID retired by account consolidation is looked up on
      *     the CONSXREF.DAT cross-reference and the lookup shown
      *     for the account that absorbed it, with a line saying
      *     so, instead of NO STUDENT FOUND.
      *   - An ID lookup for a student linked to a household on
      *     HOUSEHLD.DAT now lists every child in the family with
      *     ID, name and balance, and the household total, so any
      *     one sibling's ID answers for the whole family.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceInquiry.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Memo-Status.

           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.

           SELECT XrefFile ASSIGN TO "CONSXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-Status.

           SELECT HouseholdFile ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Household-Status.

           SELECT SysLockFile ASSIGN TO "SYSLOCK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SysLock-Status.
       01  MemoRec.
           COPY MemoPost.

       FD  HoldFile.
       01  HoldRec.
           COPY AccountHold.

       FD  XrefFile.
       01  XrefRec.
           COPY ConsolidationXref.

       FD  HouseholdFile.
       01  HouseholdRec.
           COPY Household.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Index-Status         PIC XX.
       01  Memo-Balance         PIC S9(7)V99.
       01  Memo-Shown           PIC 9(3).
       01  Edited-Balance       PIC ---,--9.99.
       01  Hold-Status          PIC XX.
       01  Hold-EOF             PIC X.
       01  Hold-Description     PIC X(14).
       01  Xref-Status          PIC XX.
       01  Xref-EOF             PIC X.
       01  Xref-Hit             PIC X.
       01  Xref-Hops            PIC 99.
       01  Household-Status     PIC XX.
       01  Household-EOF        PIC X.
       01  Family-Household     PIC 9(6).
       01  Family-Total         PIC 9(7)V99.
       01  Edited-Total         PIC Z,ZZZ,ZZ9.99.

      * The members of the looked-up student's household, gathered
      * from HOUSEHLD.DAT before each is read from the index.
       01  Family-Limit         PIC 9(3) VALUE 50.
       01  Family-Count         PIC 9(3) VALUE ZEROS.
       01  Family-Sub           PIC 9(3).
       01  Family-Table.
           05  TbFamilyStudentId   PIC 9(7) OCCURS 50 TIMES.

      * MEMO.DAT loaded once at startup; overlaid on ID lookups.
       01  Memo-Limit           PIC 9(4) VALUE 2000.
               10  TbPpInstallsMet     PIC 9(3).
               10  TbPpStatus          PIC X.
               10  TbPpPaidToDate      PIC 9(7)V99.
               10  TbPpDueDay          PIC 99.
       01  Inquiry-Id           PIC 9(7).
       01  Menu-Choice          PIC X.
       01  Search-Name          PIC X(20).
           DISPLAY "ENTER STUDENT ID (0 TO CANCEL): "
           ACCEPT Inquiry-Id
           IF Inquiry-Id NOT = ZEROS
               PERFORM Resolve-Retired-Id
               PERFORM Lookup-One-Student
           END-IF.

      ******************************************************************
      * An ID retired by AcctConsolidate is no longer on the index;
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
                       IF CxOldId = Inquiry-Id
                           MOVE "Y" TO Xref-Hit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XrefFile
           IF Xref-Hit = "Y"
               DISPLAY "ID " Inquiry-Id " WAS CONSOLIDATED INTO "
                   CxNewId " ON " CxRunDate
               MOVE CxNewId TO Inquiry-Id
           END-IF.

       Lookup-One-Student.
           MOVE Inquiry-Id TO StudentId
           READ StudentIndexFile
                   DISPLAY "ID      : " StudentId
                   DISPLAY "NAME    : " FirstName " " LastName
                   DISPLAY "BALANCE : " ShopTotal
                   PERFORM Show-Account-Holds
                   PERFORM Show-Pending-Memos
                   PERFORM Show-Payment-Plan
                   PERFORM Show-Household
           END-READ.

      ******************************************************************
      * HOUSEHLD.DAT links brothers and sisters under one household
      * number.  The family is listed last because each member is
      * read from the index in turn, which replaces the record just
      * displayed.  No file, or no link for this student, shows
      * nothing - the lookup reads exactly as it always has.
      ******************************************************************
       Show-Household.
           MOVE ZEROS TO Family-Household
           MOVE ZEROS TO Family-Count
           MOVE "N" TO Household-EOF
           OPEN INPUT HouseholdFile
           IF Household-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Household-EOF = "Y"
               READ HouseholdFile
                   AT END
                       MOVE "Y" TO Household-EOF
                   NOT AT END
                       IF HhStudentId = Inquiry-Id
                           MOVE HhHouseholdId TO Family-Household
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HouseholdFile
           IF Family-Household = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO Household-EOF
           OPEN INPUT HouseholdFile
           PERFORM UNTIL Household-EOF = "Y"
               READ HouseholdFile
                   AT END
                       MOVE "Y" TO Household-EOF
                   NOT AT END
                       IF HhHouseholdId = Family-Household
                           AND Family-Count < Family-Limit
                           ADD 1 TO Family-Count
                           MOVE HhStudentId
                               TO TbFamilyStudentId(Family-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HouseholdFile

           MOVE ZEROS TO Family-Total
           DISPLAY "HOUSEHOLD " Family-Household ":"
           PERFORM VARYING Family-Sub FROM 1 BY 1
               UNTIL Family-Sub > Family-Count
               PERFORM Show-One-Family-Member
           END-PERFORM
           MOVE Family-Total TO Edited-Total
           DISPLAY "HOUSEHOLD TOTAL DUE: " Edited-Total.

       Show-One-Family-Member.
           MOVE TbFamilyStudentId(Family-Sub) TO StudentId
           READ StudentIndexFile
               KEY IS StudentId
               INVALID KEY
                   DISPLAY "  " TbFamilyStudentId(Family-Sub)
                       "  NOT ON FILE"
               NOT INVALID KEY
                   ADD ShopTotal TO Family-Total
                   DISPLAY "  " StudentId "  " FirstName "  "
                       LastName "  " ShopTotal
           END-READ.

      ******************************************************************
      * HOLDS.DAT is read fresh on every lookup so a hold the office
      * sets this morning shows at the counter this morning.  No
      * file means no hold has been set yet.
      ******************************************************************
       Show-Account-Holds.
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
                       IF AhStudentId = Inquiry-Id
                           PERFORM Show-One-Hold
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldFile.

       Show-One-Hold.
           EVALUATE AhHoldCode
               WHEN "C"
                   MOVE "CREDIT HOLD" TO Hold-Description
               WHEN "R"
                   MOVE "RETURNED CHECK" TO Hold-Description
               WHEN "T"
                   MOVE "TOOL HOLD" TO Hold-Description
               WHEN "A"
                   MOVE "ADMINISTRATIVE" TO Hold-Description
               WHEN OTHER
                   MOVE AhHoldCode TO Hold-Description
           END-EVALUATE
           DISPLAY "HOLD    : " Hold-Description " - " AhReason
           DISPLAY "          SET " AhDate " BY " AhOperator.

      * A missing memo file just means nothing is pending today.
       Load-Memo-Table.
           OPEN INPUT MemoFile
                           DISPLAY "UNPOSTED: CHARGE    "
                               TbMmAmount(Memo-Sub)
                               " KEYED " TbMmDate(Memo-Sub)
                       WHEN "NSF"
                           ADD TbMmAmount(Memo-Sub)
                               TO Memo-Balance
                           DISPLAY "UNPOSTED: RET CHECK "
                               TbMmAmount(Memo-Sub)
                               " KEYED " TbMmDate(Memo-Sub)
                   END-EVALUATE
               END-IF
           END-PERFORM
