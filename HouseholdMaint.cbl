      ******************************************************************
      * Author:
      * Date:
      * Purpose: Session for household links (HOUSEHLD.DAT).  Brothers
      *          and sisters in the shop are linked under one
      *          household number, so Statement can mail the
      *          guardian one consolidated statement with a section
      *          per child and a household total due, and
      *          BalanceInquiry can show the whole family's balances
      *          from any one sibling's ID.  Each student ID is run
      *          through CheckDigit and looked up on STUDENTS.IDX the
      *          way HoldMaint verifies its entries, and the
      *          student's household, if any, is listed with every
      *          member's balance.  A student can then be joined to
      *          a sibling's household - a new household number is
      *          assigned when the sibling has none yet - or removed
      *          from one; a household left with a single member is
      *          dissolved.  Every link made or broken is journaled
      *          to AUDITJRN.DAT under source HOUSEHLD with the
      *          operator's ID, and the file is left in ascending
      *          student order.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HouseholdMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentIndexFile ASSIGN TO "STUDENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentIndexRec
               ALTERNATE RECORD KEY IS LastName OF StudentIndexRec
                   WITH DUPLICATES
               FILE STATUS IS Index-Status.

           SELECT HouseholdFile ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Household-Status.

           SELECT AuditJournalFile ASSIGN TO "AUDITJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-Status.

           SELECT ActivityLogFile ASSIGN TO "OPACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT SortWorkFile ASSIGN TO "HOUSEHLD.SRT".

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

       FD  StudentIndexFile.
       01  StudentIndexRec.
           COPY StudentMaster.

       FD  HouseholdFile.
       01  HouseholdRec.
           COPY Household.

       FD  AuditJournalFile.
       01  AuditJournalRec.
           COPY AuditJournal.

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
           COPY Household.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Index-Status         PIC XX.
       01  Household-Status     PIC XX.
       01  Journal-Status       PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Household-EOF        PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Run-Cycle            PIC 99 VALUE ZEROS.
       01  Current-DateTime     PIC X(21).
       01  Entry-Id             PIC 9(7).
       01  Sibling-Id           PIC 9(7).
       01  Verify-Id            PIC 9(7).
       01  Check-Digit-Valid    PIC X.
       01  Student-Found        PIC X.
       01  Entry-Action         PIC X.
       01  Confirm-Code         PIC X.
       01  Links-Made           PIC 9(5) VALUE ZEROS.
       01  Links-Broken         PIC 9(5) VALUE ZEROS.

      * HOUSEHLD.DAT held in memory for the session and rewritten
      * once at the end; a broken link is blanked to a zero ID and
      * left out of the rewrite.
       01  Link-Limit           PIC 9(4) VALUE 3000.
       01  Link-Count           PIC 9(4) VALUE ZEROS.
       01  Link-Sub             PIC 9(4).
       01  Link-Found           PIC X.
       01  Link-Table.
           05  Link-Entry OCCURS 3000 TIMES.
               10  TbHhStudentId       PIC 9(7).
               10  TbHhHouseholdId     PIC 9(6).
               10  TbHhOperator        PIC X(4).
               10  TbHhDate            PIC X(8).

       01  Search-Id            PIC 9(7).
       01  Entry-Household      PIC 9(6).
       01  Sibling-Household    PIC 9(6).
       01  Target-Household     PIC 9(6).
       01  Highest-Household    PIC 9(6) VALUE ZEROS.
       01  Members-Shown        PIC 9(3).
       01  Members-Left         PIC 9(3).
       01  Household-Total      PIC 9(7)V99.
       01  Edited-Total         PIC Z,ZZZ,ZZ9.99.
       01  Household-Image      PIC 9(6).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           OPEN INPUT StudentIndexFile
           IF Index-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN STUDENTS.IDX, STATUS "
                   Index-Status
               DISPLAY "RUN BuildStudentIndex AFTER THE LAST MERGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Link-Table

           MOVE 1 TO Entry-Id
           PERFORM UNTIL Entry-Id = ZEROS
               PERFORM Maintain-One-Student
           END-PERFORM

           CLOSE StudentIndexFile

           IF Links-Made > ZEROS OR Links-Broken > ZEROS
               PERFORM Rewrite-Household-File
           END-IF

           DISPLAY "STUDENTS LINKED:   " Links-Made
           DISPLAY "STUDENTS UNLINKED: " Links-Broken
           STOP RUN.

      ******************************************************************
      * Every session starts with an operator sign-on against
      * OPERATOR.DAT; an unknown ID ends the session before a
      * keystroke is accepted, because everything written here is
      * stamped with who keyed it.
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
      * The business date and cycle on the run-control card stamp
      * the link and its journal entry; a missing or unreadable card
      * falls back to the wall clock, exactly the way Merge dates
      * its cycle.
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
                       IF RcCycleNumber IS NUMERIC
                           MOVE RcCycleNumber TO Run-Cycle
                       END-IF
               END-READ
               CLOSE RunControlFile
           END-IF.

      * A missing household file just means no family is linked yet.
       Load-Link-Table.
           OPEN INPUT HouseholdFile
           IF Household-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Household-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN HOUSEHLD.DAT, STATUS "
                   Household-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Household-EOF = "Y"
               READ HouseholdFile
                   AT END
                       MOVE "Y" TO Household-EOF
                   NOT AT END
                       PERFORM Store-One-Link
               END-READ
           END-PERFORM
           CLOSE HouseholdFile.

       Store-One-Link.
           IF Link-Count >= Link-Limit
               DISPLAY "ABORTED - HOUSEHLD.DAT EXCEEDS " Link-Limit
                   " RECORDS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Link-Count
           MOVE HouseholdRec TO Link-Entry(Link-Count)
           IF HhHouseholdId OF HouseholdRec > Highest-Household
               MOVE HhHouseholdId OF HouseholdRec
                   TO Highest-Household
           END-IF.

      ******************************************************************
      * Every entry starts the way HoldMaint's do: check-digit the
      * keyed ID, then show who the master says it is - a sibling
      * linked to the wrong family mails one family's balances to
      * another.  The household already on file is listed before
      * anything is changed.
      ******************************************************************
       Maintain-One-Student.
           DISPLAY " "
           DISPLAY "STUDENT ID (0 TO EXIT): "
           ACCEPT Entry-Id
           IF Entry-Id = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Id TO Verify-Id
           PERFORM Verify-Student
           MOVE Entry-Id TO Search-Id
           PERFORM Find-Household-Of
      * A withdrawn or consolidated ID leaves its link behind; it
      * can only be taken out of the household, not joined.
           IF Student-Found = "N"
               IF Entry-Household NOT = ZEROS
                   DISPLAY "ID IS STILL LINKED TO HOUSEHOLD "
                       Entry-Household
                   PERFORM Leave-Household
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF Entry-Household = ZEROS
               DISPLAY "NOT IN A HOUSEHOLD"
           ELSE
               PERFORM Show-Household-Members
           END-IF
           DISPLAY "J=JOIN A SIBLING'S HOUSEHOLD, R=REMOVE FROM "
               "HOUSEHOLD, N=NEXT STUDENT: "
           MOVE SPACES TO Entry-Action
           ACCEPT Entry-Action
           EVALUATE Entry-Action
               WHEN "J"
               WHEN "j"
                   PERFORM Join-Household
               WHEN "R"
               WHEN "r"
                   PERFORM Leave-Household
           END-EVALUATE.

       Verify-Student.
           MOVE "N" TO Student-Found
           CALL "CheckDigit" USING Verify-Id, Check-Digit-Valid
           END-CALL
           IF Check-Digit-Valid = "N"
               DISPLAY "ID " Verify-Id " FAILS CHECK DIGIT"
               EXIT PARAGRAPH
           END-IF
           MOVE Verify-Id TO StudentId OF StudentIndexRec
           READ StudentIndexFile
               KEY IS StudentId OF StudentIndexRec
               INVALID KEY
                   DISPLAY "NO STUDENT ON MASTER FOR ID " Verify-Id
               NOT INVALID KEY
                   MOVE "Y" TO Student-Found
                   DISPLAY "STUDENT: "
                       FirstName OF StudentIndexRec " "
                       LastName OF StudentIndexRec
                   DISPLAY "BALANCE: " ShopTotal OF StudentIndexRec
           END-READ.

      * Leaves the household number in Entry-Household (zero when
      * the student is in none) and the link's slot in Link-Sub.
       Find-Household-Of.
           MOVE ZEROS TO Entry-Household
           MOVE "N" TO Link-Found
           PERFORM VARYING Link-Sub FROM 1 BY 1
               UNTIL Link-Sub > Link-Count
               OR Link-Found = "Y"
               IF TbHhStudentId(Link-Sub) = Search-Id
                   MOVE "Y" TO Link-Found
                   MOVE TbHhHouseholdId(Link-Sub) TO Entry-Household
               END-IF
           END-PERFORM
           IF Link-Found = "Y"
               SUBTRACT 1 FROM Link-Sub
           END-IF.

       Show-Household-Members.
           MOVE ZEROS TO Members-Shown
           MOVE ZEROS TO Household-Total
           DISPLAY "HOUSEHOLD " Entry-Household ":"
           PERFORM VARYING Link-Sub FROM 1 BY 1
               UNTIL Link-Sub > Link-Count
               IF TbHhStudentId(Link-Sub) NOT = ZEROS
                   AND TbHhHouseholdId(Link-Sub) = Entry-Household
                   PERFORM Show-One-Member
               END-IF
           END-PERFORM
           MOVE Household-Total TO Edited-Total
           DISPLAY "HOUSEHOLD TOTAL: " Edited-Total.

       Show-One-Member.
           ADD 1 TO Members-Shown
           MOVE TbHhStudentId(Link-Sub) TO StudentId OF StudentIndexRec
           READ StudentIndexFile
               KEY IS StudentId OF StudentIndexRec
               INVALID KEY
                   DISPLAY "  " TbHhStudentId(Link-Sub)
                       "  NOT ON THE MASTER"
               NOT INVALID KEY
                   DISPLAY "  " TbHhStudentId(Link-Sub) "  "
                       FirstName OF StudentIndexRec " "
                       LastName OF StudentIndexRec " "
                       ShopTotal OF StudentIndexRec
                   ADD ShopTotal OF StudentIndexRec TO Household-Total
           END-READ.

      ******************************************************************
      * A student joins the household of a sibling already on the
      * master.  A sibling in no household yet starts a new one,
      * numbered one above the highest on file, and is linked along
      * with the student.  A student already in another household
      * is removed from it first - one household per student.
      ******************************************************************
       Join-Household.
           IF Entry-Household NOT = ZEROS
               DISPLAY "ALREADY IN HOUSEHOLD " Entry-Household
                   " - REMOVE FIRST TO MOVE TO ANOTHER"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SIBLING'S STUDENT ID: "
           MOVE ZEROS TO Sibling-Id
           ACCEPT Sibling-Id
           IF Sibling-Id = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF Sibling-Id = Entry-Id
               DISPLAY "A STUDENT CANNOT BE THEIR OWN SIBLING"
               EXIT PARAGRAPH
           END-IF
           MOVE Sibling-Id TO Verify-Id
           PERFORM Verify-Student
           IF Student-Found = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE Sibling-Id TO Search-Id
           PERFORM Find-Household-Of
           MOVE Entry-Household TO Sibling-Household
           MOVE ZEROS TO Entry-Household
           IF Sibling-Household = ZEROS
               IF Link-Count + 2 > Link-Limit
                   DISPLAY "HOUSEHOLD FILE IS FULL - RAISE THE TABLE "
                       "LIMIT"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF Link-Count + 1 > Link-Limit
                   DISPLAY "HOUSEHOLD FILE IS FULL - RAISE THE TABLE "
                       "LIMIT"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Sibling-Household = ZEROS
               DISPLAY "START A NEW HOUSEHOLD WITH " Sibling-Id
                   " (Y TO CONFIRM): "
           ELSE
               DISPLAY "JOIN HOUSEHOLD " Sibling-Household
                   " (Y TO CONFIRM): "
           END-IF
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           IF Sibling-Household = ZEROS
               ADD 1 TO Highest-Household
               MOVE Highest-Household TO Target-Household
               MOVE Sibling-Id TO Search-Id
               PERFORM Add-One-Link
           ELSE
               MOVE Sibling-Household TO Target-Household
           END-IF
           MOVE Entry-Id TO Search-Id
           PERFORM Add-One-Link
           MOVE Target-Household TO Entry-Household
           DISPLAY Entry-Id " LINKED TO HOUSEHOLD " Target-Household.

       Add-One-Link.
           ADD 1 TO Link-Count
           MOVE Search-Id TO TbHhStudentId(Link-Count)
           MOVE Target-Household TO TbHhHouseholdId(Link-Count)
           MOVE Operator-Id TO TbHhOperator(Link-Count)
           MOVE Run-Date TO TbHhDate(Link-Count)
           PERFORM Start-Journal-Entry
           MOVE "NONE" TO AjBeforeImage
           MOVE Target-Household TO Household-Image
           MOVE Household-Image TO AjAfterImage
           PERFORM Write-Journal-Record
           MOVE SPACES TO ActivityLogRec
           MOVE "HHJ" TO OlTransType
           MOVE Search-Id TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           ADD 1 TO Links-Made.

      ******************************************************************
      * Removing the next-to-last member dissolves the household:
      * a household of one is no household, and the remaining
      * student goes back to statements of their own.
      ******************************************************************
       Leave-Household.
           IF Entry-Household = ZEROS
               DISPLAY "NOT IN A HOUSEHOLD"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REMOVE " Entry-Id " FROM HOUSEHOLD "
               Entry-Household " (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Id TO Search-Id
           PERFORM Find-Household-Of
           PERFORM Drop-One-Link
           MOVE ZEROS TO Members-Left
           PERFORM VARYING Link-Sub FROM 1 BY 1
               UNTIL Link-Sub > Link-Count
               IF TbHhStudentId(Link-Sub) NOT = ZEROS
                   AND TbHhHouseholdId(Link-Sub) = Entry-Household
                   ADD 1 TO Members-Left
               END-IF
           END-PERFORM
           IF Members-Left = 1
               PERFORM VARYING Link-Sub FROM 1 BY 1
                   UNTIL Link-Sub > Link-Count
                   IF TbHhStudentId(Link-Sub) NOT = ZEROS
                       AND TbHhHouseholdId(Link-Sub) = Entry-Household
                       MOVE TbHhStudentId(Link-Sub) TO Search-Id
                       PERFORM Drop-One-Link
                       DISPLAY "HOUSEHOLD " Entry-Household
                           " DISSOLVED"
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY Entry-Id " REMOVED FROM HOUSEHOLD " Entry-Household
           MOVE ZEROS TO Entry-Household.

       Drop-One-Link.
           PERFORM Start-Journal-Entry
           MOVE TbHhHouseholdId(Link-Sub) TO Household-Image
           MOVE Household-Image TO AjBeforeImage
           MOVE "NONE" TO AjAfterImage
           PERFORM Write-Journal-Record
           MOVE SPACES TO ActivityLogRec
           MOVE "HHR" TO OlTransType
           MOVE Search-Id TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           MOVE ZEROS TO TbHhStudentId(Link-Sub)
           ADD 1 TO Links-Broken.

       Start-Journal-Entry.
           MOVE SPACES TO AuditJournalRec
           MOVE Search-Id TO AjStudentId
           MOVE "HOUSEHLD" TO AjSourceFile
           MOVE "HOUSEHOLD" TO AjFieldName.

      ******************************************************************
      * AUDITJRN.DAT is the cumulative before/after journal - always
      * EXTEND, never restarted, the same journal Merge writes its
      * master changes to.
      ******************************************************************
       Write-Journal-Record.
           OPEN EXTEND AuditJournalFile
           IF Journal-Status = "35"
               OPEN OUTPUT AuditJournalFile
           END-IF
           MOVE Run-Date TO AjRunDate
           MOVE Run-Cycle TO AjCycle
           MOVE Operator-Id TO AjOperator
           WRITE AuditJournalRec
           CLOSE AuditJournalFile.

      ******************************************************************
      * Written back in ascending student order, the same way
      * HoldMaint leaves HOLDS.DAT; broken links drop out.
      ******************************************************************
       Rewrite-Household-File.
           OPEN OUTPUT HouseholdFile
           PERFORM VARYING Link-Sub FROM 1 BY 1
               UNTIL Link-Sub > Link-Count
               IF TbHhStudentId(Link-Sub) NOT = ZEROS
                   MOVE Link-Entry(Link-Sub) TO HouseholdRec
                   WRITE HouseholdRec
               END-IF
           END-PERFORM
           CLOSE HouseholdFile
           SORT SortWorkFile
               ON ASCENDING KEY HhStudentId OF SortWorkRec
               USING HouseholdFile
               GIVING HouseholdFile.

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
