      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor's session for account holds (HOLDS.DAT).
      *          A hold stops the counter selling to or lending to a
      *          student until the office lifts it: Invoice refuses
      *          the student's orders, ToolEntry refuses a checkout,
      *          and BalanceInquiry shows the hold and its reason.
      *          Four kinds are kept - C credit hold, R returned
      *          check, T tool hold and A administrative - and a
      *          student may carry more than one.  Each student ID is
      *          run through CheckDigit and looked up on STUDENTS.IDX
      *          the way FeeWaiverEntry verifies its entries; the
      *          holds already in force are listed, and one can be
      *          set with a keyed reason or lifted.  Every hold set
      *          or lifted is journaled to AUDITJRN.DAT under source
      *          HOLDS with the supervisor's ID, and the file is left
      *          in ascending student and hold-code order.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldMaint.

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

           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.

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

           SELECT SortWorkFile ASSIGN TO "HOLDS.SRT".

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

       FD  HoldFile.
       01  HoldRec.
           COPY AccountHold.

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
           COPY AccountHold.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Index-Status         PIC XX.
       01  Hold-Status          PIC XX.
       01  Journal-Status       PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Hold-EOF             PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Run-Cycle            PIC 99 VALUE ZEROS.
       01  Current-DateTime     PIC X(21).
       01  Entry-Id             PIC 9(7).
       01  Check-Digit-Valid    PIC X.
       01  Student-Found        PIC X.
       01  Entry-Action         PIC X.
       01  Entry-Code           PIC X.
       01  Entry-Reason         PIC X(20).
       01  Confirm-Code         PIC X.
       01  Holds-Shown          PIC 9(2).
       01  Holds-Set            PIC 9(5) VALUE ZEROS.
       01  Holds-Lifted         PIC 9(5) VALUE ZEROS.

      * What a hold code means, for the screen and the journal.
       01  Hold-Code-Valid      PIC X.
       01  Hold-Description     PIC X(14).
       01  Hold-Field-Name      PIC X(11).

      * HOLDS.DAT held in memory for the session and rewritten once
      * at the end; a lifted hold is blanked to a zero ID and left
      * out of the rewrite.
       01  Hold-Limit           PIC 9(4) VALUE 2000.
       01  Hold-Count           PIC 9(4) VALUE ZEROS.
       01  Hold-Sub             PIC 9(4).
       01  Hold-Found           PIC X.
       01  Hold-Table.
           05  Hold-Entry OCCURS 2000 TIMES.
               10  TbAhStudentId       PIC 9(7).
               10  TbAhHoldCode        PIC X(1).
               10  TbAhReason          PIC X(20).
               10  TbAhOperator        PIC X(4).
               10  TbAhDate            PIC X(8).

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
           PERFORM Load-Hold-Table

           MOVE 1 TO Entry-Id
           PERFORM UNTIL Entry-Id = ZEROS
               PERFORM Maintain-One-Student
           END-PERFORM

           CLOSE StudentIndexFile

           IF Holds-Set > ZEROS OR Holds-Lifted > ZEROS
               PERFORM Rewrite-Hold-File
           END-IF

           DISPLAY "HOLDS SET:    " Holds-Set
           DISPLAY "HOLDS LIFTED: " Holds-Lifted
           STOP RUN.

      ******************************************************************
      * Stopping the counter from serving a family is a supervisor's
      * call, so the sign-on refuses any operator below supervisor
      * level.
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
      * The business date and cycle on the run-control card stamp
      * the hold and its journal entry; a missing or unreadable card
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

      * A missing hold file just means no hold has been set yet.
       Load-Hold-Table.
           OPEN INPUT HoldFile
           IF Hold-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Hold-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN HOLDS.DAT, STATUS "
                   Hold-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Hold-EOF = "Y"
               READ HoldFile
                   AT END
                       MOVE "Y" TO Hold-EOF
                   NOT AT END
                       PERFORM Store-One-Hold
               END-READ
           END-PERFORM
           CLOSE HoldFile.

       Store-One-Hold.
           IF Hold-Count >= Hold-Limit
               DISPLAY "ABORTED - HOLDS.DAT EXCEEDS " Hold-Limit
                   " RECORDS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Hold-Count
           MOVE HoldRec TO Hold-Entry(Hold-Count).

      ******************************************************************
      * Every entry starts the way FeeWaiverEntry's do: check-digit
      * the keyed ID, then show who the master says it is - a hold
      * filed against the wrong student turns the wrong family away
      * at the counter.  The holds already in force are listed
      * before anything is changed.
      ******************************************************************
       Maintain-One-Student.
           MOVE "N" TO Student-Found
           DISPLAY " "
           DISPLAY "STUDENT ID (0 TO EXIT): "
           ACCEPT Entry-Id
           IF Entry-Id = ZEROS
               EXIT PARAGRAPH
           END-IF
           CALL "CheckDigit" USING Entry-Id, Check-Digit-Valid
           END-CALL
           IF Check-Digit-Valid = "N"
               DISPLAY "ID " Entry-Id " FAILS CHECK DIGIT"
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Id TO StudentId OF StudentIndexRec
           READ StudentIndexFile
               KEY IS StudentId OF StudentIndexRec
               INVALID KEY
                   DISPLAY "NO STUDENT ON MASTER FOR ID " Entry-Id
               NOT INVALID KEY
                   MOVE "Y" TO Student-Found
                   DISPLAY "STUDENT: "
                       FirstName OF StudentIndexRec " "
                       LastName OF StudentIndexRec
                   DISPLAY "BALANCE: " ShopTotal OF StudentIndexRec
           END-READ
           IF Student-Found = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM Show-Student-Holds
           DISPLAY "S=SET A HOLD, L=LIFT A HOLD, N=NEXT STUDENT: "
           MOVE SPACES TO Entry-Action
           ACCEPT Entry-Action
           EVALUATE Entry-Action
               WHEN "S"
               WHEN "s"
                   PERFORM Set-One-Hold
               WHEN "L"
               WHEN "l"
                   PERFORM Lift-One-Hold
           END-EVALUATE.

       Show-Student-Holds.
           MOVE ZEROS TO Holds-Shown
           PERFORM VARYING Hold-Sub FROM 1 BY 1
               UNTIL Hold-Sub > Hold-Count
               IF TbAhStudentId(Hold-Sub) = Entry-Id
                   MOVE TbAhHoldCode(Hold-Sub) TO Entry-Code
                   PERFORM Describe-Hold-Code
                   DISPLAY "ON HOLD: " Hold-Description
                       " SET " TbAhDate(Hold-Sub)
                       " BY " TbAhOperator(Hold-Sub)
                       " - " TbAhReason(Hold-Sub)
                   ADD 1 TO Holds-Shown
               END-IF
           END-PERFORM
           IF Holds-Shown = ZEROS
               DISPLAY "NO HOLDS ON FILE"
           END-IF.

       Describe-Hold-Code.
           MOVE "Y" TO Hold-Code-Valid
           EVALUATE Entry-Code
               WHEN "C"
                   MOVE "CREDIT HOLD" TO Hold-Description
                   MOVE "CREDITHOLD" TO Hold-Field-Name
               WHEN "R"
                   MOVE "RETURNED CHECK" TO Hold-Description
                   MOVE "RETCHKHOLD" TO Hold-Field-Name
               WHEN "T"
                   MOVE "TOOL HOLD" TO Hold-Description
                   MOVE "TOOLHOLD" TO Hold-Field-Name
               WHEN "A"
                   MOVE "ADMINISTRATIVE" TO Hold-Description
                   MOVE "ADMINHOLD" TO Hold-Field-Name
               WHEN OTHER
                   MOVE "N" TO Hold-Code-Valid
                   MOVE SPACES TO Hold-Description
                   MOVE SPACES TO Hold-Field-Name
           END-EVALUATE.

       Accept-Hold-Code.
           DISPLAY "HOLD CODE (C=CREDIT, R=RETURNED CHECK, T=TOOL, "
               "A=ADMINISTRATIVE): "
           MOVE SPACES TO Entry-Code
           ACCEPT Entry-Code
           EVALUATE Entry-Code
               WHEN "c"
                   MOVE "C" TO Entry-Code
               WHEN "r"
                   MOVE "R" TO Entry-Code
               WHEN "t"
                   MOVE "T" TO Entry-Code
               WHEN "a"
                   MOVE "A" TO Entry-Code
           END-EVALUATE
           PERFORM Describe-Hold-Code
           IF Hold-Code-Valid = "N"
               DISPLAY "UNKNOWN HOLD CODE " Entry-Code
           END-IF.

       Find-Student-Hold.
           MOVE "N" TO Hold-Found
           PERFORM VARYING Hold-Sub FROM 1 BY 1
               UNTIL Hold-Sub > Hold-Count
               OR Hold-Found = "Y"
               IF TbAhStudentId(Hold-Sub) = Entry-Id
                   AND TbAhHoldCode(Hold-Sub) = Entry-Code
                   MOVE "Y" TO Hold-Found
               END-IF
           END-PERFORM
           IF Hold-Found = "Y"
               SUBTRACT 1 FROM Hold-Sub
           END-IF.

       Set-One-Hold.
           PERFORM Accept-Hold-Code
           IF Hold-Code-Valid = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Student-Hold
           IF Hold-Found = "Y"
               DISPLAY "ALREADY ON " Hold-Description " HOLD"
               EXIT PARAGRAPH
           END-IF
           IF Hold-Count >= Hold-Limit
               DISPLAY "HOLD FILE IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON FOR HOLD (BLANK = NO HOLD): "
           MOVE SPACES TO Entry-Reason
           ACCEPT Entry-Reason
           IF Entry-Reason = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Hold-Count
           MOVE Entry-Id TO TbAhStudentId(Hold-Count)
           MOVE Entry-Code TO TbAhHoldCode(Hold-Count)
           MOVE Entry-Reason TO TbAhReason(Hold-Count)
           MOVE Operator-Id TO TbAhOperator(Hold-Count)
           MOVE Run-Date TO TbAhDate(Hold-Count)
           PERFORM Start-Journal-Entry
           MOVE "NONE" TO AjBeforeImage
           MOVE Entry-Reason TO AjAfterImage
           PERFORM Write-Journal-Record
           MOVE SPACES TO ActivityLogRec
           MOVE "HLD" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           ADD 1 TO Holds-Set
           DISPLAY Hold-Description " HOLD SET ON " Entry-Id.

       Lift-One-Hold.
           PERFORM Accept-Hold-Code
           IF Hold-Code-Valid = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Student-Hold
           IF Hold-Found = "N"
               DISPLAY "NO " Hold-Description " HOLD ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LIFT THE " Hold-Description
               " HOLD (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           PERFORM Start-Journal-Entry
           MOVE TbAhReason(Hold-Sub) TO AjBeforeImage
           MOVE "LIFTED" TO AjAfterImage
           PERFORM Write-Journal-Record
           MOVE SPACES TO ActivityLogRec
           MOVE "HLL" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           MOVE ZEROS TO TbAhStudentId(Hold-Sub)
           ADD 1 TO Holds-Lifted
           DISPLAY Hold-Description " HOLD LIFTED FOR " Entry-Id.

       Start-Journal-Entry.
           MOVE SPACES TO AuditJournalRec
           MOVE Entry-Id TO AjStudentId
           MOVE "HOLDS" TO AjSourceFile
           MOVE Hold-Field-Name TO AjFieldName.

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
      * Written back in ascending student and hold-code order, the
      * same way FeeWaiverEntry leaves FEEWAIVE.DAT; lifted holds
      * drop out.
      ******************************************************************
       Rewrite-Hold-File.
           OPEN OUTPUT HoldFile
           PERFORM VARYING Hold-Sub FROM 1 BY 1
               UNTIL Hold-Sub > Hold-Count
               IF TbAhStudentId(Hold-Sub) NOT = ZEROS
                   MOVE Hold-Entry(Hold-Sub) TO HoldRec
                   WRITE HoldRec
               END-IF
           END-PERFORM
           CLOSE HoldFile
           SORT SortWorkFile
               ON ASCENDING KEY AhStudentId OF SortWorkRec
                                AhHoldCode OF SortWorkRec
               USING HoldFile
               GIVING HoldFile.

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
