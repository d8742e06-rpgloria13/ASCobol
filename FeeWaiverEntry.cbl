      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor's session for the late-fee waiver file
      *          (FEEWAIVE.DAT).  A student on the file is never
      *          charged a late fee by Merge's late-fee step - a
      *          family in hardship, a balance in dispute, an
      *          account the office is settling by hand.  Each
      *          student ID is run through CheckDigit and looked up
      *          on STUDENTS.IDX the way ContactEntry verifies its
      *          entries; a student without a waiver is granted one
      *          with a keyed reason, a student with one can have it
      *          lifted.  Every waiver granted or lifted is journaled
      *          to AUDITJRN.DAT under source FEEWAIVE with the
      *          supervisor's ID, and the file is left in ascending
      *          student order.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeWaiverEntry.

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

           SELECT WaiverFile ASSIGN TO "FEEWAIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Waiver-Status.

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

           SELECT SortWorkFile ASSIGN TO "FEEWAIVE.SRT".

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

       FD  WaiverFile.
       01  WaiverRec.
           COPY LateFeeWaiver.

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
           COPY LateFeeWaiver.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Index-Status         PIC XX.
       01  Waiver-Status        PIC XX.
       01  Journal-Status       PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Waiver-EOF           PIC X VALUE "N".
       01  Run-Date             PIC X(8).
       01  Run-Cycle            PIC 99 VALUE ZEROS.
       01  Current-DateTime     PIC X(21).
       01  Entry-Id             PIC 9(7).
       01  Check-Digit-Valid    PIC X.
       01  Student-Found        PIC X.
       01  Entry-Reason         PIC X(20).
       01  Confirm-Code         PIC X.
       01  Waivers-Granted      PIC 9(5) VALUE ZEROS.
       01  Waivers-Lifted       PIC 9(5) VALUE ZEROS.

      * FEEWAIVE.DAT held in memory for the session and rewritten
      * once at the end; a lifted waiver is blanked to a zero ID and
      * left out of the rewrite.
       01  Waiver-Limit         PIC 9(4) VALUE 2000.
       01  Waiver-Count         PIC 9(4) VALUE ZEROS.
       01  Waiver-Sub           PIC 9(4).
       01  Waiver-Found         PIC X.
       01  Waiver-Table.
           05  Waiver-Entry OCCURS 2000 TIMES.
               10  TbLwStudentId       PIC 9(7).
               10  TbLwReason          PIC X(20).
               10  TbLwOperator        PIC X(4).
               10  TbLwDate            PIC X(8).

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
           PERFORM Load-Waiver-Table

           MOVE 1 TO Entry-Id
           PERFORM UNTIL Entry-Id = ZEROS
               PERFORM Maintain-One-Waiver
           END-PERFORM

           CLOSE StudentIndexFile

           IF Waivers-Granted > ZEROS OR Waivers-Lifted > ZEROS
               PERFORM Rewrite-Waiver-File
           END-IF

           DISPLAY "WAIVERS GRANTED: " Waivers-Granted
           DISPLAY "WAIVERS LIFTED:  " Waivers-Lifted
           STOP RUN.

      ******************************************************************
      * Excusing a student from fees the cycle would otherwise
      * charge is a supervisor's call, so the sign-on refuses any
      * operator below supervisor level.
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
      * the waiver and its journal entry; a missing or unreadable
      * card falls back to the wall clock, exactly the way Merge
      * dates its cycle.
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

      * A missing waiver file just means nobody has been excused yet.
       Load-Waiver-Table.
           OPEN INPUT WaiverFile
           IF Waiver-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Waiver-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN FEEWAIVE.DAT, STATUS "
                   Waiver-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Waiver-EOF = "Y"
               READ WaiverFile
                   AT END
                       MOVE "Y" TO Waiver-EOF
                   NOT AT END
                       PERFORM Store-One-Waiver
               END-READ
           END-PERFORM
           CLOSE WaiverFile.

       Store-One-Waiver.
           IF Waiver-Count >= Waiver-Limit
               DISPLAY "ABORTED - FEEWAIVE.DAT EXCEEDS " Waiver-Limit
                   " RECORDS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Waiver-Count
           MOVE WaiverRec TO Waiver-Entry(Waiver-Count).

      ******************************************************************
      * Every entry starts the way ContactEntry's do: check-digit
      * the keyed ID, then show who the master says it is - a
      * waiver filed against the wrong student excuses the wrong
      * family.
      ******************************************************************
       Maintain-One-Waiver.
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
           MOVE "N" TO Waiver-Found
           PERFORM VARYING Waiver-Sub FROM 1 BY 1
               UNTIL Waiver-Sub > Waiver-Count
               OR Waiver-Found = "Y"
               IF TbLwStudentId(Waiver-Sub) = Entry-Id
                   MOVE "Y" TO Waiver-Found
               END-IF
           END-PERFORM
           IF Waiver-Found = "Y"
               SUBTRACT 1 FROM Waiver-Sub
               PERFORM Lift-One-Waiver
           ELSE
               PERFORM Grant-One-Waiver
           END-IF.

       Grant-One-Waiver.
           DISPLAY "NO LATE-FEE WAIVER ON FILE"
           IF Waiver-Count >= Waiver-Limit
               DISPLAY "WAIVER FILE IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON FOR WAIVER (BLANK = NO WAIVER): "
           MOVE SPACES TO Entry-Reason
           ACCEPT Entry-Reason
           IF Entry-Reason = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Waiver-Count
           MOVE Entry-Id TO TbLwStudentId(Waiver-Count)
           MOVE Entry-Reason TO TbLwReason(Waiver-Count)
           MOVE Operator-Id TO TbLwOperator(Waiver-Count)
           MOVE Run-Date TO TbLwDate(Waiver-Count)
           PERFORM Start-Journal-Entry
           MOVE "NONE" TO AjBeforeImage
           MOVE Entry-Reason TO AjAfterImage
           PERFORM Write-Journal-Record
           ADD 1 TO Waivers-Granted
           DISPLAY "WAIVER GRANTED FOR " Entry-Id.

       Lift-One-Waiver.
           DISPLAY "WAIVED " TbLwDate(Waiver-Sub)
               " BY " TbLwOperator(Waiver-Sub)
               " - " TbLwReason(Waiver-Sub)
           DISPLAY "LIFT THE WAIVER (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               EXIT PARAGRAPH
           END-IF
           PERFORM Start-Journal-Entry
           MOVE TbLwReason(Waiver-Sub) TO AjBeforeImage
           MOVE "LIFTED" TO AjAfterImage
           PERFORM Write-Journal-Record
           MOVE ZEROS TO TbLwStudentId(Waiver-Sub)
           ADD 1 TO Waivers-Lifted
           DISPLAY "WAIVER LIFTED FOR " Entry-Id.

       Start-Journal-Entry.
           MOVE SPACES TO AuditJournalRec
           MOVE Entry-Id TO AjStudentId
           MOVE "FEEWAIVE" TO AjSourceFile
           MOVE "LATEFEEWAIV" TO AjFieldName.

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
           CLOSE AuditJournalFile
           MOVE SPACES TO ActivityLogRec
           MOVE "LFW" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log.

      ******************************************************************
      * Written back in ascending student order, the same way
      * ContactEntry leaves STUDCONT.DAT; lifted waivers drop out.
      ******************************************************************
       Rewrite-Waiver-File.
           OPEN OUTPUT WaiverFile
           PERFORM VARYING Waiver-Sub FROM 1 BY 1
               UNTIL Waiver-Sub > Waiver-Count
               IF TbLwStudentId(Waiver-Sub) NOT = ZEROS
                   MOVE Waiver-Entry(Waiver-Sub) TO WaiverRec
                   WRITE WaiverRec
               END-IF
           END-PERFORM
           CLOSE WaiverFile
           SORT SortWorkFile
               ON ASCENDING KEY LwStudentId OF SortWorkRec
               USING WaiverFile
               GIVING WaiverFile.

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
