      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor's entry session for collection-agency
      *          remittances.  Money the agency collects on a
      *          written-off balance it was placed with is keyed here
      *          line by line from the remittance advice: the keyed
      *          ID is run through CheckDigit and must have a
      *          placement on the COLLPLC.DAT register (the student
      *          may since have withdrawn, so the master is not
      *          required); the amount placed, the amount already
      *          recovered (posted on RCVREG.DAT or still queued) and
      *          what remains are shown before the gross collected
      *          and the agency's commission percent are accepted.
      *          On confirmation the recovery - gross, commission and
      *          the net the shop actually received - is queued on
      *          RECOVQ.DAT for the nightly RecoveryPost step to post
      *          as its own RCV ledger row, never as a payment
      *          against a balance that is no longer on the books.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecoveryEntry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlacementFile ASSIGN TO "COLLPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Placement-Status.

           SELECT RegisterFile ASSIGN TO "RCVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Register-Status.

           SELECT QueueFile ASSIGN TO "RECOVQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Queue-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-Status.

           SELECT ActivityLogFile ASSIGN TO "OPACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

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

       FD  PlacementFile.
       01  PlacementRec.
           COPY CollectionPlacement.

       FD  RegisterFile.
       01  RegisterRec.
           COPY Recovery.

       FD  QueueFile.
       01  QueueRec.
           COPY Recovery.

       FD  RunControlFile.
       01  RunControlRec.
           COPY RunControl.

       FD  OperatorFile.
       01  OperatorRec.
           COPY Operator.

       FD  ActivityLogFile.
       01  ActivityLogRec.
           COPY OperatorLog.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Placement-Status     PIC XX.
       01  Register-Status      PIC XX.
       01  Queue-Status         PIC XX.
       01  RunCtl-Status        PIC XX.
       01  Run-Date             PIC X(8).
       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Current-DateTime     PIC X(21).
       01  Read-EOF             PIC X.
       01  Entry-Id             PIC 9(7).
       01  Check-Digit-Valid    PIC X.
       01  Placed-Name          PIC X(41).
       01  Placed-Amount        PIC 9(7)V99.
       01  Recovered-Amount     PIC 9(7)V99.
       01  Outstanding-Amount   PIC 9(7)V99.
       01  Gross-Amount         PIC 9(5)V99.
       01  Commission-Rate      PIC 99V9.
       01  Commission-Amount    PIC 9(5)V99.
       01  Net-Amount           PIC 9(5)V99.
       01  Agency-Ref           PIC X(12).
       01  Confirm-Code         PIC X.
       01  Recoveries-Queued    PIC 9(5) VALUE ZEROS.
       01  Edited-Amount        PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator

           MOVE 1 TO Entry-Id
           PERFORM UNTIL Entry-Id = ZEROS
               PERFORM Enter-One-Recovery
           END-PERFORM

           DISPLAY "RECOVERIES QUEUED: " Recoveries-Queued
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card dates the activity
      * log and the queued recovery; a missing or unreadable card
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
               END-READ
               CLOSE RunControlFile
           END-IF.

      ******************************************************************
      * Every session starts with an operator sign-on against
      * OPERATOR.DAT; an unknown ID ends the session before a
      * keystroke is accepted, because everything written here is
      * stamped with who keyed it.  Recoveries are money on
      * accounts already written off, so only a supervisor may key
      * them.
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

       Enter-One-Recovery.
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

           PERFORM Total-Placements
           IF Placed-Amount = ZEROS
               DISPLAY "NO PLACEMENT ON COLLPLC.DAT FOR ID " Entry-Id
               EXIT PARAGRAPH
           END-IF
           PERFORM Total-Recoveries
           IF Recovered-Amount NOT LESS THAN Placed-Amount
               MOVE ZEROS TO Outstanding-Amount
           ELSE
               SUBTRACT Recovered-Amount FROM Placed-Amount
                   GIVING Outstanding-Amount
           END-IF
           DISPLAY "STUDENT: " Placed-Name
           MOVE Placed-Amount TO Edited-Amount
           DISPLAY "PLACED WITH AGENCY:  " Edited-Amount
           MOVE Recovered-Amount TO Edited-Amount
           DISPLAY "RECOVERED SO FAR:    " Edited-Amount
           MOVE Outstanding-Amount TO Edited-Amount
           DISPLAY "STILL OUTSTANDING:   " Edited-Amount
           IF Outstanding-Amount = ZEROS
               DISPLAY "PLACED BALANCE ALREADY FULLY RECOVERED"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO Gross-Amount
           DISPLAY "GROSS COLLECTED 9(5)V99, E.G. 0002500 = 25.00:"
           ACCEPT Gross-Amount
           IF Gross-Amount = ZEROS
               DISPLAY "ZERO RECOVERY NOT QUEUED"
               EXIT PARAGRAPH
           END-IF
           IF Gross-Amount > Outstanding-Amount
               DISPLAY "GROSS EXCEEDS WHAT IS OUTSTANDING - NOT"
                   " QUEUED"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO Commission-Rate
           DISPLAY "AGENCY COMMISSION PERCENT 99V9, E.G. 250 = 25.0%:"
           ACCEPT Commission-Rate
           COMPUTE Commission-Amount ROUNDED =
               Gross-Amount * Commission-Rate / 100
           SUBTRACT Commission-Amount FROM Gross-Amount
               GIVING Net-Amount
           MOVE SPACES TO Agency-Ref
           DISPLAY "AGENCY REMITTANCE REFERENCE: "
           ACCEPT Agency-Ref
           IF Agency-Ref = SPACES
               DISPLAY "A REMITTANCE REFERENCE IS REQUIRED - NOT"
                   " QUEUED"
               EXIT PARAGRAPH
           END-IF

           MOVE Gross-Amount TO Edited-Amount
           DISPLAY "GROSS COLLECTED:     " Edited-Amount
           MOVE Commission-Amount TO Edited-Amount
           DISPLAY "AGENCY COMMISSION:   " Edited-Amount
           MOVE Net-Amount TO Edited-Amount
           DISPLAY "NET TO THE SHOP:     " Edited-Amount
           DISPLAY "QUEUE THIS RECOVERY (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               DISPLAY "NOT QUEUED"
               EXIT PARAGRAPH
           END-IF
           PERFORM Queue-Recovery.

      * Everything ever placed for the student, across placements.
       Total-Placements.
           MOVE ZEROS TO Placed-Amount
           MOVE SPACES TO Placed-Name
           OPEN INPUT PlacementFile
           IF Placement-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ PlacementFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       IF CpStudentId = Entry-Id
                           ADD CpAmount TO Placed-Amount
                           MOVE SPACES TO Placed-Name
                           STRING CpFirstName DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               CpLastName DELIMITED BY "  "
                               INTO Placed-Name
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementFile.

      * Gross already posted on the register plus gross still queued
      * for tonight - both count against what was placed.
       Total-Recoveries.
           MOVE ZEROS TO Recovered-Amount
           OPEN INPUT RegisterFile
           IF Register-Status = "00"
               MOVE "N" TO Read-EOF
               PERFORM UNTIL Read-EOF = "Y"
                   READ RegisterFile
                       AT END
                           MOVE "Y" TO Read-EOF
                       NOT AT END
                           IF RvStudentId OF RegisterRec = Entry-Id
                               ADD RvGross OF RegisterRec
                                   TO Recovered-Amount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegisterFile
           END-IF
           OPEN INPUT QueueFile
           IF Queue-Status = "00"
               MOVE "N" TO Read-EOF
               PERFORM UNTIL Read-EOF = "Y"
                   READ QueueFile
                       AT END
                           MOVE "Y" TO Read-EOF
                       NOT AT END
                           IF RvStudentId OF QueueRec = Entry-Id
                               ADD RvGross OF QueueRec
                                   TO Recovered-Amount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QueueFile
           END-IF.

       Queue-Recovery.
           OPEN EXTEND QueueFile
           IF Queue-Status = "35"
               OPEN OUTPUT QueueFile
           END-IF
           MOVE SPACES TO QueueRec
           MOVE Entry-Id TO RvStudentId OF QueueRec
           MOVE Gross-Amount TO RvGross OF QueueRec
           MOVE Commission-Amount TO RvCommission OF QueueRec
           MOVE Net-Amount TO RvNet OF QueueRec
           MOVE Agency-Ref TO RvAgencyRef OF QueueRec
           MOVE Operator-Id TO RvOperator OF QueueRec
           MOVE Run-Date TO RvKeyedDate OF QueueRec
           MOVE ZEROS TO RvPostCycle OF QueueRec
           WRITE QueueRec
           CLOSE QueueFile
           ADD 1 TO Recoveries-Queued
           MOVE SPACES TO ActivityLogRec
           MOVE "RCV" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE Net-Amount TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "RECOVERY QUEUED FOR " Entry-Id
               " - POSTS IN TONIGHT'S CYCLE".

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
