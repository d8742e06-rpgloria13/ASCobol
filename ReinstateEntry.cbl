      ******************************************************************
      * Author:
      * Date:
      * Purpose: Entry session for reinstating a withdrawn student.
      *          The keyed ID is run through CheckDigit and must NOT
      *          be on STUDENTS.IDX; the withdrawal is then found on
      *          the audit journal (Merge's RECORD/WITHDRAWN entry
      *          names the cycle), or keyed by archive date and
      *          cycle when the journal row has been rolled off.
      *          The student's archived master record - balance
      *          dropped at withdrawal, CreditLimit, ShopClass - and
      *          contact card are read back from WITHDRAWN.ccyymmdd.nn
      *          and WDLCONT.ccyymmdd.nn and shown, and on
      *          confirmation the reinstatement is queued on
      *          REINSTQ.DAT for the nightly Reinstate step to apply
      *          with its own ledger and journal entries - instead
      *          of the clerk re-keying a returning student as a
      *          brand-new intake with a zero balance and no address.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReinstateEntry.

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

           SELECT JournalFile ASSIGN TO "AUDITJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.

           SELECT ArchiveFile ASSIGN DYNAMIC Archive-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-Status.

           SELECT ArchiveContactFile ASSIGN DYNAMIC ArcCont-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArcCont-Status.

           SELECT QueueFile ASSIGN TO "REINSTQ.DAT"
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

       FD  StudentIndexFile.
       01  StudentIndexRec.
           COPY StudentMaster.

       FD  JournalFile.
       01  JournalRec.
           COPY AuditJournal.

       FD  ArchiveFile.
       01  ArchiveRec.
           COPY StudentMaster.

       FD  ArchiveContactFile.
       01  ArchiveContactRec.
           COPY StudentContact.

       FD  QueueFile.
       01  QueueRec.
           COPY ReinstateRequest.

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
       01  Index-Status         PIC XX.
       01  Journal-Status       PIC XX.
       01  Archive-Status       PIC XX.
       01  ArcCont-Status       PIC XX.
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
       01  Student-Active       PIC X.
       01  Archive-Date         PIC X(8).
       01  Archive-Cycle        PIC 99.
       01  Archive-Found        PIC X.
       01  Archive-Filename     PIC X(40).
       01  ArcCont-Filename     PIC X(40).
       01  Contact-Found        PIC X.
       01  Already-Queued       PIC X.
       01  Confirm-Code         PIC X.
       01  Requests-Queued      PIC 9(5) VALUE ZEROS.

       01  Restored-Student.
           COPY StudentMaster.

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

           MOVE 1 TO Entry-Id
           PERFORM UNTIL Entry-Id = ZEROS
               PERFORM Enter-One-Reinstatement
           END-PERFORM

           CLOSE StudentIndexFile

           DISPLAY "REINSTATEMENTS QUEUED: " Requests-Queued
           STOP RUN.

      ******************************************************************
      * The business date on the run-control card dates the activity
      * log and the request; a missing or unreadable card falls back
      * to the wall clock, exactly the way Merge dates its cycle.
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

       Enter-One-Reinstatement.
           DISPLAY " "
           DISPLAY "STUDENT ID TO REINSTATE (0 TO EXIT): "
           MOVE ZEROS TO Entry-Id
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
           PERFORM Check-Student-Active
           IF Student-Active = "Y"
               DISPLAY "STUDENT " Entry-Id " IS ON THE MASTER - "
                   "NOTHING TO REINSTATE"
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Already-Queued
           IF Already-Queued = "Y"
               DISPLAY "REINSTATEMENT FOR " Entry-Id
                   " IS ALREADY QUEUED FOR TONIGHT"
               EXIT PARAGRAPH
           END-IF

           PERFORM Find-Withdrawal-On-Journal
           IF Archive-Found = "N"
               DISPLAY "NO WITHDRAWAL ON THE AUDIT JOURNAL FOR "
                   Entry-Id
               PERFORM Key-Archive-Name
               IF Archive-Date = ZEROS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM Read-Archived-Student
           IF Archive-Found = "N"
               DISPLAY "STUDENT " Entry-Id " IS NOT ON "
                   Archive-Filename
               EXIT PARAGRAPH
           END-IF
           PERFORM Show-Archived-Student

           DISPLAY "REINSTATE " Entry-Id " (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               DISPLAY "NOT QUEUED"
               EXIT PARAGRAPH
           END-IF
           PERFORM Queue-Reinstatement.

       Check-Student-Active.
           MOVE Entry-Id TO StudentId OF StudentIndexRec
           READ StudentIndexFile
               KEY IS StudentId OF StudentIndexRec
               INVALID KEY
                   MOVE "N" TO Student-Active
               NOT INVALID KEY
                   MOVE "Y" TO Student-Active
           END-READ.

       Check-Already-Queued.
           MOVE "N" TO Already-Queued
           OPEN INPUT QueueFile
           IF Queue-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ QueueFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       IF RiStudentId = Entry-Id
                           MOVE "Y" TO Already-Queued
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QueueFile.

      ******************************************************************
      * Merge journals every withdrawal as a RECORD change to
      * WITHDRAWN, stamped with the cycle that archived it; the
      * latest such row names the archive the student is on.  A
      * student withdrawn, reinstated and withdrawn again is found
      * on the most recent archive.
      ******************************************************************
       Find-Withdrawal-On-Journal.
           MOVE "N" TO Archive-Found
           MOVE ZEROS TO Archive-Date
           MOVE ZEROS TO Archive-Cycle
           OPEN INPUT JournalFile
           IF Journal-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ JournalFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       IF AjStudentId = Entry-Id
                           AND AjFieldName = "RECORD"
                           AND AjAfterImage = "WITHDRAWN"
                           MOVE "Y" TO Archive-Found
                           MOVE AjRunDate TO Archive-Date
                           MOVE AjCycle TO Archive-Cycle
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JournalFile.

      * Once RollOff has moved the journal year away the clerk keys
      * the archive from the WDLBAL.RPT or the archive file list.
       Key-Archive-Name.
           DISPLAY "WITHDRAW ARCHIVE DATE CCYYMMDD (0 TO CANCEL): "
           MOVE ZEROS TO Archive-Date
           ACCEPT Archive-Date
           IF Archive-Date = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF Archive-Date IS NOT NUMERIC
               DISPLAY "DATE MUST BE CCYYMMDD"
               MOVE ZEROS TO Archive-Date
               EXIT PARAGRAPH
           END-IF
           DISPLAY "WITHDRAW ARCHIVE CYCLE NN: "
           MOVE ZEROS TO Archive-Cycle
           ACCEPT Archive-Cycle.

       Read-Archived-Student.
           MOVE SPACES TO Archive-Filename
           STRING "WITHDRAWN." Archive-Date DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               Archive-Cycle DELIMITED BY SIZE
               INTO Archive-Filename
           MOVE "N" TO Archive-Found
           OPEN INPUT ArchiveFile
           IF Archive-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ ArchiveFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       IF StudentId OF ArchiveRec = Entry-Id
                           MOVE "Y" TO Archive-Found
                           MOVE ArchiveRec TO Restored-Student
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveFile.

       Show-Archived-Student.
           DISPLAY "ARCHIVE : " Archive-Filename
           DISPLAY "STUDENT : " FirstName OF Restored-Student " "
               LastName OF Restored-Student
           DISPLAY "BALANCE DROPPED AT WITHDRAWAL: "
               ShopTotal OF Restored-Student
           DISPLAY "CREDIT LIMIT: " CreditLimit OF Restored-Student
               "   CLASS: " ShopClass OF Restored-Student
           MOVE SPACES TO ArcCont-Filename
           STRING "WDLCONT." Archive-Date DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               Archive-Cycle DELIMITED BY SIZE
               INTO ArcCont-Filename
           MOVE "N" TO Contact-Found
           OPEN INPUT ArchiveContactFile
           IF ArcCont-Status = "00"
               MOVE "N" TO Read-EOF
               PERFORM UNTIL Read-EOF = "Y"
                   READ ArchiveContactFile
                       AT END
                           MOVE "Y" TO Read-EOF
                       NOT AT END
                           IF ScStudentId = Entry-Id
                               MOVE "Y" TO Contact-Found
                               DISPLAY "CONTACT : " ScGuardian
                               DISPLAY "          " ScAddress1
                               DISPLAY "          " ScCity " "
                                   ScState " " ScZip
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveContactFile
           END-IF
           IF Contact-Found = "N"
               DISPLAY "CONTACT : NONE ARCHIVED"
           END-IF.

       Queue-Reinstatement.
           OPEN EXTEND QueueFile
           IF Queue-Status = "35"
               OPEN OUTPUT QueueFile
           END-IF
           MOVE Entry-Id TO RiStudentId
           MOVE Archive-Date TO RiArchiveDate
           MOVE Archive-Cycle TO RiArchiveCycle
           MOVE Operator-Id TO RiOperator
           MOVE Run-Date TO RiDate
           WRITE QueueRec
           CLOSE QueueFile
           ADD 1 TO Requests-Queued
           MOVE SPACES TO ActivityLogRec
           MOVE "RIN" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE ShopTotal OF Restored-Student TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "QUEUED - " Entry-Id
               " IS REINSTATED IN TONIGHT'S CYCLE".
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
