      ******************************************************************
      * Author:
      * Date:
      * Purpose: Machine-time sign-in sheet entry session.  Each line
      *          of the paper sheet kept beside the laser cutter, CNC
      *          router and kiln is keyed here - student, machine,
      *          minutes and the date on the sheet.  The ID is
      *          validated through CheckDigit and STUDENTS.IDX the way
      *          ToolEntry validates its entries; the machine must be
      *          on MACHINE.DAT and in service, and its rate and the
      *          charge at that rate are shown before the line is
      *          confirmed.  Confirmed lines are queued on MACHUSE.DAT
      *          for the nightly MachineBilling step, which prices and
      *          posts them.  A queued line keyed in error, or one the
      *          billing step has rejected, can be removed and keyed
      *          again.  The queue is held in memory for the session
      *          and rewritten once at the end.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MachineUseEntry.

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

           SELECT MachineFile ASSIGN TO "MACHINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Machine-Status.

           SELECT UsageFile ASSIGN TO "MACHUSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Usage-Status.

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

       FD  MachineFile.
       01  MachineRec.
           COPY MachineMaster.

       FD  UsageFile.
       01  UsageRec.
           COPY MachineUsage.

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
       01  Machine-Status       PIC XX.
       01  Usage-Status         PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Read-EOF             PIC X.
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Menu-Choice          PIC X.
       01  Entry-Id             PIC 9(7).
       01  Check-Digit-Valid    PIC X.
       01  Student-Found        PIC X.
       01  Entry-Machine        PIC X(5).
       01  Entry-Minutes        PIC 9(4).
       01  Entry-UseDate        PIC 9(8).
       01  Entry-Line           PIC 9(4).
       01  Session-Charge       PIC 9(5)V99.
       01  Edited-Amount        PIC ZZ,ZZ9.99.
       01  Edited-Rate          PIC 9.99.
       01  Confirm-Code         PIC X.
       01  Lines-Shown          PIC 9(4).
       01  Sessions-Queued      PIC 9(5) VALUE ZEROS.
       01  Sessions-Removed     PIC 9(5) VALUE ZEROS.

      * Multiplier takes its operands as PIC 9(3), so one session of
      * 1000 minutes or more cannot be priced in one piece; such a
      * sheet line is keyed as two sessions.
       01  Minutes-Limit        PIC 9(4) VALUE 999.

      * MACHINE.DAT, read once at sign-on.
       01  Machine-Limit        PIC 9(3) VALUE 100.
       01  Machine-Count        PIC 9(3) VALUE ZEROS.
       01  Machine-Sub          PIC 9(3).
       01  Machine-Found        PIC X.
       01  Machine-Table.
           05  Machine-Entry OCCURS 100 TIMES.
               10  TbMcMachineCode     PIC X(5).
               10  TbMcDescription     PIC X(20).
               10  TbMcRatePerMinute   PIC 9V99.
               10  TbMcActiveFlag      PIC X.

      * MACHUSE.DAT held in memory for the session and rewritten
      * once at the end; TbMuRemoved marks a line taken off.
       01  Usage-Limit          PIC 9(4) VALUE 2000.
       01  Usage-Count          PIC 9(4) VALUE ZEROS.
       01  Usage-Sub            PIC 9(4).
       01  Usage-Table.
           05  Usage-Entry OCCURS 2000 TIMES.
               10  Usage-Record.
                   15  TbMuStudentId       PIC 9(7).
                   15  TbMuMachineCode     PIC X(5).
                   15  TbMuMinutes         PIC 9(4).
                   15  TbMuUseDate         PIC X(8).
                   15  TbMuOperator        PIC X(4).
                   15  TbMuKeyedDate       PIC X(8).
               10  TbMuRemoved         PIC X.

       01  Queue-Display-Line.
           05  QD-Line             PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  QD-MachineCode      PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  QD-UseDate          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  QD-Minutes          PIC ZZZ9.
           05  FILLER              PIC X(9) VALUE " MINUTES ".
           05  FILLER              PIC X(10) VALUE "KEYED BY ".
           05  QD-Operator         PIC X(4).

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
           PERFORM Load-Machine-Table
           PERFORM Load-Usage-Table

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "K=KEY A SESSION, R=REMOVE A QUEUED SESSION, "
                   "X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "K"
                   WHEN "k"
                       PERFORM Key-One-Session
                   WHEN "R"
                   WHEN "r"
                       PERFORM Remove-One-Session
               END-EVALUATE
           END-PERFORM

           CLOSE StudentIndexFile

           IF Sessions-Queued > ZEROS
               OR Sessions-Removed > ZEROS
               PERFORM Rewrite-Usage-File
           END-IF

           DISPLAY "SESSIONS QUEUED:  " Sessions-Queued
           DISPLAY "SESSIONS REMOVED: " Sessions-Removed
           STOP RUN.

      ******************************************************************
      * Every session starts with an operator sign-on against
      * OPERATOR.DAT; an unknown ID ends the session before a
      * keystroke is accepted, because everything keyed here is
      * logged with who keyed it.
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
      * The business date on the run-control card stamps the keyed
      * date and is the default date used; a missing or unreadable
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
               END-READ
               CLOSE RunControlFile
           END-IF.

      * No machine master means nothing can be keyed.
       Load-Machine-Table.
           OPEN INPUT MachineFile
           IF Machine-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN MACHINE.DAT, STATUS "
                   Machine-Status
               DISPLAY "SET THE MACHINES UP WITH MachineMaint FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ MachineFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       IF Machine-Count >= Machine-Limit
                           DISPLAY "ABORTED - MACHINE.DAT EXCEEDS "
                               Machine-Limit
                               " MACHINES - RAISE THE TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO Machine-Count
                       MOVE MachineRec TO Machine-Entry(Machine-Count)
               END-READ
           END-PERFORM
           CLOSE MachineFile.

      * A missing queue just means nothing is waiting to be billed.
       Load-Usage-Table.
           OPEN INPUT UsageFile
           IF Usage-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Usage-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN MACHUSE.DAT, STATUS "
                   Usage-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO Read-EOF
           PERFORM UNTIL Read-EOF = "Y"
               READ UsageFile
                   AT END
                       MOVE "Y" TO Read-EOF
                   NOT AT END
                       PERFORM Store-One-Usage
               END-READ
           END-PERFORM
           CLOSE UsageFile.

       Store-One-Usage.
           IF Usage-Count >= Usage-Limit
               DISPLAY "ABORTED - MACHUSE.DAT EXCEEDS " Usage-Limit
                   " SESSIONS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Usage-Count
           MOVE UsageRec TO Usage-Record(Usage-Count)
           MOVE "N" TO TbMuRemoved(Usage-Count).

      ******************************************************************
      * Every entry starts the way TransEntry's do: check-digit the
      * keyed ID, then show who the master says it is - machine time
      * billed to the wrong student is a sign-in sheet mistake this
      * session exists to catch.
      ******************************************************************
       Verify-Entry-Id.
           MOVE "N" TO Student-Found
           DISPLAY "STUDENT ID (0 TO CANCEL): "
           ACCEPT Entry-Id
           IF Entry-Id = ZEROS
               CONTINUE
           ELSE
               CALL "CheckDigit" USING Entry-Id, Check-Digit-Valid
               END-CALL
               IF Check-Digit-Valid = "N"
                   DISPLAY "ID " Entry-Id " FAILS CHECK DIGIT"
               ELSE
                   MOVE Entry-Id TO StudentId OF StudentIndexRec
                   READ StudentIndexFile
                       KEY IS StudentId OF StudentIndexRec
                       INVALID KEY
                           DISPLAY "NO STUDENT ON MASTER FOR ID "
                               Entry-Id
                       NOT INVALID KEY
                           MOVE "Y" TO Student-Found
                           DISPLAY "STUDENT: "
                               FirstName OF StudentIndexRec " "
                               LastName OF StudentIndexRec
                   END-READ
               END-IF
           END-IF.

       Find-Entry-Machine.
           MOVE "N" TO Machine-Found
           MOVE SPACES TO Entry-Machine
           DISPLAY "MACHINE CODE: "
           ACCEPT Entry-Machine
           PERFORM VARYING Machine-Sub FROM 1 BY 1
               UNTIL Machine-Sub > Machine-Count
               OR Machine-Found = "Y"
               IF TbMcMachineCode(Machine-Sub) = Entry-Machine
                   MOVE "Y" TO Machine-Found
               END-IF
           END-PERFORM
           IF Machine-Found = "Y"
               SUBTRACT 1 FROM Machine-Sub
           END-IF.

      ******************************************************************
      * The charge shown is at tonight's rate; the billing step
      * prices the session again at whatever rate is on the master
      * when it runs.
      ******************************************************************
       Key-One-Session.
           PERFORM Verify-Entry-Id
           IF Student-Found NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF Usage-Count >= Usage-Limit
               DISPLAY "USAGE QUEUE IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Entry-Machine
           IF Machine-Found = "N"
               DISPLAY "NO MACHINE ON MACHINE.DAT FOR CODE "
                   Entry-Machine " - NOT QUEUED"
               EXIT PARAGRAPH
           END-IF
           IF TbMcActiveFlag(Machine-Sub) NOT = "A"
               DISPLAY "MACHINE " Entry-Machine
                   " IS OUT OF SERVICE - NOT QUEUED"
               EXIT PARAGRAPH
           END-IF
           MOVE TbMcRatePerMinute(Machine-Sub) TO Edited-Rate
           DISPLAY TbMcDescription(Machine-Sub) " AT " Edited-Rate
               " PER MINUTE"

           MOVE ZEROS TO Entry-Minutes
           DISPLAY "MINUTES USED: "
           ACCEPT Entry-Minutes
           IF Entry-Minutes = ZEROS
               DISPLAY "ZERO MINUTES NOT QUEUED"
               EXIT PARAGRAPH
           END-IF
           IF Entry-Minutes > Minutes-Limit
               DISPLAY "MORE THAN " Minutes-Limit " MINUTES CANNOT BE"
                   " BILLED AS ONE SESSION - KEY IT AS TWO"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO Entry-UseDate
           DISPLAY "DATE ON THE SHEET CCYYMMDD (0 = " Run-Date "): "
           ACCEPT Entry-UseDate
           IF Entry-UseDate = ZEROS
               MOVE Run-Date TO Entry-UseDate
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(Entry-UseDate) NOT = ZEROS
               DISPLAY "DATE " Entry-UseDate " IS NOT A REAL DATE"
                   " - NOT QUEUED"
               EXIT PARAGRAPH
           END-IF
           IF Entry-UseDate > Run-Date
               DISPLAY "DATE " Entry-UseDate " IS AFTER THE BUSINESS"
                   " DATE - NOT QUEUED"
               EXIT PARAGRAPH
           END-IF

           COMPUTE Session-Charge =
               Entry-Minutes * TbMcRatePerMinute(Machine-Sub)
           MOVE Session-Charge TO Edited-Amount
           DISPLAY "CHARGE AT TODAY'S RATE: " Edited-Amount
           DISPLAY "QUEUE THIS SESSION (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               DISPLAY "NOT QUEUED"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO Usage-Count
           MOVE Usage-Count TO Usage-Sub
           MOVE SPACES TO Usage-Record(Usage-Sub)
           MOVE Entry-Id TO TbMuStudentId(Usage-Sub)
           MOVE Entry-Machine TO TbMuMachineCode(Usage-Sub)
           MOVE Entry-Minutes TO TbMuMinutes(Usage-Sub)
           MOVE Entry-UseDate TO TbMuUseDate(Usage-Sub)
           MOVE Operator-Id TO TbMuOperator(Usage-Sub)
           MOVE Run-Date TO TbMuKeyedDate(Usage-Sub)
           MOVE "N" TO TbMuRemoved(Usage-Sub)
           ADD 1 TO Sessions-Queued

           MOVE SPACES TO ActivityLogRec
           MOVE "MCH" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE Session-Charge TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "SESSION QUEUED FOR " Entry-Id
               " - BILLS IN TONIGHT'S CYCLE".

      ******************************************************************
      * The student's queued lines are listed by their place on the
      * queue and one is picked by that number.  The ID is only
      * check-digited, not looked up, so a line left behind by a
      * student since withdrawn can still be cleared.
      ******************************************************************
       Remove-One-Session.
           DISPLAY "STUDENT ID (0 TO CANCEL): "
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
           MOVE ZEROS TO Lines-Shown
           PERFORM VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Count
               IF TbMuStudentId(Usage-Sub) = Entry-Id
                   AND TbMuRemoved(Usage-Sub) = "N"
                   MOVE Usage-Sub TO QD-Line
                   MOVE TbMuMachineCode(Usage-Sub) TO QD-MachineCode
                   MOVE TbMuUseDate(Usage-Sub) TO QD-UseDate
                   MOVE TbMuMinutes(Usage-Sub) TO QD-Minutes
                   MOVE TbMuOperator(Usage-Sub) TO QD-Operator
                   DISPLAY Queue-Display-Line
                   ADD 1 TO Lines-Shown
               END-IF
           END-PERFORM
           IF Lines-Shown = ZEROS
               DISPLAY "NO SESSIONS QUEUED FOR ID " Entry-Id
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO Entry-Line
           DISPLAY "LINE TO REMOVE (0 TO CANCEL): "
           ACCEPT Entry-Line
           IF Entry-Line = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF Entry-Line > Usage-Count
               DISPLAY "LINE " Entry-Line " IS NOT ON THE LIST"
               EXIT PARAGRAPH
           END-IF
           MOVE Entry-Line TO Usage-Sub
           IF TbMuStudentId(Usage-Sub) NOT = Entry-Id
               OR TbMuRemoved(Usage-Sub) NOT = "N"
               DISPLAY "LINE " Entry-Line " IS NOT ON THE LIST"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REMOVE THIS SESSION (Y TO CONFIRM): "
           MOVE SPACES TO Confirm-Code
           ACCEPT Confirm-Code
           IF Confirm-Code NOT = "Y" AND Confirm-Code NOT = "y"
               DISPLAY "NOT REMOVED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO TbMuRemoved(Usage-Sub)
           ADD 1 TO Sessions-Removed

           MOVE SPACES TO ActivityLogRec
           MOVE "MCX" TO OlTransType
           MOVE Entry-Id TO OlStudentId
           MOVE ZEROS TO OlAmount
           PERFORM Write-Activity-Log
           DISPLAY "SESSION REMOVED FROM THE QUEUE".

      * Queue order is kept; the billing step sorts nothing.
       Rewrite-Usage-File.
           OPEN OUTPUT UsageFile
           PERFORM VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Count
               IF TbMuRemoved(Usage-Sub) = "N"
                   MOVE Usage-Record(Usage-Sub) TO UsageRec
                   WRITE UsageRec
               END-IF
           END-PERFORM
           CLOSE UsageFile.

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
