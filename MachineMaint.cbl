      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the shop machine master (MACHINE.DAT) -
      *          the machines whose time is billed by the minute and
      *          the per-minute rate each carries.  A machine is
      *          added, its description, rate or active flag
      *          changed, or the master listed on the screen.  A
      *          machine taken out of service is marked inactive
      *          rather than removed, so its code never comes back
      *          meaning a different machine on SALESDTL.DAT.  The
      *          master is held in memory for the session, the way
      *          ClassFeeMaint keeps the fee table, and rewritten once
      *          at the end in machine-code order.  A new machine
      *          may not take a code already on the item master:
      *          machine time lands on SALESDTL.DAT under the machine
      *          code, and a shared code would fold the minutes into
      *          that item's sales and margin.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MachineMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MachineFile ASSIGN TO "MACHINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Machine-Status.

           SELECT ItemMasterFile ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Item-Status.

           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtl-Status.

           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-Status.

           SELECT ActivityLogFile ASSIGN TO "OPACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActLog-Status.

           SELECT SortWorkFile ASSIGN TO "MACHINE.SRT".

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

       FD  MachineFile.
       01  MachineRec.
           COPY MachineMaster.

       FD  ItemMasterFile.
       01  ItemMasterRec.
           COPY ShopItem.

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
           COPY MachineMaster.

       WORKING-STORAGE SECTION.
       01  SysLock-Status       PIC XX.
       01  Machine-Status       PIC XX.
       01  Item-Status          PIC XX.
       01  RunCtl-Status        PIC XX.

       01  Operator-Status      PIC XX.
       01  ActLog-Status        PIC XX.
       01  Operator-EOF         PIC X.
       01  Operator-Found       PIC X.
       01  Operator-Id          PIC X(4).
       01  Operator-Level       PIC X.
       01  Machine-EOF          PIC X VALUE "N".
       01  Item-EOF             PIC X VALUE "N".
       01  Menu-Choice          PIC X.
       01  Run-Date             PIC X(8).
       01  Current-DateTime     PIC X(21).
       01  Entry-Machine        PIC X(5).
       01  New-Description      PIC X(20).
       01  New-Rate             PIC 9V99.
       01  New-Active           PIC X.
       01  Changes-Made         PIC 9(5) VALUE ZEROS.

       01  Machine-Display-Line.
           05  MD-MachineCode      PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MD-Description      PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MD-Rate             PIC 9.99.
           05  FILLER              PIC X(8) VALUE " /MINUTE".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MD-Status           PIC X(8).

      * MACHINE.DAT held in memory for the session and rewritten
      * once at the end.
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

      * ITEMMAST.DAT codes, read only - a new machine may not reuse
      * one.
       01  Item-Limit           PIC 9(3) VALUE 500.
       01  Item-Count           PIC 9(3) VALUE ZEROS.
       01  Item-Sub             PIC 9(3).
       01  Item-Found           PIC X.
       01  Item-Table.
           05  Item-Entry OCCURS 500 TIMES.
               10  TbItemCode          PIC X(5).

       PROCEDURE DIVISION.
       Begin.
           PERFORM Check-System-Lock
           PERFORM Read-Run-Control
           PERFORM Sign-On-Operator
           PERFORM Load-Machine-Table
           PERFORM Load-Item-Table

           PERFORM UNTIL Menu-Choice = "X" OR Menu-Choice = "x"
               DISPLAY " "
               DISPLAY "A=ADD MACHINE, C=CHANGE MACHINE, "
                   "L=LIST MACHINES, X=EXIT: "
               ACCEPT Menu-Choice
               EVALUATE Menu-Choice
                   WHEN "A"
                   WHEN "a"
                       PERFORM Add-One-Machine
                   WHEN "C"
                   WHEN "c"
                       PERFORM Change-One-Machine
                   WHEN "L"
                   WHEN "l"
                       PERFORM List-Machine-Table
               END-EVALUATE
           END-PERFORM

           IF Changes-Made > ZEROS
               PERFORM Rewrite-Machine-File
           END-IF

           DISPLAY "MACHINE CHANGES MADE: " Changes-Made
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
      * The business date on the run-control card dates the activity
      * log; a missing or unreadable card falls back to the wall
      * clock, exactly the way Merge dates its cycle.
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

      * A missing master just means the very first session starts
      * from an empty table.
       Load-Machine-Table.
           OPEN INPUT MachineFile
           IF Machine-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF Machine-Status NOT = "00"
               DISPLAY "ABORTED - CANNOT OPEN MACHINE.DAT, STATUS "
                   Machine-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Machine-EOF = "Y"
               READ MachineFile
                   AT END
                       MOVE "Y" TO Machine-EOF
                   NOT AT END
                       PERFORM Store-One-Machine
               END-READ
           END-PERFORM
           CLOSE MachineFile.

       Store-One-Machine.
           IF Machine-Count >= Machine-Limit
               DISPLAY "ABORTED - MACHINE.DAT EXCEEDS " Machine-Limit
                   " MACHINES - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Machine-Count
           MOVE MachineRec TO Machine-Entry(Machine-Count).

      * MachineBilling writes machine time to SALESDTL.DAT under the
      * machine code, so a new machine may not take a code the item
      * master already uses.  No item master yet means no items to
      * collide with.
       Load-Item-Table.
           OPEN INPUT ItemMasterFile
           IF Item-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Item-EOF = "Y"
               READ ItemMasterFile
                   AT END
                       MOVE "Y" TO Item-EOF
                   NOT AT END
                       PERFORM Store-One-Item
               END-READ
           END-PERFORM
           CLOSE ItemMasterFile.

       Store-One-Item.
           IF Item-Count >= Item-Limit
               DISPLAY "ABORTED - ITEMMAST.DAT EXCEEDS " Item-Limit
                   " ITEMS - RAISE THE TABLE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO Item-Count
           MOVE ItemCode TO TbItemCode(Item-Count).

       Find-Item-In-Table.
           MOVE "N" TO Item-Found
           PERFORM VARYING Item-Sub FROM 1 BY 1
               UNTIL Item-Sub > Item-Count
               OR Item-Found = "Y"
               IF TbItemCode(Item-Sub) = Entry-Machine
                   MOVE "Y" TO Item-Found
               END-IF
           END-PERFORM.

      ******************************************************************
      * Every action starts by finding the keyed machine and showing
      * what the master already says about it.
      ******************************************************************
       Find-Entry-Machine.
           MOVE "N" TO Machine-Found
           MOVE SPACES TO Entry-Machine
           DISPLAY "MACHINE CODE (BLANK TO CANCEL): "
           ACCEPT Entry-Machine
           IF Entry-Machine = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Machine-Sub FROM 1 BY 1
               UNTIL Machine-Sub > Machine-Count
               OR Machine-Found = "Y"
               IF TbMcMachineCode(Machine-Sub) = Entry-Machine
                   MOVE "Y" TO Machine-Found
               END-IF
           END-PERFORM
           IF Machine-Found = "Y"
               SUBTRACT 1 FROM Machine-Sub
               PERFORM Show-One-Machine
           END-IF.

       Show-One-Machine.
           MOVE TbMcMachineCode(Machine-Sub) TO MD-MachineCode
           MOVE TbMcDescription(Machine-Sub) TO MD-Description
           MOVE TbMcRatePerMinute(Machine-Sub) TO MD-Rate
           IF TbMcActiveFlag(Machine-Sub) = "A"
               MOVE "ACTIVE" TO MD-Status
           ELSE
               MOVE "INACTIVE" TO MD-Status
           END-IF
           DISPLAY Machine-Display-Line.

       Add-One-Machine.
           PERFORM Find-Entry-Machine
           IF Entry-Machine = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Machine-Found = "Y"
               DISPLAY "MACHINE " Entry-Machine
                   " IS ALREADY ON FILE - USE C TO CHANGE IT"
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Item-In-Table
           IF Item-Found = "Y"
               DISPLAY "CODE IS ALREADY AN ITEM CODE"
               EXIT PARAGRAPH
           END-IF
           IF Machine-Count >= Machine-Limit
               DISPLAY "MACHINE TABLE IS FULL - RAISE THE TABLE LIMIT"
               EXIT PARAGRAPH
           END-IF
           PERFORM Accept-Machine-Fields
           IF New-Description = SPACES OR New-Rate = ZEROS
               DISPLAY "DESCRIPTION AND RATE ARE REQUIRED - "
                   "MACHINE NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Machine-Count
           MOVE Machine-Count TO Machine-Sub
           MOVE SPACES TO Machine-Entry(Machine-Sub)
           MOVE Entry-Machine TO TbMcMachineCode(Machine-Sub)
           MOVE New-Description TO TbMcDescription(Machine-Sub)
           MOVE New-Rate TO TbMcRatePerMinute(Machine-Sub)
           IF New-Active = "N" OR New-Active = "n"
               MOVE "I" TO TbMcActiveFlag(Machine-Sub)
           ELSE
               MOVE "A" TO TbMcActiveFlag(Machine-Sub)
           END-IF
           PERFORM Log-Machine-Change
           DISPLAY "MACHINE " Entry-Machine " ADDED".

      ******************************************************************
      * A rate change applies to whatever is still on the usage
      * queue when the nightly billing runs - the sessions are
      * priced that night, not when they were keyed.  A blank
      * answer keeps what the master already holds.
      ******************************************************************
       Change-One-Machine.
           PERFORM Find-Entry-Machine
           IF Entry-Machine = SPACES OR Machine-Found = "N"
               IF Entry-Machine NOT = SPACES
                   DISPLAY "NO MACHINE ON FILE FOR CODE "
                       Entry-Machine
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BLANK OR ZERO KEEPS THE CURRENT VALUE"
           PERFORM Accept-Machine-Fields
           IF New-Description NOT = SPACES
               MOVE New-Description TO TbMcDescription(Machine-Sub)
           END-IF
           IF New-Rate NOT = ZEROS
               MOVE New-Rate TO TbMcRatePerMinute(Machine-Sub)
           END-IF
           IF New-Active = "Y" OR New-Active = "y"
               MOVE "A" TO TbMcActiveFlag(Machine-Sub)
           END-IF
           IF New-Active = "N" OR New-Active = "n"
               MOVE "I" TO TbMcActiveFlag(Machine-Sub)
           END-IF
           PERFORM Log-Machine-Change
           PERFORM Show-One-Machine
           DISPLAY "MACHINE " Entry-Machine " CHANGED".

       Accept-Machine-Fields.
           MOVE SPACES TO New-Description
           DISPLAY "DESCRIPTION: "
           ACCEPT New-Description
           MOVE ZEROS TO New-Rate
           DISPLAY "RATE PER MINUTE 9V99, E.G. 025 = 0.25: "
           ACCEPT New-Rate
           MOVE SPACES TO New-Active
           DISPLAY "IN SERVICE (Y/N): "
           ACCEPT New-Active.

       List-Machine-Table.
           IF Machine-Count = ZEROS
               DISPLAY "NO MACHINES ON THE MASTER"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Machine-Sub FROM 1 BY 1
               UNTIL Machine-Sub > Machine-Count
               PERFORM Show-One-Machine
           END-PERFORM.

       Log-Machine-Change.
           ADD 1 TO Changes-Made
           MOVE SPACES TO ActivityLogRec
           MOVE "MCM" TO OlTransType
           MOVE ZEROS TO OlStudentId
           MOVE TbMcRatePerMinute(Machine-Sub) TO OlAmount
           PERFORM Write-Activity-Log.

      ******************************************************************
      * Written back in machine-code order so the on-screen list and
      * the billing register's machine summary read the same way.
      ******************************************************************
       Rewrite-Machine-File.
           OPEN OUTPUT MachineFile
           PERFORM VARYING Machine-Sub FROM 1 BY 1
               UNTIL Machine-Sub > Machine-Count
               MOVE Machine-Entry(Machine-Sub) TO MachineRec
               WRITE MachineRec
           END-PERFORM
           CLOSE MachineFile
           SORT SortWorkFile
               ON ASCENDING KEY McMachineCode OF SortWorkRec
               USING MachineFile
               GIVING MachineFile.

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
